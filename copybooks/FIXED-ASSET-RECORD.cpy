      *> Fixed-asset register record for fixed_assets.dat, maintained
      *> by FIXED-ASSETS (Dia 89): the bank's own assets with cost,
      *> acquisition date, branch, category, useful life and
      *> depreciation method. FA-DEPR-TO is the last period (AAAAMM)
      *> already depreciated, so a monthly run never posts twice.
      *> Disposed assets stay on file with the disposal date,
      *> proceeds and the gain (+) or loss (-) on disposal.
       01 FA-REC.
           05 FA-ID            PIC 9(6).
           05 FA-DESC          PIC X(30).
      *> OBR obras/instalacao de agencia, ATM caixas automaticos,
      *> INF equipamento informatico, MOB mobiliario, VIA viaturas.
           05 FA-CATEGORY      PIC X(3).
               88 FA-CAT-VALID VALUE "OBR" "ATM" "INF" "MOB" "VIA".
           05 FA-BRANCH        PIC 9(4).
           05 FA-ACQ-DATE      PIC 9(8).
           05 FA-COST          PIC 9(9)V99.
           05 FA-RESIDUAL      PIC 9(9)V99.
           05 FA-LIFE-MONTHS   PIC 9(3).
      *> L linear, D degressivo (dobro da taxa linear sobre o valor
      *> liquido, nunca abaixo do valor residual).
           05 FA-METHOD        PIC X.
               88 FA-STRAIGHT-LINE VALUE "L".
               88 FA-DECLINING     VALUE "D".
           05 FA-ACCUM-DEPR    PIC 9(9)V99.
           05 FA-DEPR-TO       PIC 9(6).
           05 FA-STATUS        PIC X.
               88 FA-IN-USE    VALUE "A".
               88 FA-DISPOSED  VALUE "B".
           05 FA-DISP-DATE     PIC 9(8).
           05 FA-DISP-PROCEEDS PIC 9(9)V99.
           05 FA-DISP-RESULT   PIC S9(9)V99.
