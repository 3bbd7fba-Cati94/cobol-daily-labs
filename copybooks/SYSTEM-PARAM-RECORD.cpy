      *> System parameter layout (system_parameters.dat), maintained
      *> by PARAM-MAINT (Dia 91). One line per SP-CODE: the value in
      *> force from SP-EFF-DATE on, and the value it replaced with the
      *> date that one took effect, so a change keyed in ahead of its
      *> effective date leaves the old value working until then
      *> (SP-PREV-EFF-DATE zero = no earlier value). Programs read
      *> their thresholds through SYS-PARAM at start-up.
       01 SP-REC.
           05 SP-CODE          PIC X(12).
           05 SP-VALUE         PIC 9(7)V99.
           05 SP-EFF-DATE      PIC 9(8).
           05 SP-PREV-VALUE    PIC 9(7)V99.
           05 SP-PREV-EFF-DATE PIC 9(8).
           05 SP-DESC          PIC X(40).
