      *> Bill-of-materials line for bill_of_materials.dat: one line
      *> per (kit, component) with the component quantity that goes
      *> into one kit. Kits and components are both ordinary products
      *> in products.dat. Maintained and assembled in INVENTORY
      *> (Day4); INVOICE-SYSTEM (Dia 20) reads it to build a kit on
      *> the fly when a sale finds no kit stock on hand.
       01 BOM-REC.
           05 BOM-KIT-ID      PIC 9(4).
           05 BOM-COMP-ID     PIC 9(4).
           05 BOM-COMP-QTY    PIC 9(3).
