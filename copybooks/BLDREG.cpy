      * Building register working storage (see BLDREGP.cpy for the
      * matching paragraphs).  BLDREG1 carries one fixed-layout
      * record per BRKTIN01 instruction set:
      *     bytes  1-8   set name, exactly as keyed on SET=
      *     bytes  9-38  building description
      *     byte   39    status - 'A' active, 'I' inactive
      *     bytes 40-43  top floor             (0000-9999)
      *     bytes 44-47  lowest basement level (0000-9999 levels
      *                  below ground, so 0003 allows floor -3)
      * D1BLDGM maintains the dataset from transaction cards; D1
      * loads it read-only and withholds from FLRLEDG1 any set that
      * is not on the register, is inactive, or ran the elevator
      * outside the building's floor range.  The legacy headerless
      * feed runs as set DEFAULT, so a site with a register lists
      * DEFAULT too.  A missing BLDREG1 leaves BLDG-LOADED at 'N'
      * and the check is skipped, so a site without a register runs
      * exactly as before.
       01 BLDG-STATUS         PIC XX.
       01 BLDG-LOADED         PIC X VALUE 'N'.
       01 BLDG-EOF            PIC X.
       01 BLDG-COUNT          PIC 9(3) VALUE ZERO.
       01 BLDG-IDX            PIC 9(3).
       01 BLDG-FOUND          PIC 9(3).
       01 BLDG-SET-WORK       PIC X(8).
       01 BLDG-TABLE.
           05 BLDG-ENTRY OCCURS 100 TIMES.
               10 BLDG-SET        PIC X(8).
               10 BLDG-DESC       PIC X(30).
               10 BLDG-ACTIVE     PIC X.
               10 BLDG-TOP-FLOOR  PIC 9(4).
               10 BLDG-LOW-LEVEL  PIC 9(4).
