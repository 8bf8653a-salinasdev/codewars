      ******************************************************************
      *  COPYBOOK:    PHAPMAP
      *  DESCRIPTION:  SYMBOLIC MAP FOR THE PHAPPRV SUPERVISOR APPROVAL
      *                SCREEN - GENERATED FROM THE PHAPMAP BMS MAPSET
      *                (SEE BMS/PHAPMAP.BMS) AND KEPT IN STEP WITH IT
      *                BY HAND.  REGENERATE BOTH TOGETHER WHEN THE
      *                SCREEN CHANGES.
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-05-23  DS   ORIGINAL SYMBOLIC MAP.
      *  2025-06-27  DS   REGENERATED FOR THE FSET SELECTION AND
      *                   REASON FIELDS.  LAYOUT UNCHANGED.
      ******************************************************************
       01  PHAPMP1I.
           02  FILLER                 PIC X(12).
           02  SEL1L                  COMP  PIC S9(04).
           02  SEL1F                  PIC X(01).
           02  FILLER REDEFINES SEL1F.
               03  SEL1A              PIC X(01).
           02  SEL1I                  PIC X(01).
           02  ROW1L                  COMP  PIC S9(04).
           02  ROW1F                  PIC X(01).
           02  FILLER REDEFINES ROW1F.
               03  ROW1A              PIC X(01).
           02  ROW1I                  PIC X(76).
           02  SEL2L                  COMP  PIC S9(04).
           02  SEL2F                  PIC X(01).
           02  FILLER REDEFINES SEL2F.
               03  SEL2A              PIC X(01).
           02  SEL2I                  PIC X(01).
           02  ROW2L                  COMP  PIC S9(04).
           02  ROW2F                  PIC X(01).
           02  FILLER REDEFINES ROW2F.
               03  ROW2A              PIC X(01).
           02  ROW2I                  PIC X(76).
           02  SEL3L                  COMP  PIC S9(04).
           02  SEL3F                  PIC X(01).
           02  FILLER REDEFINES SEL3F.
               03  SEL3A              PIC X(01).
           02  SEL3I                  PIC X(01).
           02  ROW3L                  COMP  PIC S9(04).
           02  ROW3F                  PIC X(01).
           02  FILLER REDEFINES ROW3F.
               03  ROW3A              PIC X(01).
           02  ROW3I                  PIC X(76).
           02  SEL4L                  COMP  PIC S9(04).
           02  SEL4F                  PIC X(01).
           02  FILLER REDEFINES SEL4F.
               03  SEL4A              PIC X(01).
           02  SEL4I                  PIC X(01).
           02  ROW4L                  COMP  PIC S9(04).
           02  ROW4F                  PIC X(01).
           02  FILLER REDEFINES ROW4F.
               03  ROW4A              PIC X(01).
           02  ROW4I                  PIC X(76).
           02  SEL5L                  COMP  PIC S9(04).
           02  SEL5F                  PIC X(01).
           02  FILLER REDEFINES SEL5F.
               03  SEL5A              PIC X(01).
           02  SEL5I                  PIC X(01).
           02  ROW5L                  COMP  PIC S9(04).
           02  ROW5F                  PIC X(01).
           02  FILLER REDEFINES ROW5F.
               03  ROW5A              PIC X(01).
           02  ROW5I                  PIC X(76).
           02  SEL6L                  COMP  PIC S9(04).
           02  SEL6F                  PIC X(01).
           02  FILLER REDEFINES SEL6F.
               03  SEL6A              PIC X(01).
           02  SEL6I                  PIC X(01).
           02  ROW6L                  COMP  PIC S9(04).
           02  ROW6F                  PIC X(01).
           02  FILLER REDEFINES ROW6F.
               03  ROW6A              PIC X(01).
           02  ROW6I                  PIC X(76).
           02  SEL7L                  COMP  PIC S9(04).
           02  SEL7F                  PIC X(01).
           02  FILLER REDEFINES SEL7F.
               03  SEL7A              PIC X(01).
           02  SEL7I                  PIC X(01).
           02  ROW7L                  COMP  PIC S9(04).
           02  ROW7F                  PIC X(01).
           02  FILLER REDEFINES ROW7F.
               03  ROW7A              PIC X(01).
           02  ROW7I                  PIC X(76).
           02  SEL8L                  COMP  PIC S9(04).
           02  SEL8F                  PIC X(01).
           02  FILLER REDEFINES SEL8F.
               03  SEL8A              PIC X(01).
           02  SEL8I                  PIC X(01).
           02  ROW8L                  COMP  PIC S9(04).
           02  ROW8F                  PIC X(01).
           02  FILLER REDEFINES ROW8F.
               03  ROW8A              PIC X(01).
           02  ROW8I                  PIC X(76).
           02  SEL9L                  COMP  PIC S9(04).
           02  SEL9F                  PIC X(01).
           02  FILLER REDEFINES SEL9F.
               03  SEL9A              PIC X(01).
           02  SEL9I                  PIC X(01).
           02  ROW9L                  COMP  PIC S9(04).
           02  ROW9F                  PIC X(01).
           02  FILLER REDEFINES ROW9F.
               03  ROW9A              PIC X(01).
           02  ROW9I                  PIC X(76).
           02  SEL10L                 COMP  PIC S9(04).
           02  SEL10F                 PIC X(01).
           02  FILLER REDEFINES SEL10F.
               03  SEL10A             PIC X(01).
           02  SEL10I                 PIC X(01).
           02  ROW10L                 COMP  PIC S9(04).
           02  ROW10F                 PIC X(01).
           02  FILLER REDEFINES ROW10F.
               03  ROW10A             PIC X(01).
           02  ROW10I                 PIC X(76).
           02  RSNL                   COMP  PIC S9(04).
           02  RSNF                   PIC X(01).
           02  FILLER REDEFINES RSNF.
               03  RSNA               PIC X(01).
           02  RSNI                   PIC X(20).
           02  MSGL                   COMP  PIC S9(04).
           02  MSGF                   PIC X(01).
           02  FILLER REDEFINES MSGF.
               03  MSGA               PIC X(01).
           02  MSGI                   PIC X(60).
       01  PHAPMP1O REDEFINES PHAPMP1I.
           02  FILLER                 PIC X(12).
           02  FILLER                 PIC X(03).
           02  SEL1O                  PIC X(01).
           02  FILLER                 PIC X(03).
           02  ROW1O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  SEL2O                  PIC X(01).
           02  FILLER                 PIC X(03).
           02  ROW2O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  SEL3O                  PIC X(01).
           02  FILLER                 PIC X(03).
           02  ROW3O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  SEL4O                  PIC X(01).
           02  FILLER                 PIC X(03).
           02  ROW4O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  SEL5O                  PIC X(01).
           02  FILLER                 PIC X(03).
           02  ROW5O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  SEL6O                  PIC X(01).
           02  FILLER                 PIC X(03).
           02  ROW6O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  SEL7O                  PIC X(01).
           02  FILLER                 PIC X(03).
           02  ROW7O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  SEL8O                  PIC X(01).
           02  FILLER                 PIC X(03).
           02  ROW8O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  SEL9O                  PIC X(01).
           02  FILLER                 PIC X(03).
           02  ROW9O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  SEL10O                 PIC X(01).
           02  FILLER                 PIC X(03).
           02  ROW10O                 PIC X(76).
           02  FILLER                 PIC X(03).
           02  RSNO                   PIC X(20).
           02  FILLER                 PIC X(03).
           02  MSGO                   PIC X(60).
