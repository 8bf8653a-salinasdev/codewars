      ******************************************************************
      *  COPYBOOK:    PHOPMAP
      *  DESCRIPTION:  SYMBOLIC MAP FOR THE PHOPTOUT NUMBER LOOKUP AND
      *                OPT-OUT SCREEN - GENERATED FROM THE PHOPMAP BMS
      *                MAPSET (SEE BMS/PHOPMAP.BMS) AND KEPT IN STEP
      *                WITH IT BY HAND.  REGENERATE BOTH TOGETHER WHEN
      *                THE SCREEN CHANGES.
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-05-30  DS   ORIGINAL SYMBOLIC MAP.
      ******************************************************************
       01  PHOPMP1I.
           02  FILLER                 PIC X(12).
           02  PHONEL                 COMP  PIC S9(04).
           02  PHONEF                 PIC X(01).
           02  FILLER REDEFINES PHONEF.
               03  PHONEA             PIC X(01).
           02  PHONEI                 PIC X(20).
           02  NORMNOL                COMP  PIC S9(04).
           02  NORMNOF                PIC X(01).
           02  FILLER REDEFINES NORMNOF.
               03  NORMNOA            PIC X(01).
           02  NORMNOI                PIC X(12).
           02  DNCSTL                 COMP  PIC S9(04).
           02  DNCSTF                 PIC X(01).
           02  FILLER REDEFINES DNCSTF.
               03  DNCSTA             PIC X(01).
           02  DNCSTI                 PIC X(40).
           02  ROW1L                  COMP  PIC S9(04).
           02  ROW1F                  PIC X(01).
           02  FILLER REDEFINES ROW1F.
               03  ROW1A              PIC X(01).
           02  ROW1I                  PIC X(76).
           02  ROW2L                  COMP  PIC S9(04).
           02  ROW2F                  PIC X(01).
           02  FILLER REDEFINES ROW2F.
               03  ROW2A              PIC X(01).
           02  ROW2I                  PIC X(76).
           02  ROW3L                  COMP  PIC S9(04).
           02  ROW3F                  PIC X(01).
           02  FILLER REDEFINES ROW3F.
               03  ROW3A              PIC X(01).
           02  ROW3I                  PIC X(76).
           02  ROW4L                  COMP  PIC S9(04).
           02  ROW4F                  PIC X(01).
           02  FILLER REDEFINES ROW4F.
               03  ROW4A              PIC X(01).
           02  ROW4I                  PIC X(76).
           02  ROW5L                  COMP  PIC S9(04).
           02  ROW5F                  PIC X(01).
           02  FILLER REDEFINES ROW5F.
               03  ROW5A              PIC X(01).
           02  ROW5I                  PIC X(76).
           02  ROW6L                  COMP  PIC S9(04).
           02  ROW6F                  PIC X(01).
           02  FILLER REDEFINES ROW6F.
               03  ROW6A              PIC X(01).
           02  ROW6I                  PIC X(76).
           02  ROW7L                  COMP  PIC S9(04).
           02  ROW7F                  PIC X(01).
           02  FILLER REDEFINES ROW7F.
               03  ROW7A              PIC X(01).
           02  ROW7I                  PIC X(76).
           02  ROW8L                  COMP  PIC S9(04).
           02  ROW8F                  PIC X(01).
           02  FILLER REDEFINES ROW8F.
               03  ROW8A              PIC X(01).
           02  ROW8I                  PIC X(76).
           02  ROW9L                  COMP  PIC S9(04).
           02  ROW9F                  PIC X(01).
           02  FILLER REDEFINES ROW9F.
               03  ROW9A              PIC X(01).
           02  ROW9I                  PIC X(76).
           02  ROW10L                 COMP  PIC S9(04).
           02  ROW10F                 PIC X(01).
           02  FILLER REDEFINES ROW10F.
               03  ROW10A             PIC X(01).
           02  ROW10I                 PIC X(76).
           02  MOREL                  COMP  PIC S9(04).
           02  MOREF                  PIC X(01).
           02  FILLER REDEFINES MOREF.
               03  MOREA              PIC X(01).
           02  MOREI                  PIC X(50).
           02  MSGL                   COMP  PIC S9(04).
           02  MSGF                   PIC X(01).
           02  FILLER REDEFINES MSGF.
               03  MSGA               PIC X(01).
           02  MSGI                   PIC X(60).
       01  PHOPMP1O REDEFINES PHOPMP1I.
           02  FILLER                 PIC X(12).
           02  FILLER                 PIC X(03).
           02  PHONEO                 PIC X(20).
           02  FILLER                 PIC X(03).
           02  NORMNOO                PIC X(12).
           02  FILLER                 PIC X(03).
           02  DNCSTO                 PIC X(40).
           02  FILLER                 PIC X(03).
           02  ROW1O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  ROW2O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  ROW3O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  ROW4O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  ROW5O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  ROW6O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  ROW7O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  ROW8O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  ROW9O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  ROW10O                 PIC X(76).
           02  FILLER                 PIC X(03).
           02  MOREO                  PIC X(50).
           02  FILLER                 PIC X(03).
           02  MSGO                   PIC X(60).
