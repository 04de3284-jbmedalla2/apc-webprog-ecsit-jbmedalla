        02  FILLER                    PIC X(30) VALUE "OPENITEM.DAT".
        02  FILLER                    PIC X(30) VALUE "BACKORD.DAT".
        02  FILLER                    PIC X(30) VALUE "GLBAL.DAT".
        02  FILLER                    PIC X(30) VALUE "LOTSTOCK.DAT".
        02  FILLER                    PIC X(30) VALUE "LEAVEBAL.DAT".
        02  FILLER                    PIC X(30) VALUE "DEDUCTION.DAT".
        02  FILLER                    PIC X(30) VALUE "GLMONTH.DAT".
        02  FILLER                    PIC X(30) VALUE "ASSETS.DAT".
       01  FILLER REDEFINES Default-Snap-List.
        02  Default-Snap-Name         PIC X(30) OCCURS 14 TIMES.

       01  Snap-Name-Table.
        02  SNT-Name                  PIC X(30) OCCURS 30 TIMES.
           END-IF.
           IF SNT-Count = ZERO
               PERFORM VARYING Default-Idx FROM 1 BY 1
                       UNTIL Default-Idx > 14
                   ADD 1 TO SNT-Count
                   MOVE Default-Snap-Name(Default-Idx)
                     TO SNT-Name(SNT-Count)
