001700     05 :AH:-FIELD-ID               PIC X(10).                    00170000
001800     05 :AH:-OLD-VALUE              PIC X(52).                    00180000
001900     05 :AH:-NEW-VALUE              PIC X(52).                    00190000
002000     05 :AH:-OPER-ID                PIC X(8).                     00200001
002100     05 FILLER                      PIC X(21).                    00210001
