001300     05 INP-DOB-YEAR              PIC X(4).                       00130000
001400     05 INP-STATUS                PIC X(1).                       00140001
001500     05 INP-TERM-DATE             PIC X(8).                       00150001
001600     05 INP-HIRE-DATE             PIC X(8).                       00160002
