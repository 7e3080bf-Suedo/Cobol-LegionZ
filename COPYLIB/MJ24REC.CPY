001300     05 :MJ24:-DOB-YEAR              PIC X(4).                    00130000
001400     05 :MJ24:-EMP-STATUS            PIC X(1).                    00140001
001500     05 :MJ24:-TERM-DATE             PIC X(8).                    00150001
001600     05 :MJ24:-HIRE-DATE             PIC X(8).                    00160002
