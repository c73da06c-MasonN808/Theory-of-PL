000010*-----------------------------------------------------------*
000020* KHSREC.CPY                                                *
000030* Record layout for the KEY-HISTORY dataset, a VSAM ESDS    *
000040* CIPHVLT appends one record to for every vault change a    *
000050* second security officer approves: who asked for it and   *
000060* who approved it, and the vault record's fields before     *
000070* and after.  The before-image of an add is spaces.  The    *
000080* keyword and alphabet are kept so security can say what a  *
000090* key used to be; the dataset is security-owned like the    *
000100* vault, and CIPHKHR's printed history never shows either   *
000110* -- only whether it changed.                               *
000120*-----------------------------------------------------------*
000130 01  KHS-RECORD.
000140     05  KHS-KEY-ID                  PIC X(08).
000150*    Same codes as KPD-CHANGE-TYPE (KPDREC.cpy).
000160     05  KHS-CHANGE-TYPE             PIC X(01).
000170         88  KHS-CHANGE-ADD           VALUE 'A'.
000180         88  KHS-CHANGE-WINDOW        VALUE 'W'.
000190         88  KHS-CHANGE-KEYWORD       VALUE 'K'.
000200         88  KHS-CHANGE-ALPHABET      VALUE 'S'.
000210     05  KHS-REQUESTED-BY            PIC X(08).
000220     05  KHS-REQUEST-TERM            PIC X(04).
000230     05  KHS-REQUEST-DATE            PIC X(08).
000240     05  KHS-REQUEST-TIME            PIC X(06).
000250     05  KHS-APPROVED-BY             PIC X(08).
000260     05  KHS-APPROVE-TERM            PIC X(04).
000270     05  KHS-APPROVE-DATE            PIC X(08).
000280     05  KHS-APPROVE-TIME            PIC X(06).
000290*    KEY-RECORD's fields (KEYREC.cpy) before the change ...
000300     05  KHS-BEFORE.
000310         10  KHS-BEFORE-KEYWORD-LEN  PIC 9(03).
000320         10  KHS-BEFORE-KEYWORD      PIC X(20).
000330         10  KHS-BEFORE-EFFECTIVE    PIC X(08).
000340         10  KHS-BEFORE-EXPIRY       PIC X(08).
000350         10  KHS-BEFORE-SUB-ALPHABET PIC X(26).
000360*    ... and after it.
000370     05  KHS-AFTER.
000380         10  KHS-AFTER-KEYWORD-LEN   PIC 9(03).
000390         10  KHS-AFTER-KEYWORD       PIC X(20).
000400         10  KHS-AFTER-EFFECTIVE     PIC X(08).
000410         10  KHS-AFTER-EXPIRY        PIC X(08).
000420         10  KHS-AFTER-SUB-ALPHABET  PIC X(26).
