000010*-----------------------------------------------------------*
000020* KPDREC.CPY                                                *
000030* Record layout for the KEY-PENDING dataset, a VSAM KSDS    *
000040* keyed on the vault key id it would change.  The CIPHVLT   *
000050* vault maintenance transaction never changes KEYVAULT      *
000060* itself on the word of one security officer: an add, a     *
000070* new effective/expiry window, a new keyword or a new       *
000080* substitution alphabet is staged here, and reaches the     *
000090* vault only when a second, different officer approves it.  *
000100* One change may be pending per key at a time.  KPD-NEW-   *
000110* holds the complete after-image of the fields the change   *
000120* touches -- a window change carries both dates, the        *
000130* unchanged one copied from the vault when it was staged.   *
000140*-----------------------------------------------------------*
000150 01  KPD-RECORD.
000160     05  KPD-KEY-ID                  PIC X(08).
000170     05  KPD-CHANGE-TYPE             PIC X(01).
000180         88  KPD-CHANGE-ADD           VALUE 'A'.
000190         88  KPD-CHANGE-WINDOW        VALUE 'W'.
000200         88  KPD-CHANGE-KEYWORD       VALUE 'K'.
000210         88  KPD-CHANGE-ALPHABET      VALUE 'S'.
000220*    Who staged the change, from where and when (YYYYMMDD,
000230*    HHMMSS); the approver must be a different user id.
000240     05  KPD-REQUESTED-BY            PIC X(08).
000250     05  KPD-REQUEST-TERM            PIC X(04).
000260     05  KPD-REQUEST-DATE            PIC X(08).
000270     05  KPD-REQUEST-TIME            PIC X(06).
000280     05  KPD-NEW-KEYWORD-LEN         PIC 9(03).
000290     05  KPD-NEW-KEYWORD             PIC X(20).
000300     05  KPD-NEW-EFFECTIVE-DATE      PIC X(08).
000310     05  KPD-NEW-EXPIRY-DATE         PIC X(08).
000320     05  KPD-NEW-SUB-ALPHABET        PIC X(26).
