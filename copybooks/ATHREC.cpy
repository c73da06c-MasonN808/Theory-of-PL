000010*-----------------------------------------------------------*
000020* ATHREC.CPY                                                *
000030* Record layout for the OPERATOR-AUTH dataset, a VSAM KSDS  *
000040* keyed on the CICS user id, owned by security.  It says    *
000050* which CIPHSET transactions an operator may start, which   *
000060* functions they may perform there, and which cipher types  *
000070* and vault key ids they may use.  Every CIPHSET            *
000080* transaction LINKs to CIPHAUTH (AUTHLINK.cpy) before it     *
000090* does anything; an operator with no record here may use    *
000100* none of them.                                             *
000110*-----------------------------------------------------------*
000120 01  ATH-RECORD.
000130     05  ATH-OPERATOR-ID             PIC X(08).
000140     05  ATH-OPERATOR-NAME           PIC X(30).
000150*    Transaction ids the operator may start (CIPH, CMNT, CREJ,
000160*    CINQ, CVLT ...); unused entries are spaces.
000170     05  ATH-TRANSID                 PIC X(04)
000180                 OCCURS 10 TIMES INDEXED BY ATH-TRN-IDX.
000190*    One Y/N switch per function.  Encrypt and decrypt are the
000200*    CIPH screen's E and D; maintain is any change made through
000210*    CMNT or CVLT; repair is a CREJ repair, hold or release;
000220*    inquire is any display-only action on any screen.
000230     05  ATH-FUNCTIONS.
000240         10  ATH-ENCRYPT-SW          PIC X(01).
000250             88  ATH-MAY-ENCRYPT      VALUE 'Y'.
000260         10  ATH-DECRYPT-SW          PIC X(01).
000270             88  ATH-MAY-DECRYPT      VALUE 'Y'.
000280         10  ATH-MAINTAIN-SW         PIC X(01).
000290             88  ATH-MAY-MAINTAIN     VALUE 'Y'.
000300         10  ATH-REPAIR-SW           PIC X(01).
000310             88  ATH-MAY-REPAIR       VALUE 'Y'.
000320         10  ATH-INQUIRE-SW          PIC X(01).
000330             88  ATH-MAY-INQUIRE      VALUE 'Y'.
000340*    Cipher types the operator may use, same codes as
000350*    MSG-CIPHER-TYPE in any order (e.g. 'CR  '); an asterisk
000360*    anywhere in the field allows every type.
000370     05  ATH-CIPHER-TYPES            PIC X(04).
000380*    Vault key ids (KEYREC.cpy) the operator may use or, on
000390*    CVLT, maintain; unused entries are spaces.  An entry of
000400*    a single asterisk allows every key id.
000410     05  ATH-KEY-ID                  PIC X(08)
000420                 OCCURS 10 TIMES INDEXED BY ATH-KEY-IDX.
000430     05  FILLER                      PIC X(13).
