000010*-----------------------------------------------------------*
000020* AUTHLINK.CPY                                              *
000030* Shared interface between the CIPHSET transactions and the *
000040* CIPHAUTH operator-authorization program.  A transaction   *
000050* COPYs this into WORKING-STORAGE, fills in what it is      *
000060* about to do and LINKs to CIPHAUTH with AX-INTERFACE as    *
000070* the COMMAREA.  CIPHAUTH checks the signed-on operator's   *
000080* OPERATOR-AUTH record (ATHREC.cpy) for the transaction id  *
000090* and for whichever of function, cipher type and key id are *
000100* not blank, and on a refusal writes an AUDREC violation    *
000110* record itself before it returns.                          *
000120*-----------------------------------------------------------*
000130 01  AX-INTERFACE.
000140*    Blank checks the transaction id alone -- the check every
000150*    transaction makes first, on every entry.
000160     05  AX-FUNCTION-CD              PIC X(01).
000170         88  AX-FUNC-ENCRYPT          VALUE 'E'.
000180         88  AX-FUNC-DECRYPT          VALUE 'D'.
000190         88  AX-FUNC-MAINTAIN         VALUE 'M'.
000200         88  AX-FUNC-REPAIR           VALUE 'R'.
000210         88  AX-FUNC-INQUIRE          VALUE 'I'.
000220     05  AX-CIPHER-TYPE              PIC X(01).
000230     05  AX-KEY-ID                   PIC X(08).
000240*    Message id the request concerns, carried onto the
000250*    violation record; zero when there is none.
000260     05  AX-MSG-ID                   PIC 9(06).
000270*    Returned: the signed-on operator, the answer, and the
000280*    line to put on the screen when the answer is no.  The
000285*    reason codes are AUD-VIO-REASON's (AUDREC.cpy).
000290     05  AX-OPERATOR-ID              PIC X(08).
000300     05  AX-RESULT                   PIC X(01).
000310         88  AX-AUTHORIZED            VALUE 'Y'.
000320         88  AX-REFUSED               VALUE 'N'.
000330     05  AX-REASON-CD                PIC X(01).
000340     05  AX-MESSAGE-TEXT             PIC X(40).
