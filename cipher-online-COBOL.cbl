000242*                   VSAM ESDS now (see CIPHER's history), and     *
000242*                   an extrapartition TD destination cannot       *
000242*                   write VSAM.  Same AUDREC, same trail.         *
000242*   2026-10-15 RH   Every entry first LINKs to CIPHAUTH to     *
000242*                   check the signed-on operator against the   *
000242*                   operator authorization file (ATHREC.cpy),  *
000242*                   and each request is checked again for its  *
000242*                   function (E/D), cipher type and key id; a  *
000242*                   refusal shows NOT AUTHORIZED and is        *
000242*                   written to the audit log as a V record.    *
000242*   2026-10-15 RH   Audit records are written through          *
000242*                   CIPHAUDW, which stamps the audit log's     *
000242*                   sequence number and chain hash on them.    *
000242*-------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000500 01  ONL-RESP-WS                   PIC S9(08) COMP VALUE 0.
000501 01  ONL-USERID                    PIC X(08) VALUE SPACE.
000502 01  ONL-TODAY-TEXT                PIC X(21) VALUE SPACE.
000503*-------------------------------------------------------------*
000503* Interface to CIPHAUDW, which chains and writes the audit    *
000503* record (AUDWLINK.cpy).                                      *
000503*-------------------------------------------------------------*
000503 COPY AUDWLINK.
000504 01  ONL-SHIFT-NUM-WS              PIC ZZ9.
000510*-------------------------------------------------------------*
000510* Operator authorization: what this screen is about to do,    *
000510* handed to CIPHAUTH, and its answer (AUTHLINK.cpy).          *
000510*-------------------------------------------------------------*
000510 COPY AUTHLINK.
000510 LINKAGE SECTION.
000520 01  DFHCOMMAREA                   PIC X(01).
000530 PROCEDURE DIVISION USING DFHCOMMAREA.
000540*=============================================================*
000550 0000-MAINLINE.
000560*=============================================================*
000570     IF EIBCALEN = 0 OR EIBAID NOT = WS-AID-CLEAR
000570         PERFORM 0100-CHECK-TRANSACTION-AUTH THRU 0100-EXIT
000570     END-IF
000570     IF EIBCALEN = 0
000580         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
000590     ELSE
000635         COMMAREA(DFHCOMMAREA)
000640     END-EXEC
000650     GOBACK.
000650*=============================================================*
000650* Before anything else, on every entry: may this operator use *
000650* this transaction at all?  A refusal puts up a clean screen  *
000650* carrying CIPHAUTH's NOT AUTHORIZED line and ends the        *
000650* conversation -- no TRANSID, so the next ENTER starts over.  *
000650*=============================================================*
000650 0100-CHECK-TRANSACTION-AUTH.
000650*=============================================================*
000650     MOVE SPACE TO AX-INTERFACE
000650     MOVE 0 TO AX-MSG-ID
000650     PERFORM 0150-LINK-AUTHORIZATION THRU 0150-EXIT
000650     IF AX-REFUSED
000650         MOVE SPACE TO CIPHMAPO
000650         MOVE AX-MESSAGE-TEXT TO MSGO
000650         EXEC CICS SEND MAP('CIPHMAP')
000650             MAPSET('CIPHSET')
000650             FROM(CIPHMAPO)
000650             ERASE
000650         END-EXEC
000650         EXEC CICS RETURN
000650         END-EXEC
000650         GOBACK
000650     END-IF
000650 0100-EXIT.
000650     EXIT.
000650*=============================================================*
000650* CIPHAUTH checks the request and writes the violation record *
000650* itself on a refusal.  If it cannot be reached at all the    *
000650* answer is still no.                                         *
000650*=============================================================*
000650 0150-LINK-AUTHORIZATION.
000650*=============================================================*
000650     EXEC CICS LINK PROGRAM('CIPHAUTH')
000650         COMMAREA(AX-INTERFACE)
000650         LENGTH(LENGTH OF AX-INTERFACE)
000650         RESP(ONL-RESP-WS)
000650     END-EXEC
000650     IF ONL-RESP-WS NOT = DFHRESP(NORMAL)
000650         SET AX-REFUSED TO TRUE
000650         MOVE 'NOT AUTHORIZED -- AUTH CHECK UNAVAILABLE'
000650             TO AX-MESSAGE-TEXT
000650     END-IF
000650 0150-EXIT.
000650     EXIT.
000650*=============================================================*
000650* Then, once the screen has passed its edits: may this       *
000650* operator encrypt or decrypt, with this cipher type, and     *
000650* with this key id?                                           *
000650*=============================================================*
000650 0200-CHECK-FUNCTION-AUTH.
000650*=============================================================*
000650     MOVE SPACE TO AX-INTERFACE
000650     MOVE FUNCI TO AX-FUNCTION-CD
000650     MOVE CTYPI TO AX-CIPHER-TYPE
000650     IF CTYPI = 'V' OR CTYPI = 'S'
000650         MOVE FUNCTION UPPER-CASE(KEYWDI(1:8)) TO AX-KEY-ID
000650         INSPECT AX-KEY-ID REPLACING ALL LOW-VALUE BY SPACE
000650     END-IF
000650     MOVE 0 TO AX-MSG-ID
000650     PERFORM 0150-LINK-AUTHORIZATION THRU 0150-EXIT
000650     IF AX-REFUSED
000650         MOVE 'N' TO ONL-VALID-SW
000650         MOVE AX-MESSAGE-TEXT TO ONL-WARNING-TEXT
000650     END-IF
000650 0200-EXIT.
000650     EXIT.
000660*=============================================================*
000670* First entry into the transaction: put up a blank screen for  *
000680* the analyst to fill in.                                      *
000900         INTO(CIPHMAPI)
000910     END-EXEC
000920     PERFORM 2100-VALIDATE-SCREEN-INPUT THRU 2100-EXIT
000920     IF ONL-INPUT-VALID
000920         PERFORM 0200-CHECK-FUNCTION-AUTH THRU 0200-EXIT
000920     END-IF
000930     IF ONL-INPUT-VALID
000940         PERFORM 2200-BUILD-ENGINE-INTERFACE THRU 2200-EXIT
000945     END-IF
001606* There is no message id for a screen request, so AUD-MSG-ID   *
001607* is zero; the keyword itself is never logged, only the VAR    *
001608* indicator in the shift column, the same as the batch.        *
001608* CIPHAUDW stamps the sequence number and chain hash and       *
001608* writes it; a record it could not write ends the task the     *
001608* way a failed WRITE here always has, so no request goes       *
001608* unlogged.                                                    *
001609*=============================================================*
001610 2400-WRITE-AUDIT-RECORD.
001611*=============================================================*
001634     END-EVALUATE
001635     MOVE CX-TEXT-LEN TO AUD-MSG-LEN
001636     MOVE SPACE TO AUD-KEYWORD
001637     MOVE AUD-RECORD TO AW-AUD-RECORD
001637     EXEC CICS LINK PROGRAM('CIPHAUDW')
001638         COMMAREA(AW-INTERFACE)
001639         LENGTH(LENGTH OF AW-INTERFACE)
001640     END-EXEC
001640     IF AW-NOT-WRITTEN
001640         EXEC CICS ABEND ABCODE('CAUD')
001640         END-EXEC
001640     END-IF
001641 2400-EXIT.
001642     EXIT.
001643*=============================================================*
