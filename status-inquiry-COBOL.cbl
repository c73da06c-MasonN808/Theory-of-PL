000280* MODIFICATION HISTORY                                        *
000290*   DATE       BY   DESCRIPTION                               *
000300*   2026-09-02 RH   Original version.                         *
000301*   2026-10-15 RH   Ids 000000 and 999999 key the transmit    *
000302*                   file's envelope header and trailer        *
000303*                   (XMTREC.cpy), never a message, so they    *
000304*                   show as not on the transmit file.         *
000304*   2026-10-15 RH   Every entry first LINKs to CIPHAUTH to    *
000304*                   check the signed-on operator against the  *
000304*                   operator authorization file (ATHREC.cpy), *
000304*                   and each request is checked again for the *
000304*                   inquire function; a refusal shows NOT     *
000304*                   AUTHORIZED and is written to the audit    *
000304*                   log as a V record.                        *
000310*-------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000950     05  FILLER                   PIC X(27) VALUE SPACE.
000960 01  INQ-WARNING-TEXT             PIC X(40) VALUE SPACE.
000970 01  INQ-MESSAGE-TEXT             PIC X(79) VALUE SPACE.
000980*-------------------------------------------------------------*
000980* Operator authorization: what this screen is about to do,    *
000980* handed to CIPHAUTH, and its answer (AUTHLINK.cpy).          *
000980*-------------------------------------------------------------*
000980 COPY AUTHLINK.
000980 LINKAGE SECTION.
000990 01  DFHCOMMAREA                  PIC X(01).
001000 PROCEDURE DIVISION USING DFHCOMMAREA.
001010*=============================================================*
001020 0000-MAINLINE.
001030*=============================================================*
001040     IF EIBCALEN = 0 OR EIBAID NOT = WS-AID-CLEAR
001040         PERFORM 0100-CHECK-TRANSACTION-AUTH THRU 0100-EXIT
001040     END-IF
001040     IF EIBCALEN = 0
001050         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001060     ELSE
001170         COMMAREA(DFHCOMMAREA)
001180     END-EXEC
001190     GOBACK.
001190*=============================================================*
001190* Before anything else, on every entry: may this operator use *
001190* this transaction at all?  A refusal puts up a clean screen  *
001190* carrying CIPHAUTH's NOT AUTHORIZED line and ends the        *
001190* conversation -- no TRANSID, so the next ENTER starts over.  *
001190*=============================================================*
001190 0100-CHECK-TRANSACTION-AUTH.
001190*=============================================================*
001190     MOVE SPACE TO AX-INTERFACE
001190     MOVE 0 TO AX-MSG-ID
001190     PERFORM 0150-LINK-AUTHORIZATION THRU 0150-EXIT
001190     IF AX-REFUSED
001190         MOVE SPACE TO CIPHINQO
001190         MOVE AX-MESSAGE-TEXT TO QMSGO
001190         EXEC CICS SEND MAP('CIPHINQ')
001190             MAPSET('CIPHSET')
001190             FROM(CIPHINQO)
001190             ERASE
001190         END-EXEC
001190         EXEC CICS RETURN
001190         END-EXEC
001190         GOBACK
001190     END-IF
001190 0100-EXIT.
001190     EXIT.
001190*=============================================================*
001190* CIPHAUTH checks the request and writes the violation record *
001190* itself on a refusal.  If it cannot be reached at all the    *
001190* answer is still no.                                         *
001190*=============================================================*
001190 0150-LINK-AUTHORIZATION.
001190*=============================================================*
001190     EXEC CICS LINK PROGRAM('CIPHAUTH')
001190         COMMAREA(AX-INTERFACE)
001190         LENGTH(LENGTH OF AX-INTERFACE)
001190         RESP(INQ-RESP-WS)
001190     END-EXEC
001190     IF INQ-RESP-WS NOT = DFHRESP(NORMAL)
001190         SET AX-REFUSED TO TRUE
001190         MOVE 'NOT AUTHORIZED -- AUTH CHECK UNAVAILABLE'
001190             TO AX-MESSAGE-TEXT
001190     END-IF
001190 0150-EXIT.
001190     EXIT.
001190*=============================================================*
001190* Then, once the message id has passed its edit: may this    *
001190* operator inquire?                                           *
001190*=============================================================*
001190 0200-CHECK-FUNCTION-AUTH.
001190*=============================================================*
001190     MOVE SPACE TO AX-INTERFACE
001190     SET AX-FUNC-INQUIRE TO TRUE
001190     MOVE QMIDI TO AX-MSG-ID
001190     PERFORM 0150-LINK-AUTHORIZATION THRU 0150-EXIT
001190     IF AX-REFUSED
001190         MOVE 'N' TO INQ-VALID-SW
001190         MOVE AX-MESSAGE-TEXT TO INQ-WARNING-TEXT
001190     END-IF
001190 0200-EXIT.
001190     EXIT.
001200*=============================================================*
001210* First entry into the transaction: put up a blank screen     *
001220* for the help desk to key the message id into.               *
001500         MOVE 'MSG ID MUST BE NUMERIC' TO INQ-WARNING-TEXT
001510     END-IF
001520     IF INQ-INPUT-VALID
001520         PERFORM 0200-CHECK-FUNCTION-AUTH THRU 0200-EXIT
001520     END-IF
001520     IF INQ-INPUT-VALID
001530         MOVE QMIDI TO INQ-MSG-KEY
001540         PERFORM 2100-READ-MESSAGE-MASTER THRU 2100-EXIT
001550         PERFORM 2200-READ-TRANSMIT-FILE THRU 2200-EXIT
001950*=============================================================*
001960     MOVE SPACE TO QXLNO
001970     MOVE INQ-MSG-KEY TO INQ-XMT-KEY
001971     IF INQ-XMT-KEY = 000000 OR INQ-XMT-KEY = 999999
001972         MOVE 'N' TO QXMTO
001973         GO TO 2200-EXIT
001974     END-IF
001980     EXEC CICS READ FILE('CIPHXMT')
001990         INTO(XMT-RECORD)
002000         RIDFLD(INQ-XMT-KEY)
