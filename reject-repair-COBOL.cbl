000310*   2026-09-02 RH   Original version.                         *
000311*   2026-09-02 RH   Accepted the new substitution type S in   *
000312*                   the repair edits, same as CIPHMNT.        *
000313*   2026-10-15 RH   Message lifecycle status (MSGREC.cpy): a  *
000314*                   repaired message is resubmitted as        *
000315*                   pending, the new H (hold) and L (release) *
000316*                   actions hold the message on the master    *
000317*                   off the batch while its reject waits and  *
000318*                   release it again, and the master's status *
000319*                   and date are shown (RSTS/RSDT).           *
000319*   2026-10-15 RH   Every entry first LINKs to CIPHAUTH to    *
000319*                   check the signed-on operator against the  *
000319*                   operator authorization file (ATHREC.cpy), *
000319*                   and each request is checked again for its *
000319*                   function (inquire for B, repair for R, H  *
000319*                   and L) and, on a repair, the cipher type  *
000319*                   and key id; a refusal shows NOT           *
000319*                   AUTHORIZED and is written to the audit    *
000319*                   log as a V record.                        *
000319*   2026-10-15 RH   A repaired message no longer on the       *
000319*                   master is rebuilt from its reject image   *
000319*                   rather than from spaces, so its partner   *
000319*                   id and the other fields off the screen    *
000319*                   are kept.                                 *
000320*-------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000810 01  RRP-REASON-TEXT              PIC X(40) VALUE SPACE.
000820 01  RRP-WARNING-TEXT             PIC X(40) VALUE SPACE.
000830 01  RRP-MESSAGE-TEXT             PIC X(79) VALUE SPACE.
000840*-------------------------------------------------------------*
000840* Operator authorization: what this screen is about to do,    *
000840* handed to CIPHAUTH, and its answer (AUTHLINK.cpy).          *
000840*-------------------------------------------------------------*
000840 COPY AUTHLINK.
000840 LINKAGE SECTION.
000850 01  DFHCOMMAREA                  PIC X(01).
000860 PROCEDURE DIVISION USING DFHCOMMAREA.
000870*=============================================================*
000880 0000-MAINLINE.
000890*=============================================================*
000900     IF EIBCALEN = 0 OR EIBAID NOT = WS-AID-CLEAR
000900         PERFORM 0100-CHECK-TRANSACTION-AUTH THRU 0100-EXIT
000900     END-IF
000900     IF EIBCALEN = 0
000910         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
000920     ELSE
001030         COMMAREA(DFHCOMMAREA)
001040     END-EXEC
001050     GOBACK.
001050*=============================================================*
001050* Before anything else, on every entry: may this operator use *
001050* this transaction at all?  A refusal puts up a clean screen  *
001050* carrying CIPHAUTH's NOT AUTHORIZED line and ends the        *
001050* conversation -- no TRANSID, so the next ENTER starts over.  *
001050*=============================================================*
001050 0100-CHECK-TRANSACTION-AUTH.
001050*=============================================================*
001050     MOVE SPACE TO AX-INTERFACE
001050     MOVE 0 TO AX-MSG-ID
001050     PERFORM 0150-LINK-AUTHORIZATION THRU 0150-EXIT
001050     IF AX-REFUSED
001050         MOVE SPACE TO CIPHREJO
001050         MOVE AX-MESSAGE-TEXT TO RMSGO
001050         EXEC CICS SEND MAP('CIPHREJ')
001050             MAPSET('CIPHSET')
001050             FROM(CIPHREJO)
001050             ERASE
001050         END-EXEC
001050         EXEC CICS RETURN
001050         END-EXEC
001050         GOBACK
001050     END-IF
001050 0100-EXIT.
001050     EXIT.
001050*=============================================================*
001050* CIPHAUTH checks the request and writes the violation record *
001050* itself on a refusal.  If it cannot be reached at all the    *
001050* answer is still no.                                         *
001050*=============================================================*
001050 0150-LINK-AUTHORIZATION.
001050*=============================================================*
001050     EXEC CICS LINK PROGRAM('CIPHAUTH')
001050         COMMAREA(AX-INTERFACE)
001050         LENGTH(LENGTH OF AX-INTERFACE)
001050         RESP(RRP-RESP-WS)
001050     END-EXEC
001050     IF RRP-RESP-WS NOT = DFHRESP(NORMAL)
001050         SET AX-REFUSED TO TRUE
001050         MOVE 'NOT AUTHORIZED -- AUTH CHECK UNAVAILABLE'
001050             TO AX-MESSAGE-TEXT
001050     END-IF
001050 0150-EXIT.
001050     EXIT.
001050*=============================================================*
001050* Then, once the screen has passed its edits: B is an         *
001050* inquiry, R, H and L are repairs, and a repair must also be  *
001050* allowed the cipher type and key id it is resubmitting.      *
001050*=============================================================*
001050 0200-CHECK-FUNCTION-AUTH.
001050*=============================================================*
001050     MOVE SPACE TO AX-INTERFACE
001050     IF RACTNI = 'B'
001050         SET AX-FUNC-INQUIRE TO TRUE
001050     ELSE
001050         SET AX-FUNC-REPAIR TO TRUE
001050     END-IF
001050     IF RACTNI = 'R'
001050         MOVE RTYPI TO AX-CIPHER-TYPE
001050         IF (RTYPI = 'V' OR RTYPI = 'S') AND RSHFI NOT = '999'
001050             MOVE FUNCTION UPPER-CASE(RKEYI(1:8)) TO AX-KEY-ID
001050             INSPECT AX-KEY-ID REPLACING ALL LOW-VALUE BY SPACE
001050         END-IF
001050     END-IF
001050     MOVE RMIDI TO AX-MSG-ID
001050     PERFORM 0150-LINK-AUTHORIZATION THRU 0150-EXIT
001050     IF AX-REFUSED
001050         MOVE 'N' TO RRP-VALID-SW
001050         MOVE AX-MESSAGE-TEXT TO RRP-WARNING-TEXT
001050     END-IF
001050 0200-EXIT.
001050     EXIT.
001060*=============================================================*
001070* First entry into the transaction: put up a blank screen     *
001080* for the clerk to start browsing from.                       *
001100 1000-SEND-INITIAL-MAP.
001110*=============================================================*
001120     MOVE SPACE TO CIPHREJO
001130     MOVE 'ENTER ACTION (B/R/H/L) AND MSG ID'
001140         TO RMSGO
001150     EXEC CICS SEND MAP('CIPHREJ')
001160         MAPSET('CIPHSET')
001320     MOVE SPACE TO RRP-MESSAGE-TEXT
001330     MOVE SPACE TO RRP-REASON-TEXT
001340     PERFORM 2100-VALIDATE-SCREEN-INPUT THRU 2100-EXIT
001340     IF RRP-INPUT-VALID
001340         PERFORM 0200-CHECK-FUNCTION-AUTH THRU 0200-EXIT
001340     END-IF
001350     IF RRP-INPUT-VALID
001360         MOVE RMIDI TO RRP-REJ-KEY
001370         MOVE RRP-REJ-KEY TO RRP-ENTERED-ID
001400                 PERFORM 2600-BROWSE-NEXT-REJECT THRU 2600-EXIT
001410             WHEN 'R'
001420                 PERFORM 2300-REPAIR-MESSAGE THRU 2300-EXIT
001421             WHEN 'H'
001422                 PERFORM 2900-HOLD-MESSAGE THRU 2900-EXIT
001423             WHEN 'L'
001424                 PERFORM 2950-RELEASE-MESSAGE THRU 2950-EXIT
001430         END-EVALUATE
001440     END-IF
001450     PERFORM 3000-SEND-RESULT-MAP THRU 3000-EXIT
001460 2000-EXIT.
001470     EXIT.
001480*=============================================================*
001490* Field edits.  A browse, hold, or release only needs a      *
001500* usable key; a repair re-runs the same record edits CIPHMNT  *
001510* applies -- cipher type C/R/V, text length 1-256, key id on  *
001520* the vault and inside its lifecycle window for V (except     *
001530* shift 999, the solver's unknown-key marker) -- so a record  *
001540* this screen resubmits can never bounce off the next run's   *
001545* reject path.                                                *
001550*=============================================================*
001560 2100-VALIDATE-SCREEN-INPUT.
001570*=============================================================*
001580     SET RRP-INPUT-VALID TO TRUE
001590     MOVE SPACE TO RRP-WARNING-TEXT
001600     IF RACTNI NOT = 'B' AND RACTNI NOT = 'R'
001605             AND RACTNI NOT = 'H' AND RACTNI NOT = 'L'
001610         MOVE 'N' TO RRP-VALID-SW
001620         MOVE 'ACTION MUST BE B/R/H/L'
001630             TO RRP-WARNING-TEXT
001640     END-IF
001650     IF RRP-INPUT-VALID
002850* batch read it in place and only skipped it), so REWRITE is  *
002860* the normal path and a WRITE covers a record that was        *
002870* deleted in the meantime.  Only after the master accepts it  *
002880* is the reject entry marked resolved.  The repaired message  *
002881* goes back to pending so the next run picks it up -- a hold   *
002882* placed while it waited is lifted by the repair itself.      *
002890*=============================================================*
002900 2300-REPAIR-MESSAGE.
002910*=============================================================*
003040         END-EXEC
003050     ELSE
003060         IF RRP-RESP-WS = DFHRESP(NOTFND)
003065* Not on the master: start from the rejected image, so the    *
003065* fields the screen does not carry (the partner id among them)*
003065* go back onto the master as the batch rejected them.         *
003065             EXEC CICS READ FILE('CIPHREJ')
003065                 INTO(REJ-RECORD)
003065                 RIDFLD(RRP-REJ-KEY)
003065                 RESP(RRP-RESP-WS)
003065             END-EXEC
003065             IF RRP-RESP-WS = DFHRESP(NORMAL)
003065                 MOVE REJ-MSG-IMAGE TO MSG-RECORD
003065             ELSE
003065                 MOVE SPACE TO MSG-RECORD
003065             END-IF
003070             PERFORM 2700-BUILD-MSG-RECORD THRU 2700-EXIT
003080             EXEC CICS WRITE FILE('CIPHMSG')
003090                 FROM(MSG-RECORD)
003160         MOVE 'FILE ERROR ON RESUBMIT' TO RRP-WARNING-TEXT
003170         GO TO 2300-EXIT
003180     END-IF
003185     PERFORM 2850-FORMAT-STATUS-TO-SCREEN THRU 2850-EXIT
003190     PERFORM 2400-MARK-REJECT-RESOLVED THRU 2400-EXIT
003200     IF RRP-WARNING-TEXT = SPACE
003210         MOVE 'MESSAGE REPAIRED AND RESUBMITTED'
004330     INSPECT MSG-KEY-ID REPLACING ALL LOW-VALUE BY SPACE
004340     MOVE FUNCTION UPPER-CASE(RRP-TEXT-WS) TO MSG-TEXT
004350     MOVE RRP-TEXT-LEN-WS TO MSG-TEXT-LEN
004351     MOVE FUNCTION CURRENT-DATE TO RRP-TODAY-TEXT
004352     SET MSG-STATUS-PENDING TO TRUE
004353     MOVE RRP-TODAY-TEXT(1:8) TO MSG-STATUS-DATE
004360 2700-EXIT.
004370     EXIT.
004380*=============================================================*
004540     MOVE MSG-TEXT(65:64) TO RTX2O
004550     MOVE MSG-TEXT(129:64) TO RTX3O
004560     MOVE MSG-TEXT(193:64) TO RTX4O
004570     PERFORM 2810-DERIVE-REJECT-REASON THRU 2810-EXIT
004571     PERFORM 2820-SHOW-MASTER-STATUS THRU 2820-EXIT
004580 2800-EXIT.
004590     EXIT.
004600*=============================================================*
004610 2810-DERIVE-REJECT-REASON.
004620*=============================================================*
004630     EVALUATE TRUE
004640         WHEN MSG-TEXT-LEN NOT NUMERIC
004750             MOVE 'NO EDIT FAILURE FOUND -- VERIFY RECORD'
004760                 TO RRP-REASON-TEXT
004770     END-EVALUATE
004780 2810-EXIT.
004790     EXIT.
004791*=============================================================*
004792* The status shown is the message master's, not the reject    *
004793* image's: the image is the record as it bounced, while the   *
004794* master says whether it is held or still waiting to go out.  *
004795*=============================================================*
004796 2820-SHOW-MASTER-STATUS.
004797*=============================================================*
004798     EXEC CICS READ FILE('CIPHMSG')
004799         INTO(MSG-RECORD)
004800         RIDFLD(RRP-REJ-KEY)
004801         RESP(RRP-RESP-WS)
004802     END-EXEC
004803     IF RRP-RESP-WS = DFHRESP(NORMAL)
004804         PERFORM 2850-FORMAT-STATUS-TO-SCREEN THRU 2850-EXIT
004805     ELSE
004806         MOVE SPACE TO RSTSO
004807         MOVE SPACE TO RSDTO
004808     END-IF
004809 2820-EXIT.
004810     EXIT.
004811*=============================================================*
004812* A blank status is a record written before the status byte   *
004813* existed; the batch treats it as pending, so the screen      *
004814* shows it as P too.                                          *
004815*=============================================================*
004816 2850-FORMAT-STATUS-TO-SCREEN.
004817*=============================================================*
004818     IF MSG-STATUS-PENDING
004819         MOVE 'P' TO RSTSO
004820     ELSE
004821         MOVE MSG-STATUS TO RSTSO
004822     END-IF
004823     MOVE MSG-STATUS-DATE TO RSDTO
004824 2850-EXIT.
004825     EXIT.
004826*=============================================================*
004827* Hold: keep the message on the master off the batch while    *
004828* its reject waits for repair, so it does not bounce again    *
004829* night after night.  Only a pending message can be held.     *
004830*=============================================================*
004831 2900-HOLD-MESSAGE.
004832*=============================================================*
004833     EXEC CICS READ FILE('CIPHMSG')
004834         INTO(MSG-RECORD)
004835         RIDFLD(RRP-REJ-KEY)
004836         UPDATE
004837         RESP(RRP-RESP-WS)
004838     END-EXEC
004839     IF RRP-RESP-WS = DFHRESP(NOTFND)
004840         MOVE 'MSG ID NOT ON MESSAGE MASTER' TO RRP-WARNING-TEXT
004841         GO TO 2900-EXIT
004842     END-IF
004843     IF RRP-RESP-WS NOT = DFHRESP(NORMAL)
004844         MOVE 'FILE ERROR ON HOLD' TO RRP-WARNING-TEXT
004845         GO TO 2900-EXIT
004846     END-IF
004847     PERFORM 2850-FORMAT-STATUS-TO-SCREEN THRU 2850-EXIT
004848     IF NOT MSG-STATUS-PENDING
004849         EXEC CICS UNLOCK FILE('CIPHMSG')
004850         END-EXEC
004851         MOVE 'ONLY A PENDING MESSAGE CAN BE HELD'
004852             TO RRP-WARNING-TEXT
004853         GO TO 2900-EXIT
004854     END-IF
004855     MOVE FUNCTION CURRENT-DATE TO RRP-TODAY-TEXT
004856     SET MSG-STATUS-HELD TO TRUE
004857     MOVE RRP-TODAY-TEXT(1:8) TO MSG-STATUS-DATE
004858     EXEC CICS REWRITE FILE('CIPHMSG')
004859         FROM(MSG-RECORD)
004860         RESP(RRP-RESP-WS)
004861     END-EXEC
004862     IF RRP-RESP-WS = DFHRESP(NORMAL)
004863         PERFORM 2850-FORMAT-STATUS-TO-SCREEN THRU 2850-EXIT
004864         MOVE 'MESSAGE PLACED ON HOLD' TO RRP-MESSAGE-TEXT
004865     ELSE
004866         MOVE 'FILE ERROR ON HOLD' TO RRP-WARNING-TEXT
004867     END-IF
004868 2900-EXIT.
004869     EXIT.
004870*=============================================================*
004871* Release: a held message goes back to pending and rides the  *
004872* next run as it stands.                                      *
004873*=============================================================*
004874 2950-RELEASE-MESSAGE.
004875*=============================================================*
004876     EXEC CICS READ FILE('CIPHMSG')
004877         INTO(MSG-RECORD)
004878         RIDFLD(RRP-REJ-KEY)
004879         UPDATE
004880         RESP(RRP-RESP-WS)
004881     END-EXEC
004882     IF RRP-RESP-WS = DFHRESP(NOTFND)
004883         MOVE 'MSG ID NOT ON MESSAGE MASTER' TO RRP-WARNING-TEXT
004884         GO TO 2950-EXIT
004885     END-IF
004886     IF RRP-RESP-WS NOT = DFHRESP(NORMAL)
004887         MOVE 'FILE ERROR ON RELEASE' TO RRP-WARNING-TEXT
004888         GO TO 2950-EXIT
004889     END-IF
004890     PERFORM 2850-FORMAT-STATUS-TO-SCREEN THRU 2850-EXIT
004891     IF NOT MSG-STATUS-HELD
004892         EXEC CICS UNLOCK FILE('CIPHMSG')
004893         END-EXEC
004894         MOVE 'MESSAGE IS NOT ON HOLD' TO RRP-WARNING-TEXT
004895         GO TO 2950-EXIT
004896     END-IF
004897     MOVE FUNCTION CURRENT-DATE TO RRP-TODAY-TEXT
004898     SET MSG-STATUS-PENDING TO TRUE
004899     MOVE RRP-TODAY-TEXT(1:8) TO MSG-STATUS-DATE
004900     EXEC CICS REWRITE FILE('CIPHMSG')
004901         FROM(MSG-RECORD)
004902         RESP(RRP-RESP-WS)
004903     END-EXEC
004904     IF RRP-RESP-WS = DFHRESP(NORMAL)
004905         PERFORM 2850-FORMAT-STATUS-TO-SCREEN THRU 2850-EXIT
004906         MOVE 'MESSAGE RELEASED TO PENDING' TO RRP-MESSAGE-TEXT
004907     ELSE
004908         MOVE 'FILE ERROR ON RELEASE' TO RRP-WARNING-TEXT
004909     END-IF
004910 2950-EXIT.
004911     EXIT.
004800*=============================================================*
004810 3000-SEND-RESULT-MAP.
004820*=============================================================*
