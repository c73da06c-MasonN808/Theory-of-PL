000299*                   required for S the same as V (shift 999,  *
000299*                   the solver's unknown-key marker, is       *
000299*                   exempt for both).                         *
000299*   2026-10-15 RH   Message lifecycle status (MSGREC.cpy): an *
000299*                   add goes on pending, a change puts the    *
000299*                   message back to pending unless it is      *
000299*                   held, and the new H (hold) and L          *
000299*                   (release) actions hold a pending message  *
000299*                   off the batch and release it again.  The  *
000299*                   status and the date it last changed are   *
000299*                   shown on the screen (MSTS/MSDT).          *
000299*   2026-10-15 RH   An add may not use msg id 000000 or       *
000299*                   999999, the transmit envelope keys        *
000299*                   (XMTREC.cpy).                             *
000299*   2026-10-15 RH   Every entry first LINKs to CIPHAUTH to    *
000299*                   check the signed-on operator against the  *
000299*                   operator authorization file (ATHREC.cpy), *
000299*                   and each request is checked again for its *
000299*                   function (inquire for I and B, maintain   *
000299*                   for the rest) and, on an add or change,   *
000299*                   the cipher type and key id; a refusal     *
000299*                   shows NOT AUTHORIZED and is written to    *
000299*                   the audit log as a V record.              *
000299*   2026-10-15 RH   The new MPTN field carries the partner a  *
000299*                   message is bound for (MSG-PARTNER-ID),    *
000299*                   blank for the house transmit file. An add *
000299*                   or change checks it against the partner   *
000299*                   profile (CICS file PARTNER); inquiry and  *
000299*                   browse show it.                           *
000300*-------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000598*-------------------------------------------------------------*
000599 COPY KEYREC.
000599 01  MNT-KEY-ID                   PIC X(08) VALUE SPACE.
000599*-------------------------------------------------------------*
000599* Partner profile record for validating the partner id a      *
000599* message is bound for -- read from the PARTNER file.         *
000599*-------------------------------------------------------------*
000599 COPY PTNREC.
000599 01  MNT-PARTNER-ID               PIC X(06) VALUE SPACE.
000600 01  MNT-SWITCHES.
000610     05  MNT-VALID-SW             PIC X(01) VALUE 'Y'.
000620         88  MNT-INPUT-VALID      VALUE 'Y'.
000675 01  MNT-TODAY-TEXT               PIC X(21) VALUE SPACE.
000680 01  MNT-WARNING-TEXT             PIC X(40) VALUE SPACE.
000690 01  MNT-MESSAGE-TEXT             PIC X(79) VALUE SPACE.
000700*-------------------------------------------------------------*
000700* Operator authorization: what this screen is about to do,    *
000700* handed to CIPHAUTH, and its answer (AUTHLINK.cpy).          *
000700*-------------------------------------------------------------*
000700 COPY AUTHLINK.
000700 LINKAGE SECTION.
000710 01  DFHCOMMAREA                  PIC X(01).
000720 PROCEDURE DIVISION USING DFHCOMMAREA.
000730*=============================================================*
000740 0000-MAINLINE.
000750*=============================================================*
000760     IF EIBCALEN = 0 OR EIBAID NOT = WS-AID-CLEAR
000760         PERFORM 0100-CHECK-TRANSACTION-AUTH THRU 0100-EXIT
000760     END-IF
000760     IF EIBCALEN = 0
000770         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
000780     ELSE
000890         COMMAREA(DFHCOMMAREA)
000900     END-EXEC
000910     GOBACK.
000910*=============================================================*
000910* Before anything else, on every entry: may this operator use *
000910* this transaction at all?  A refusal puts up a clean screen  *
000910* carrying CIPHAUTH's NOT AUTHORIZED line and ends the        *
000910* conversation -- no TRANSID, so the next ENTER starts over.  *
000910*=============================================================*
000910 0100-CHECK-TRANSACTION-AUTH.
000910*=============================================================*
000910     MOVE SPACE TO AX-INTERFACE
000910     MOVE 0 TO AX-MSG-ID
000910     PERFORM 0150-LINK-AUTHORIZATION THRU 0150-EXIT
000910     IF AX-REFUSED
000910         MOVE SPACE TO CIPHMNTO
000910         MOVE AX-MESSAGE-TEXT TO MMSGO
000910         EXEC CICS SEND MAP('CIPHMNT')
000910             MAPSET('CIPHSET')
000910             FROM(CIPHMNTO)
000910             ERASE
000910         END-EXEC
000910         EXEC CICS RETURN
000910         END-EXEC
000910         GOBACK
000910     END-IF
000910 0100-EXIT.
000910     EXIT.
000910*=============================================================*
000910* CIPHAUTH checks the request and writes the violation record *
000910* itself on a refusal.  If it cannot be reached at all the    *
000910* answer is still no.                                         *
000910*=============================================================*
000910 0150-LINK-AUTHORIZATION.
000910*=============================================================*
000910     EXEC CICS LINK PROGRAM('CIPHAUTH')
000910         COMMAREA(AX-INTERFACE)
000910         LENGTH(LENGTH OF AX-INTERFACE)
000910         RESP(MNT-RESP-WS)
000910     END-EXEC
000910     IF MNT-RESP-WS NOT = DFHRESP(NORMAL)
000910         SET AX-REFUSED TO TRUE
000910         MOVE 'NOT AUTHORIZED -- AUTH CHECK UNAVAILABLE'
000910             TO AX-MESSAGE-TEXT
000910     END-IF
000910 0150-EXIT.
000910     EXIT.
000910*=============================================================*
000910* Then, once the screen has passed its edits: I and B are     *
000910* inquiries, every other action is maintenance, and an add or *
000910* change must also be allowed the cipher type and key id it   *
000910* is storing.                                                 *
000910*=============================================================*
000910 0200-CHECK-FUNCTION-AUTH.
000910*=============================================================*
000910     MOVE SPACE TO AX-INTERFACE
000910     IF ACTNI = 'I' OR ACTNI = 'B'
000910         SET AX-FUNC-INQUIRE TO TRUE
000910     ELSE
000910         SET AX-FUNC-MAINTAIN TO TRUE
000910     END-IF
000910     IF ACTNI = 'A' OR ACTNI = 'C'
000910         MOVE MTYPI TO AX-CIPHER-TYPE
000910         IF (MTYPI = 'V' OR MTYPI = 'S') AND MSHFI NOT = '999'
000910             MOVE FUNCTION UPPER-CASE(MKEYI(1:8)) TO AX-KEY-ID
000910             INSPECT AX-KEY-ID REPLACING ALL LOW-VALUE BY SPACE
000910         END-IF
000910     END-IF
000910     MOVE MIDI TO AX-MSG-ID
000910     PERFORM 0150-LINK-AUTHORIZATION THRU 0150-EXIT
000910     IF AX-REFUSED
000910         MOVE 'N' TO MNT-VALID-SW
000910         MOVE AX-MESSAGE-TEXT TO MNT-WARNING-TEXT
000910     END-IF
000910 0200-EXIT.
000910     EXIT.
000920*=============================================================*
000930* First entry into the transaction: put up a blank screen for *
000940* the clerk to fill in.                                       *
000960 1000-SEND-INITIAL-MAP.
000970*=============================================================*
000980     MOVE SPACE TO CIPHMNTO
000990     MOVE 'ENTER ACTION (A/C/D/I/B/H/L) AND MSG ID'
001000         TO MMSGO
001010     EXEC CICS SEND MAP('CIPHMNT')
001020         MAPSET('CIPHSET')
001180     END-EXEC
001190     MOVE SPACE TO MNT-MESSAGE-TEXT
001200     PERFORM 2100-VALIDATE-SCREEN-INPUT THRU 2100-EXIT
001200     IF MNT-INPUT-VALID
001200         PERFORM 0200-CHECK-FUNCTION-AUTH THRU 0200-EXIT
001200     END-IF
001210     IF MNT-INPUT-VALID
001220         MOVE MIDI TO MNT-MSG-KEY
001230         MOVE MNT-MSG-KEY TO MNT-ENTERED-ID
001320                 PERFORM 2500-INQUIRE-MESSAGE THRU 2500-EXIT
001330             WHEN 'B'
001340                 PERFORM 2600-BROWSE-NEXT-MESSAGE THRU 2600-EXIT
001341             WHEN 'H'
001342                 PERFORM 2900-HOLD-MESSAGE THRU 2900-EXIT
001343             WHEN 'L'
001344                 PERFORM 2950-RELEASE-MESSAGE THRU 2950-EXIT
001350         END-EVALUATE
001360     END-IF
001370     PERFORM 3000-SEND-RESULT-MAP THRU 3000-EXIT
001420* batch driver applies at run time -- cipher type C/R/V, text *
001430* length 1-256, keyword required for V -- so a record this    *
001440* screen accepts can never come back off the reject path of a *
001450* later CIPHER run.  Delete, inquire, browse, hold, and      *
001460* release only need a usable key.                             *
001470*=============================================================*
001480 2100-VALIDATE-SCREEN-INPUT.
001490*=============================================================*
001510     MOVE SPACE TO MNT-WARNING-TEXT
001520     IF ACTNI NOT = 'A' AND ACTNI NOT = 'C' AND ACTNI NOT = 'D'
001530             AND ACTNI NOT = 'I' AND ACTNI NOT = 'B'
001531             AND ACTNI NOT = 'H' AND ACTNI NOT = 'L'
001540         MOVE 'N' TO MNT-VALID-SW
001550         MOVE 'ACTION MUST BE A/C/D/I/B/H/L'
001560             TO MNT-WARNING-TEXT
001570     END-IF
001580     IF MNT-INPUT-VALID
001620                 TO MNT-WARNING-TEXT
001630         END-IF
001640     END-IF
001641     IF MNT-INPUT-VALID AND ACTNI = 'A'
001642         IF MIDI = '000000' OR MIDI = '999999'
001643             MOVE 'N' TO MNT-VALID-SW
001644             MOVE 'MSG IDS 000000 AND 999999 ARE RESERVED'
001645                 TO MNT-WARNING-TEXT
001646         END-IF
001647     END-IF
001650     IF MNT-INPUT-VALID
001660         IF ACTNI = 'A' OR ACTNI = 'C'
001670             PERFORM 2110-VALIDATE-RECORD-FIELDS THRU 2110-EXIT
001935             GO TO 2110-EXIT
001936         END-IF
001937     END-IF
001937     PERFORM 2130-VALIDATE-PARTNER-ID THRU 2130-EXIT
001937     IF NOT MNT-INPUT-VALID
001937         GO TO 2110-EXIT
001937     END-IF
001940     MOVE SPACE TO MNT-TEXT-WS
001950     MOVE MTX1I TO MNT-TEXT-WS(1:64)
001960     MOVE MTX2I TO MNT-TEXT-WS(65:64)
002196     END-EVALUATE
002197 2120-EXIT.
002198     EXIT.
002198*=============================================================*
002198* A partner id on an add/change must be on the partner        *
002198* profile with an outbound dataset to send to -- otherwise    *
002198* the batch driver puts the message on hold when it reaches   *
002198* it.  Blank is the house transmit file and needs no lookup.  *
002198*=============================================================*
002198 2130-VALIDATE-PARTNER-ID.
002198*=============================================================*
002198     MOVE FUNCTION UPPER-CASE(MPTNI) TO MNT-PARTNER-ID
002198     INSPECT MNT-PARTNER-ID REPLACING ALL LOW-VALUE BY SPACE
002198     IF MNT-PARTNER-ID = SPACE
002198         GO TO 2130-EXIT
002198     END-IF
002198     EXEC CICS READ FILE('PARTNER')
002198         INTO(PTN-RECORD)
002198         RIDFLD(MNT-PARTNER-ID)
002198         RESP(MNT-RESP-WS)
002198     END-EXEC
002198     EVALUATE MNT-RESP-WS
002198         WHEN DFHRESP(NORMAL)
002198             IF PTN-OUTBOUND-DSN = SPACE
002198                 MOVE 'N' TO MNT-VALID-SW
002198                 MOVE 'PARTNER HAS NO OUTBOUND DATASET'
002198                     TO MNT-WARNING-TEXT
002198             END-IF
002198         WHEN DFHRESP(NOTFND)
002198             MOVE 'N' TO MNT-VALID-SW
002198             MOVE 'PARTNER ID NOT ON PARTNER PROFILE'
002198                 TO MNT-WARNING-TEXT
002198         WHEN OTHER
002198             MOVE 'N' TO MNT-VALID-SW
002198             MOVE 'PARTNER PROFILE READ ERROR'
002198                 TO MNT-WARNING-TEXT
002198     END-EVALUATE
002198 2130-EXIT.
002198     EXIT.
002180*=============================================================*
002190 2200-ADD-MESSAGE.
002200*=============================================================*
002205     MOVE SPACE TO MSG-RECORD
002210     PERFORM 2700-BUILD-MSG-RECORD THRU 2700-EXIT
002211     MOVE FUNCTION CURRENT-DATE TO MNT-TODAY-TEXT
002212     SET MSG-STATUS-PENDING TO TRUE
002213     MOVE MNT-TODAY-TEXT(1:8) TO MSG-STATUS-DATE
002220     EXEC CICS WRITE FILE('CIPHMSG')
002230         FROM(MSG-RECORD)
002240         RIDFLD(MSG-ID)
002270     EVALUATE MNT-RESP-WS
002280         WHEN DFHRESP(NORMAL)
002290             MOVE 'MESSAGE ADDED' TO MNT-MESSAGE-TEXT
002291             PERFORM 2850-FORMAT-STATUS-TO-SCREEN THRU 2850-EXIT
002300         WHEN DFHRESP(DUPREC)
002310             MOVE 'MSG ID ALREADY ON FILE' TO MNT-WARNING-TEXT
002320         WHEN OTHER
002520         GO TO 2300-EXIT
002530     END-IF
002540     PERFORM 2700-BUILD-MSG-RECORD THRU 2700-EXIT
002541*    A changed message has to go out again on the next run, so
002542*    it goes back to pending -- unless it is on hold, which only
002543*    a release (L) lifts.
002544     IF NOT MSG-STATUS-HELD
002545         MOVE FUNCTION CURRENT-DATE TO MNT-TODAY-TEXT
002546         SET MSG-STATUS-PENDING TO TRUE
002547         MOVE MNT-TODAY-TEXT(1:8) TO MSG-STATUS-DATE
002548     END-IF
002550     EXEC CICS REWRITE FILE('CIPHMSG')
002560         FROM(MSG-RECORD)
002570         RESP(MNT-RESP-WS)
002580     END-EXEC
002590     IF MNT-RESP-WS = DFHRESP(NORMAL)
002600         MOVE 'MESSAGE CHANGED' TO MNT-MESSAGE-TEXT
002601         PERFORM 2850-FORMAT-STATUS-TO-SCREEN THRU 2850-EXIT
002610     ELSE
002620         MOVE 'FILE ERROR ON CHANGE' TO MNT-WARNING-TEXT
002630     END-IF
003690     INSPECT MSG-KEY-ID REPLACING ALL LOW-VALUE BY SPACE
003720     MOVE FUNCTION UPPER-CASE(MNT-TEXT-WS) TO MSG-TEXT
003730     MOVE MNT-TEXT-LEN-WS TO MSG-TEXT-LEN
003730     MOVE MNT-PARTNER-ID TO MSG-PARTNER-ID
003740 2700-EXIT.
003750     EXIT.
003760*=============================================================*
003860     MOVE SPACE TO MKEYO
003861     MOVE MSG-KEY-ID TO MKEYO(1:8)
003870     MOVE MSG-TEXT-LEN TO MLENO
003870     MOVE MSG-PARTNER-ID TO MPTNO
003880     MOVE MSG-TEXT(1:64) TO MTX1O
003890     MOVE MSG-TEXT(65:64) TO MTX2O
003900     MOVE MSG-TEXT(129:64) TO MTX3O
003910     MOVE MSG-TEXT(193:64) TO MTX4O
003911     PERFORM 2850-FORMAT-STATUS-TO-SCREEN THRU 2850-EXIT
003920 2800-EXIT.
003930     EXIT.
003931*=============================================================*
003932* A blank status is a record written before the status byte   *
003933* existed; the batch treats it as pending, so the screen      *
003934* shows it as P too.                                          *
003935*=============================================================*
003936 2850-FORMAT-STATUS-TO-SCREEN.
003937*=============================================================*
003938     IF MSG-STATUS-PENDING
003939         MOVE 'P' TO MSTSO
003940     ELSE
003941         MOVE MSG-STATUS TO MSTSO
003942     END-IF
003943     MOVE MSG-STATUS-DATE TO MSDTO
003944 2850-EXIT.
003945     EXIT.
003946*=============================================================*
003947* Hold: keep a pending message off the batch until it is      *
003948* released.  Only a pending message can be held -- one        *
003949* already transmitted or acknowledged has gone out, and       *
003950* holding it would stop nothing.                              *
003951*=============================================================*
003952 2900-HOLD-MESSAGE.
003953*=============================================================*
003954     EXEC CICS READ FILE('CIPHMSG')
003955         INTO(MSG-RECORD)
003956         RIDFLD(MNT-MSG-KEY)
003957         UPDATE
003958         RESP(MNT-RESP-WS)
003959     END-EXEC
003960     IF MNT-RESP-WS = DFHRESP(NOTFND)
003961         MOVE 'MSG ID NOT ON FILE' TO MNT-WARNING-TEXT
003962         GO TO 2900-EXIT
003963     END-IF
003964     IF MNT-RESP-WS NOT = DFHRESP(NORMAL)
003965         MOVE 'FILE ERROR ON HOLD' TO MNT-WARNING-TEXT
003966         GO TO 2900-EXIT
003967     END-IF
003968     PERFORM 2800-FORMAT-RECORD-TO-SCREEN THRU 2800-EXIT
003969     IF NOT MSG-STATUS-PENDING
003970         EXEC CICS UNLOCK FILE('CIPHMSG')
003971         END-EXEC
003972         MOVE 'ONLY A PENDING MESSAGE CAN BE HELD'
003973             TO MNT-WARNING-TEXT
003974         GO TO 2900-EXIT
003975     END-IF
003976     MOVE FUNCTION CURRENT-DATE TO MNT-TODAY-TEXT
003977     SET MSG-STATUS-HELD TO TRUE
003978     MOVE MNT-TODAY-TEXT(1:8) TO MSG-STATUS-DATE
003979     EXEC CICS REWRITE FILE('CIPHMSG')
003980         FROM(MSG-RECORD)
003981         RESP(MNT-RESP-WS)
003982     END-EXEC
003983     IF MNT-RESP-WS = DFHRESP(NORMAL)
003984         PERFORM 2850-FORMAT-STATUS-TO-SCREEN THRU 2850-EXIT
003985         MOVE 'MESSAGE PLACED ON HOLD' TO MNT-MESSAGE-TEXT
003986     ELSE
003987         MOVE 'FILE ERROR ON HOLD' TO MNT-WARNING-TEXT
003988     END-IF
003989 2900-EXIT.
003990     EXIT.
003991*=============================================================*
003992* Release: a held message goes back to pending and rides the  *
003993* next run.                                                   *
003994*=============================================================*
003995 2950-RELEASE-MESSAGE.
003996*=============================================================*
003997     EXEC CICS READ FILE('CIPHMSG')
003998         INTO(MSG-RECORD)
003999         RIDFLD(MNT-MSG-KEY)
004000         UPDATE
004001         RESP(MNT-RESP-WS)
004002     END-EXEC
004003     IF MNT-RESP-WS = DFHRESP(NOTFND)
004004         MOVE 'MSG ID NOT ON FILE' TO MNT-WARNING-TEXT
004005         GO TO 2950-EXIT
004006     END-IF
004007     IF MNT-RESP-WS NOT = DFHRESP(NORMAL)
004008         MOVE 'FILE ERROR ON RELEASE' TO MNT-WARNING-TEXT
004009         GO TO 2950-EXIT
004010     END-IF
004011     PERFORM 2800-FORMAT-RECORD-TO-SCREEN THRU 2800-EXIT
004012     IF NOT MSG-STATUS-HELD
004013         EXEC CICS UNLOCK FILE('CIPHMSG')
004014         END-EXEC
004015         MOVE 'MESSAGE IS NOT ON HOLD' TO MNT-WARNING-TEXT
004016         GO TO 2950-EXIT
004017     END-IF
004018     MOVE FUNCTION CURRENT-DATE TO MNT-TODAY-TEXT
004019     SET MSG-STATUS-PENDING TO TRUE
004020     MOVE MNT-TODAY-TEXT(1:8) TO MSG-STATUS-DATE
004021     EXEC CICS REWRITE FILE('CIPHMSG')
004022         FROM(MSG-RECORD)
004023         RESP(MNT-RESP-WS)
004024     END-EXEC
004025     IF MNT-RESP-WS = DFHRESP(NORMAL)
004026         PERFORM 2850-FORMAT-STATUS-TO-SCREEN THRU 2850-EXIT
004027         MOVE 'MESSAGE RELEASED TO PENDING' TO MNT-MESSAGE-TEXT
004028     ELSE
004029         MOVE 'FILE ERROR ON RELEASE' TO MNT-WARNING-TEXT
004030     END-IF
004031 2950-EXIT.
004032     EXIT.
003940*=============================================================*
003950 3000-SEND-RESULT-MAP.
003960*=============================================================*
003970     MOVE ACTNI TO ACTNO
003980     IF ACTNI NOT = 'I' AND ACTNI NOT = 'B'
003981             AND ACTNI NOT = 'H' AND ACTNI NOT = 'L'
003990         MOVE MIDI   TO MIDO
004000         MOVE MTYPI  TO MTYPO
004010         MOVE MSHFI  TO MSHFO
004020         MOVE MKEYI  TO MKEYO
004030         MOVE MLENI  TO MLENO
004030         MOVE MPTNI  TO MPTNO
004040         MOVE MTX1I  TO MTX1O
004050         MOVE MTX2I  TO MTX2O
004060         MOVE MTX3I  TO MTX3O
