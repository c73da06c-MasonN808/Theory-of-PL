000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CIPHRVW.
000030 AUTHOR.        R HENRICKSEN.
000040 INSTALLATION.  DATA LIBRARY SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-------------------------------------------------------------*
000080* CIPHRVW is the solve review transaction (CRVW), a sibling   *
000090* to CIPHMNT and CIPHVLT on mapset CIPHSET.  When CIPHER's    *
000100* CallSolve path cannot confirm its best guess against the    *
000110* dictionary, the guess used to print on the report and go    *
000120* no further.  CIPHER now keeps every solved message on the   *
000130* review file (RVWREC.cpy, CICS file REVIEW), queuing the     *
000140* ones scored below its SOLVEMIN= threshold, and here an      *
000150* analyst works that queue:                                   *
000160*   I  show the review record for a message id;               *
000170*   N  show the next queued message after the id keyed;       *
000180*   O  override the solver with a known shift (Caesar,        *
000190*      ROT13) or a vault key id (Vigenere, substitution) --   *
000200*      the message is re-decrypted from the ciphertext on the *
000210*      master through CIPHENGN and shown at once, and the     *
000220*      override is kept on the review record;                 *
000230*   A  accept -- the override if one was keyed, otherwise the *
000240*      solver's answer -- and put it on the message master    *
000250*      (CICS file CIPHMSG) as a known-key message: the        *
000260*      recovered text replaces the ciphertext and the shift   *
000270*      or vault key id goes on the record, so the next batch  *
000280*      run encrypts it like any other message.  A Vigenere or *
000290*      substitution answer can be accepted only through a     *
000300*      vault key id -- the solver's candidate keyword or      *
000310*      derived alphabet is not a vault key, and the master    *
000320*      has nowhere else to carry one;                         *
000330*   U  mark it unsolvable, which also holds the message on    *
000340*      the master so the batch stops re-solving it.           *
000350* Every decision (O, A, U) is written to the audit log (CICS  *
000360* file CIPHAUD) as an AUDREC with function code R, in the     *
000370* same unit of work as the file updates it records.           *
000380*-------------------------------------------------------------*
000390* CIPHSET/CIPHRVW are generated from bms/CIPHSET.BMS;         *
000400* CIPHRVWM.cpy under copybooks/ is the symbolic map DFHMAPC   *
000410* would produce from that source.                             *
000420*-------------------------------------------------------------*
000430*-------------------------------------------------------------*
000440* MODIFICATION HISTORY                                        *
000450*   DATE       BY   DESCRIPTION                               *
000460*   2026-10-15 RH   Original version.                         *
000460*   2026-10-15 RH   Decision records are written through      *
000460*                   CIPHAUDW, which stamps the audit log's    *
000460*                   sequence number and chain hash on them.   *
000470*-------------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520 DATA DIVISION.
000530 WORKING-STORAGE SECTION.
000540*-------------------------------------------------------------*
000550* EIBAID is supplied by the CICS translator along with the    *
000560* rest of the EIB, the same way EIBCALEN below is used        *
000570* without being declared anywhere in this program.            *
000580* WS-AID-CLEAR is the AID value CICS sets EIBAID to when the  *
000590* operator presses CLEAR -- 0000-MAINLINE checks EIBAID       *
000600* against it before RECEIVE MAP, same as CIPHMNT.             *
000610*-------------------------------------------------------------*
000620 01  WS-AID-CLEAR                 PIC X(01) VALUE X'6D'.
000630*-------------------------------------------------------------*
000640* Symbolic map for the CIPHRVW screen.                        *
000650*-------------------------------------------------------------*
000660 COPY CIPHRVWM.
000670*-------------------------------------------------------------*
000680* The review record, the message it is about, the vault       *
000690* record an override key id resolves to, and the audit        *
000700* record each decision writes.                                *
000710*-------------------------------------------------------------*
000720 COPY RVWREC.
000730 COPY MSGREC.
000740 COPY KEYREC.
000750 COPY AUDREC.
000760*-------------------------------------------------------------*
000770* Interface to the CIPHENGN subprogram -- the same copybook   *
000780* and subprogram the batch driver and CIPHONL CALL, so an     *
000790* override decrypts here exactly as the batch would.          *
000800*-------------------------------------------------------------*
000810 COPY CIPHLINK.
000820*-------------------------------------------------------------*
000830* Transaction work areas.                                     *
000840*-------------------------------------------------------------*
000850 01  REV-SWITCHES.
000860     05  REV-VALID-SW             PIC X(01) VALUE 'Y'.
000870         88  REV-INPUT-VALID      VALUE 'Y'.
000880     05  REV-OVR-TEXT-SW          PIC X(01) VALUE 'N'.
000890         88  REV-OVR-TEXT-SHOWN   VALUE 'Y'.
000900     05  REV-QUEUED-SW            PIC X(01) VALUE 'N'.
000910         88  REV-QUEUED-FOUND     VALUE 'Y'.
000920 01  REV-RESP-WS                  PIC S9(08) COMP VALUE 0.
000930 01  REV-ACTION                   PIC X(01) VALUE SPACE.
000940 01  REV-MSG-ID-X                 PIC X(06) VALUE SPACE.
000950 01  REV-MSG-ID REDEFINES REV-MSG-ID-X
000960                                  PIC 9(06).
000970 01  REV-USERID                   PIC X(08) VALUE SPACE.
000980 01  REV-TODAY-TEXT               PIC X(21) VALUE SPACE.
001010*-------------------------------------------------------------*
001010* Interface to CIPHAUDW, which chains and writes the audit    *
001010* record (AUDWLINK.cpy).                                      *
001010*-------------------------------------------------------------*
001010 COPY AUDWLINK.
001020*-------------------------------------------------------------*
001030* The override off the screen, edited: a shift of 000-025 for *
001040* Caesar and ROT13, a vault key id for Vigenere and           *
001050* substitution.                                               *
001060*-------------------------------------------------------------*
001070 01  REV-OVR-SHIFT-X              PIC X(03) VALUE SPACE.
001080 01  REV-OVR-SHIFT REDEFINES REV-OVR-SHIFT-X
001090                                  PIC 9(03).
001100 01  REV-OVR-KEY-ID               PIC X(08) VALUE SPACE.
001110*-------------------------------------------------------------*
001120* The decision being recorded, the shift and key id it        *
001130* settled on, and the plaintext an accept puts on the master. *
001140*-------------------------------------------------------------*
001150 01  REV-DECISION                 PIC X(01) VALUE SPACE.
001160 01  REV-FINAL-SHIFT              PIC 9(03) VALUE 0.
001170 01  REV-FINAL-KEY-ID             PIC X(08) VALUE SPACE.
001180 01  REV-SHIFT-NUM-WS             PIC 9(03) VALUE 0.
001190 01  REV-TEXT-WS                  PIC X(256) VALUE SPACE.
001200 01  REV-TEXT-HEAD                PIC X(40) VALUE SPACE.
001210 01  REV-WARNING-TEXT             PIC X(40) VALUE SPACE.
001220 01  REV-MESSAGE-TEXT             PIC X(79) VALUE SPACE.
001230*-------------------------------------------------------------*
001240* Operator authorization: what this screen is about to do,    *
001250* handed to CIPHAUTH, and its answer (AUTHLINK.cpy).          *
001260*-------------------------------------------------------------*
001270 COPY AUTHLINK.
001280 LINKAGE SECTION.
001290 01  DFHCOMMAREA                  PIC X(01).
001300 PROCEDURE DIVISION USING DFHCOMMAREA.
001310*=============================================================*
001320 0000-MAINLINE.
001330*=============================================================*
001340     IF EIBCALEN = 0 OR EIBAID NOT = WS-AID-CLEAR
001350         PERFORM 0100-CHECK-TRANSACTION-AUTH THRU 0100-EXIT
001360     END-IF
001370     IF EIBCALEN = 0
001380         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001390     ELSE
001400         IF EIBAID = WS-AID-CLEAR
001410             EXEC CICS RETURN
001420             END-EXEC
001430             GOBACK
001440         END-IF
001450         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001460     END-IF
001470     MOVE 'Y' TO DFHCOMMAREA
001480     EXEC CICS RETURN
001490         TRANSID('CRVW')
001500         COMMAREA(DFHCOMMAREA)
001510     END-EXEC
001520     GOBACK.
001530*=============================================================*
001540* Before anything else, on every entry: may this operator use *
001550* this transaction at all?  A refusal puts up a clean screen  *
001560* carrying CIPHAUTH's NOT AUTHORIZED line and ends the        *
001570* conversation -- no TRANSID, so the next ENTER starts over.  *
001580*=============================================================*
001590 0100-CHECK-TRANSACTION-AUTH.
001600*=============================================================*
001610     MOVE SPACE TO AX-INTERFACE
001620     MOVE 0 TO AX-MSG-ID
001630     PERFORM 0150-LINK-AUTHORIZATION THRU 0150-EXIT
001640     IF AX-REFUSED
001650         MOVE SPACE TO CIPHRVWO
001660         MOVE AX-MESSAGE-TEXT TO WMSGO
001670         EXEC CICS SEND MAP('CIPHRVW')
001680             MAPSET('CIPHSET')
001690             FROM(CIPHRVWO)
001700             ERASE
001710         END-EXEC
001720         EXEC CICS RETURN
001730         END-EXEC
001740         GOBACK
001750     END-IF
001760 0100-EXIT.
001770     EXIT.
001780*=============================================================*
001790* CIPHAUTH checks the request and writes the violation record *
001800* itself on a refusal.  If it cannot be reached at all the    *
001810* answer is still no.                                         *
001820*=============================================================*
001830 0150-LINK-AUTHORIZATION.
001840*=============================================================*
001850     EXEC CICS LINK PROGRAM('CIPHAUTH')
001860         COMMAREA(AX-INTERFACE)
001870         LENGTH(LENGTH OF AX-INTERFACE)
001880         RESP(REV-RESP-WS)
001890     END-EXEC
001900     IF REV-RESP-WS NOT = DFHRESP(NORMAL)
001910         SET AX-REFUSED TO TRUE
001920         MOVE 'NOT AUTHORIZED -- AUTH CHECK UNAVAILABLE'
001930             TO AX-MESSAGE-TEXT
001940     END-IF
001950 0150-EXIT.
001960     EXIT.
001970*=============================================================*
001980* Then, once the screen has passed its edits: I and N are     *
001990* inquiries; O decrypts the message under the analyst's key,  *
002000* so it needs decrypt for the message's cipher type and the   *
002010* vault key id keyed; A and U change the message master, so   *
002020* they are maintenance.                                       *
002030*=============================================================*
002040 0200-CHECK-FUNCTION-AUTH.
002050*=============================================================*
002060     MOVE SPACE TO AX-INTERFACE
002070     MOVE 0 TO AX-MSG-ID
002080     EVALUATE REV-ACTION
002090         WHEN 'O'
002100             SET AX-FUNC-DECRYPT TO TRUE
002110             MOVE RVW-CIPHER-TYPE TO AX-CIPHER-TYPE
002120             MOVE REV-OVR-KEY-ID TO AX-KEY-ID
002130             MOVE REV-MSG-ID TO AX-MSG-ID
002140         WHEN 'A'
002150         WHEN 'U'
002160             SET AX-FUNC-MAINTAIN TO TRUE
002170             MOVE RVW-CIPHER-TYPE TO AX-CIPHER-TYPE
002180             MOVE REV-MSG-ID TO AX-MSG-ID
002190         WHEN OTHER
002200             SET AX-FUNC-INQUIRE TO TRUE
002210     END-EVALUATE
002220     PERFORM 0150-LINK-AUTHORIZATION THRU 0150-EXIT
002230     IF AX-REFUSED
002240         MOVE 'N' TO REV-VALID-SW
002250         MOVE AX-MESSAGE-TEXT TO REV-WARNING-TEXT
002260     END-IF
002270 0200-EXIT.
002280     EXIT.
002290*=============================================================*
002300* First entry into the transaction: put up a blank screen for *
002310* the analyst to fill in.                                     *
002320*=============================================================*
002330 1000-SEND-INITIAL-MAP.
002340*=============================================================*
002350     MOVE SPACE TO CIPHRVWO
002360     MOVE 'ENTER ACTION AND MSG ID -- N ALONE STARTS AT TOP'
002370         TO WMSGO
002380     EXEC CICS SEND MAP('CIPHRVW')
002390         MAPSET('CIPHSET')
002400         FROM(CIPHRVWO)
002410         ERASE
002420     END-EXEC
002430 1000-EXIT.
002440     EXIT.
002450*=============================================================*
002460* The analyst pressed ENTER: read the screen, run the         *
002470* requested action, and send the message's review state       *
002480* straight back.                                              *
002490*=============================================================*
002500 2000-PROCESS-REQUEST.
002510*=============================================================*
002520     EXEC CICS RECEIVE MAP('CIPHRVW')
002530         MAPSET('CIPHSET')
002540         INTO(CIPHRVWI)
002550     END-EXEC
002560     MOVE SPACE TO REV-MESSAGE-TEXT
002570     EXEC CICS ASSIGN USERID(REV-USERID)
002580     END-EXEC
002590     PERFORM 2100-VALIDATE-SCREEN-INPUT THRU 2100-EXIT
002600     IF REV-INPUT-VALID
002610         PERFORM 0200-CHECK-FUNCTION-AUTH THRU 0200-EXIT
002620     END-IF
002630     IF REV-INPUT-VALID
002640         EVALUATE REV-ACTION
002650             WHEN 'I'
002660                 MOVE 'REVIEW RECORD DISPLAYED'
002670                     TO REV-MESSAGE-TEXT
002680             WHEN 'N'
002690                 PERFORM 2300-NEXT-QUEUED THRU 2300-EXIT
002700             WHEN 'O'
002710                 PERFORM 2400-OVERRIDE THRU 2400-EXIT
002720             WHEN 'A'
002730                 PERFORM 2500-ACCEPT THRU 2500-EXIT
002740             WHEN 'U'
002750                 PERFORM 2600-MARK-UNSOLVABLE THRU 2600-EXIT
002760         END-EVALUATE
002770     END-IF
002780     PERFORM 3000-SEND-RESULT-MAP THRU 3000-EXIT
002790 2000-EXIT.
002800     EXIT.
002810*=============================================================*
002820* Field edits.  Every action but N needs a message id with a  *
002830* review record behind it, and every decision needs that      *
002840* record still open -- queued or confident, not yet accepted  *
002850* or marked unsolvable.  An override must suit the message's  *
002860* cipher type, and a Vigenere or substitution answer can only *
002870* be accepted through the vault key id an override keyed.     *
002880*=============================================================*
002890 2100-VALIDATE-SCREEN-INPUT.
002900*=============================================================*
002910     SET REV-INPUT-VALID TO TRUE
002920     MOVE SPACE TO REV-WARNING-TEXT
002930     MOVE FUNCTION UPPER-CASE(WACTI) TO REV-ACTION
002940     IF REV-ACTION NOT = 'I' AND REV-ACTION NOT = 'N'
002950             AND REV-ACTION NOT = 'O' AND REV-ACTION NOT = 'A'
002960             AND REV-ACTION NOT = 'U'
002970         MOVE 'N' TO REV-VALID-SW
002980         MOVE 'ACTION MUST BE I/N/O/A/U' TO REV-WARNING-TEXT
002990         GO TO 2100-EXIT
003000     END-IF
003010     MOVE WMIDI TO REV-MSG-ID-X
003020     INSPECT REV-MSG-ID-X REPLACING ALL LOW-VALUE BY SPACE
003030     IF REV-ACTION = 'N' AND REV-MSG-ID-X = SPACE
003040         MOVE ZERO TO REV-MSG-ID
003050     END-IF
003060     IF REV-MSG-ID-X NOT NUMERIC
003070         MOVE 'N' TO REV-VALID-SW
003080         MOVE 'MSG ID MUST BE 6 DIGITS' TO REV-WARNING-TEXT
003090         GO TO 2100-EXIT
003100     END-IF
003110     MOVE WOSHI TO REV-OVR-SHIFT-X
003120     INSPECT REV-OVR-SHIFT-X REPLACING ALL LOW-VALUE BY SPACE
003130     MOVE FUNCTION UPPER-CASE(WOKYI) TO REV-OVR-KEY-ID
003140*    A short id arrives null-padded from the screen; the vault  *
003150*    key is space-padded, so the nulls must become spaces or    *
003160*    every short id reads NOTFND.                               *
003170     INSPECT REV-OVR-KEY-ID REPLACING ALL LOW-VALUE BY SPACE
003180     IF REV-ACTION = 'N'
003190         GO TO 2100-EXIT
003200     END-IF
003210     PERFORM 2900-READ-REVIEW THRU 2900-EXIT
003220     IF REV-WARNING-TEXT NOT = SPACE
003230         MOVE 'N' TO REV-VALID-SW
003240         GO TO 2100-EXIT
003250     END-IF
003260     IF REV-ACTION = 'I'
003270         GO TO 2100-EXIT
003280     END-IF
003290     IF NOT RVW-STATUS-OPEN
003300         MOVE 'N' TO REV-VALID-SW
003310         MOVE 'ALREADY DECIDED -- NOTHING LEFT TO DO'
003320             TO REV-WARNING-TEXT
003330         GO TO 2100-EXIT
003340     END-IF
003350     IF REV-ACTION = 'O'
003360         PERFORM 2110-VALIDATE-OVERRIDE THRU 2110-EXIT
003370     END-IF
003380     IF REV-ACTION = 'A' AND NOT RVW-OVERRIDE-KEYED
003390             AND (RVW-CIPHER-TYPE = 'V' OR RVW-CIPHER-TYPE = 'S')
003400         MOVE 'N' TO REV-VALID-SW
003410         MOVE 'USE O WITH A VAULT KEY ID FIRST'
003420             TO REV-WARNING-TEXT
003430     END-IF
003440 2100-EXIT.
003450     EXIT.
003460*=============================================================*
003470* Caesar and ROT13 take a shift of 000-025 and no key id;     *
003480* Vigenere and substitution take a key id and no shift.       *
003490*=============================================================*
003500 2110-VALIDATE-OVERRIDE.
003510*=============================================================*
003520     IF RVW-CIPHER-TYPE = 'V' OR RVW-CIPHER-TYPE = 'S'
003530         IF REV-OVR-KEY-ID = SPACE
003540             MOVE 'N' TO REV-VALID-SW
003550             MOVE 'VAULT KEY ID IS REQUIRED FOR V/S'
003560                 TO REV-WARNING-TEXT
003570             GO TO 2110-EXIT
003580         END-IF
003590         MOVE 0 TO REV-OVR-SHIFT
003600     ELSE
003610         IF REV-OVR-SHIFT-X NOT NUMERIC
003620             MOVE 'N' TO REV-VALID-SW
003630             MOVE 'OVERRIDE SHIFT MUST BE 3 DIGITS, 000-025'
003640                 TO REV-WARNING-TEXT
003650             GO TO 2110-EXIT
003660         END-IF
003670         IF REV-OVR-SHIFT > 25
003680             MOVE 'N' TO REV-VALID-SW
003690             MOVE 'OVERRIDE SHIFT MUST BE 3 DIGITS, 000-025'
003700                 TO REV-WARNING-TEXT
003710             GO TO 2110-EXIT
003720         END-IF
003730         MOVE SPACE TO REV-OVR-KEY-ID
003740     END-IF
003750 2110-EXIT.
003760     EXIT.
003770*=============================================================*
003780* Forward browse of the queue: the first queued record whose  *
003790* message id is greater than the one on the screen.  The      *
003800* record shown leaves its own id in the key field, so         *
003810* pressing N again walks the queue one message at a time.     *
003820* Confident and decided records are passed over.              *
003830*=============================================================*
003840 2300-NEXT-QUEUED.
003850*=============================================================*
003860     MOVE 'N' TO REV-QUEUED-SW
003870     EXEC CICS STARTBR FILE('REVIEW')
003880         RIDFLD(REV-MSG-ID)
003890         GTEQ
003900         RESP(REV-RESP-WS)
003910     END-EXEC
003920     IF REV-RESP-WS = DFHRESP(NOTFND)
003930         MOVE 'END OF QUEUE -- NOTHING MORE WAITING'
003940             TO REV-MESSAGE-TEXT
003950         GO TO 2300-EXIT
003960     END-IF
003970     IF REV-RESP-WS NOT = DFHRESP(NORMAL)
003980         MOVE 'FILE ERROR ON REVIEW BROWSE' TO REV-WARNING-TEXT
003990         GO TO 2300-EXIT
004000     END-IF
004010     MOVE REV-MSG-ID TO RVW-MSG-ID
004020     PERFORM 2310-READ-NEXT-REVIEW THRU 2310-EXIT
004030         UNTIL REV-QUEUED-FOUND
004040             OR REV-RESP-WS NOT = DFHRESP(NORMAL)
004050     EVALUATE TRUE
004060         WHEN REV-QUEUED-FOUND
004070             MOVE RVW-MSG-ID TO REV-MSG-ID
004080             MOVE 'NEXT QUEUED MESSAGE -- N AGAIN FOR MORE'
004090                 TO REV-MESSAGE-TEXT
004100         WHEN REV-RESP-WS = DFHRESP(ENDFILE)
004110             MOVE 'END OF QUEUE -- NOTHING MORE WAITING'
004120                 TO REV-MESSAGE-TEXT
004130         WHEN OTHER
004140             MOVE 'FILE ERROR ON REVIEW BROWSE'
004150                 TO REV-WARNING-TEXT
004160     END-EVALUATE
004170     EXEC CICS ENDBR FILE('REVIEW')
004180     END-EXEC
004190 2300-EXIT.
004200     EXIT.
004210*=============================================================*
004220 2310-READ-NEXT-REVIEW.
004230*=============================================================*
004240     EXEC CICS READNEXT FILE('REVIEW')
004250         INTO(RVW-RECORD)
004260         RIDFLD(RVW-MSG-ID)
004270         RESP(REV-RESP-WS)
004280     END-EXEC
004290     IF REV-RESP-WS = DFHRESP(NORMAL)
004300             AND RVW-STATUS-QUEUED
004310             AND RVW-MSG-ID > REV-MSG-ID
004320         SET REV-QUEUED-FOUND TO TRUE
004330     END-IF
004340 2310-EXIT.
004350     EXIT.
004360*=============================================================*
004370* Override: decrypt the ciphertext on the master under the    *
004380* analyst's shift or vault key and show the result, then keep *
004390* the override on the review record for a later accept.  The  *
004400* master is only read here -- nothing reaches it until A.     *
004410*=============================================================*
004420 2400-OVERRIDE.
004430*=============================================================*
004440     EXEC CICS READ FILE('CIPHMSG')
004450         INTO(MSG-RECORD)
004460         RIDFLD(REV-MSG-ID)
004470         RESP(REV-RESP-WS)
004480     END-EXEC
004490     PERFORM 2710-CHECK-MASTER THRU 2710-EXIT
004500     IF REV-WARNING-TEXT NOT = SPACE
004510         GO TO 2400-EXIT
004520     END-IF
004530     MOVE REV-OVR-SHIFT TO REV-FINAL-SHIFT
004540     MOVE REV-OVR-KEY-ID TO REV-FINAL-KEY-ID
004550     PERFORM 2700-REDECRYPT-MESSAGE THRU 2700-EXIT
004560     IF REV-WARNING-TEXT NOT = SPACE
004570         GO TO 2400-EXIT
004580     END-IF
004590     EXEC CICS READ FILE('REVIEW')
004600         INTO(RVW-RECORD)
004610         RIDFLD(REV-MSG-ID)
004620         UPDATE
004630         RESP(REV-RESP-WS)
004640     END-EXEC
004650     IF REV-RESP-WS NOT = DFHRESP(NORMAL)
004660         MOVE 'FILE ERROR ON REVIEW FILE' TO REV-WARNING-TEXT
004670         GO TO 2400-EXIT
004680     END-IF
004690     SET RVW-OVERRIDE-KEYED TO TRUE
004700     MOVE REV-FINAL-SHIFT TO RVW-OVR-SHIFT
004710     MOVE REV-FINAL-KEY-ID TO RVW-OVR-KEY-ID
004720     PERFORM 2850-STAMP-DECISION THRU 2850-EXIT
004730     EXEC CICS REWRITE FILE('REVIEW')
004740         FROM(RVW-RECORD)
004750         RESP(REV-RESP-WS)
004760     END-EXEC
004770     IF REV-RESP-WS NOT = DFHRESP(NORMAL)
004780         PERFORM 2790-BACK-OUT-DECISION THRU 2790-EXIT
004790         GO TO 2400-EXIT
004800     END-IF
004810     MOVE 'O' TO REV-DECISION
004820     PERFORM 2800-WRITE-AUDIT-RECORD THRU 2800-EXIT
004830     IF REV-WARNING-TEXT NOT = SPACE
004840         GO TO 2400-EXIT
004850     END-IF
004860     EXEC CICS SYNCPOINT
004870     END-EXEC
004880     MOVE 'OVERRIDE KEPT -- A TO ACCEPT IT, O TO TRY ANOTHER'
004890         TO REV-MESSAGE-TEXT
004900 2400-EXIT.
004910     EXIT.
004920*=============================================================*
004930* Accept: the override if one was keyed, otherwise the        *
004940* solver's own answer, goes on the master as a known-key      *
004950* message -- the recovered text in place of the ciphertext,   *
004960* the shift (Caesar, ROT13) or vault key id (Vigenere,        *
004970* substitution) on the record, still pending -- so the next   *
004980* run encrypts and reconciles it like any other.  The master, *
004990* the review record and the audit record are one unit of      *
005000* work: if any of them fails the whole accept is backed out.  *
005010*=============================================================*
005020 2500-ACCEPT.
005030*=============================================================*
005040     EXEC CICS READ FILE('REVIEW')
005050         INTO(RVW-RECORD)
005060         RIDFLD(REV-MSG-ID)
005070         UPDATE
005080         RESP(REV-RESP-WS)
005090     END-EXEC
005100     IF REV-RESP-WS NOT = DFHRESP(NORMAL)
005110         MOVE 'FILE ERROR ON REVIEW FILE' TO REV-WARNING-TEXT
005120         GO TO 2500-EXIT
005130     END-IF
005140     EXEC CICS READ FILE('CIPHMSG')
005150         INTO(MSG-RECORD)
005160         RIDFLD(REV-MSG-ID)
005170         UPDATE
005180         RESP(REV-RESP-WS)
005190     END-EXEC
005200     PERFORM 2710-CHECK-MASTER THRU 2710-EXIT
005210*    Nothing has been changed yet; the rollback just lets go of  *
005220*    both records.                                               *
005230     IF REV-WARNING-TEXT NOT = SPACE
005240         EXEC CICS SYNCPOINT ROLLBACK
005250         END-EXEC
005260         GO TO 2500-EXIT
005270     END-IF
005280     IF RVW-OVERRIDE-KEYED
005290         MOVE RVW-OVR-SHIFT TO REV-FINAL-SHIFT
005300         MOVE RVW-OVR-KEY-ID TO REV-FINAL-KEY-ID
005310         PERFORM 2700-REDECRYPT-MESSAGE THRU 2700-EXIT
005320         IF REV-WARNING-TEXT NOT = SPACE
005330             EXEC CICS SYNCPOINT ROLLBACK
005340             END-EXEC
005350             GO TO 2500-EXIT
005360         END-IF
005370     ELSE
005380         MOVE RVW-SHIFT TO REV-FINAL-SHIFT
005390         MOVE SPACE TO REV-FINAL-KEY-ID
005400         MOVE RVW-RECOVERED-TEXT TO REV-TEXT-WS
005410     END-IF
005420     MOVE FUNCTION CURRENT-DATE TO REV-TODAY-TEXT
005430     MOVE SPACE TO MSG-TEXT
005440     MOVE REV-TEXT-WS(1:MSG-TEXT-LEN) TO MSG-TEXT(1:MSG-TEXT-LEN)
005450     IF MSG-TYPE-VIGENERE OR MSG-TYPE-SUBST
005460         MOVE 0 TO MSG-SHIFT-VALUE
005470         MOVE REV-FINAL-KEY-ID TO MSG-KEY-ID
005480     ELSE
005490         MOVE REV-FINAL-SHIFT TO MSG-SHIFT-VALUE
005500     END-IF
005510     SET MSG-STATUS-PENDING TO TRUE
005520     MOVE REV-TODAY-TEXT(1:8) TO MSG-STATUS-DATE
005530     EXEC CICS REWRITE FILE('CIPHMSG')
005540         FROM(MSG-RECORD)
005550         RESP(REV-RESP-WS)
005560     END-EXEC
005570     IF REV-RESP-WS NOT = DFHRESP(NORMAL)
005580         PERFORM 2790-BACK-OUT-DECISION THRU 2790-EXIT
005590         GO TO 2500-EXIT
005600     END-IF
005610     SET RVW-STATUS-ACCEPTED TO TRUE
005620     PERFORM 2850-STAMP-DECISION THRU 2850-EXIT
005630     EXEC CICS REWRITE FILE('REVIEW')
005640         FROM(RVW-RECORD)
005650         RESP(REV-RESP-WS)
005660     END-EXEC
005670     IF REV-RESP-WS NOT = DFHRESP(NORMAL)
005680         PERFORM 2790-BACK-OUT-DECISION THRU 2790-EXIT
005690         GO TO 2500-EXIT
005700     END-IF
005710     MOVE 'A' TO REV-DECISION
005720     PERFORM 2800-WRITE-AUDIT-RECORD THRU 2800-EXIT
005730     IF REV-WARNING-TEXT NOT = SPACE
005740         GO TO 2500-EXIT
005750     END-IF
005760     EXEC CICS SYNCPOINT
005770     END-EXEC
005780     SET REV-OVR-TEXT-SHOWN TO TRUE
005790     MOVE 'TEXT ACCEPTED ONTO THE MESSAGE MASTER' TO REV-TEXT-HEAD
005800     MOVE 'ACCEPTED -- MESSAGE IS NOW A KNOWN-KEY MESSAGE'
005810         TO REV-MESSAGE-TEXT
005820 2500-EXIT.
005830     EXIT.
005840*=============================================================*
005850* Unsolvable: close the review record and hold the message on *
005860* the master, so the batch stops re-solving it every run.  A  *
005870* message no longer pending is left as it is.  One unit of    *
005880* work, like an accept.                                       *
005890*=============================================================*
005900 2600-MARK-UNSOLVABLE.
005910*=============================================================*
005920     EXEC CICS READ FILE('REVIEW')
005930         INTO(RVW-RECORD)
005940         RIDFLD(REV-MSG-ID)
005950         UPDATE
005960         RESP(REV-RESP-WS)
005970     END-EXEC
005980     IF REV-RESP-WS NOT = DFHRESP(NORMAL)
005990         MOVE 'FILE ERROR ON REVIEW FILE' TO REV-WARNING-TEXT
006000         GO TO 2600-EXIT
006010     END-IF
006020     SET RVW-STATUS-UNSOLVABLE TO TRUE
006030     PERFORM 2850-STAMP-DECISION THRU 2850-EXIT
006040     EXEC CICS REWRITE FILE('REVIEW')
006050         FROM(RVW-RECORD)
006060         RESP(REV-RESP-WS)
006070     END-EXEC
006080     IF REV-RESP-WS NOT = DFHRESP(NORMAL)
006090         PERFORM 2790-BACK-OUT-DECISION THRU 2790-EXIT
006100         GO TO 2600-EXIT
006110     END-IF
006120     EXEC CICS READ FILE('CIPHMSG')
006130         INTO(MSG-RECORD)
006140         RIDFLD(REV-MSG-ID)
006150         UPDATE
006160         RESP(REV-RESP-WS)
006170     END-EXEC
006180     EVALUATE REV-RESP-WS
006190         WHEN DFHRESP(NORMAL)
006200             IF MSG-STATUS-PENDING
006210                 SET MSG-STATUS-HELD TO TRUE
006220                 MOVE FUNCTION CURRENT-DATE TO REV-TODAY-TEXT
006230                 MOVE REV-TODAY-TEXT(1:8) TO MSG-STATUS-DATE
006240                 EXEC CICS REWRITE FILE('CIPHMSG')
006250                     FROM(MSG-RECORD)
006260                     RESP(REV-RESP-WS)
006270                 END-EXEC
006280                 IF REV-RESP-WS NOT = DFHRESP(NORMAL)
006290                     PERFORM 2790-BACK-OUT-DECISION THRU 2790-EXIT
006300                     GO TO 2600-EXIT
006310                 END-IF
006320             ELSE
006330                 EXEC CICS UNLOCK FILE('CIPHMSG')
006340                 END-EXEC
006350             END-IF
006360         WHEN DFHRESP(NOTFND)
006370             CONTINUE
006380         WHEN OTHER
006390             PERFORM 2790-BACK-OUT-DECISION THRU 2790-EXIT
006400             GO TO 2600-EXIT
006410     END-EVALUATE
006420     MOVE 0 TO REV-FINAL-SHIFT
006430     MOVE SPACE TO REV-FINAL-KEY-ID
006440     MOVE 'U' TO REV-DECISION
006450     PERFORM 2800-WRITE-AUDIT-RECORD THRU 2800-EXIT
006460     IF REV-WARNING-TEXT NOT = SPACE
006470         GO TO 2600-EXIT
006480     END-IF
006490     EXEC CICS SYNCPOINT
006500     END-EXEC
006510     MOVE 'MARKED UNSOLVABLE -- MESSAGE HELD ON THE MASTER'
006520         TO REV-MESSAGE-TEXT
006530 2600-EXIT.
006540     EXIT.
006550*=============================================================*
006560* Decrypt MSG-TEXT, the ciphertext on the master, under       *
006570* REV-FINAL-SHIFT or the vault key REV-FINAL-KEY-ID, into     *
006580* REV-TEXT-WS -- the same engine call CIPHER's own solvers    *
006590* make.                                                       *
006600*=============================================================*
006610 2700-REDECRYPT-MESSAGE.
006620*=============================================================*
006630     SET CX-FUNC-DECRYPT TO TRUE
006640     MOVE MSG-CIPHER-TYPE TO CX-CIPHER-TYPE
006650     MOVE REV-FINAL-SHIFT TO CX-SHIFT-VALUE
006660     MOVE SPACE TO CX-KEYWORD CX-SUB-ALPHABET
006670     MOVE 0 TO CX-KEYWORD-LEN
006680     IF MSG-TYPE-VIGENERE OR MSG-TYPE-SUBST
006690         PERFORM 2750-RESOLVE-KEY-ID THRU 2750-EXIT
006700         IF REV-WARNING-TEXT NOT = SPACE
006710             GO TO 2700-EXIT
006720         END-IF
006730     END-IF
006740     MOVE FUNCTION UPPER-CASE(MSG-TEXT) TO CX-INPUT-TEXT
006750     MOVE MSG-TEXT-LEN TO CX-TEXT-LEN
006760     CALL 'CIPHENGN' USING CX-INTERFACE
006770     IF CX-RC-NO-KEYWORD
006780         MOVE 'VAULT KEY HAS NOTHING FOR THIS TYPE'
006790             TO REV-WARNING-TEXT
006800         GO TO 2700-EXIT
006810     END-IF
006820     MOVE SPACE TO REV-TEXT-WS
006830     MOVE CX-OUTPUT-TEXT(1:MSG-TEXT-LEN)
006840         TO REV-TEXT-WS(1:MSG-TEXT-LEN)
006850     SET REV-OVR-TEXT-SHOWN TO TRUE
006860     MOVE 'RECOVERED TEXT UNDER THE OVERRIDE' TO REV-TEXT-HEAD
006870 2700-EXIT.
006880     EXIT.
006890*=============================================================*
006900* The master record just read must still be the unknown-key   *
006910* message the solver worked on: pending, shift 999, with a    *
006920* text length the engine can use.  Anything else has been     *
006930* changed since the run that queued it.                       *
006940*=============================================================*
006950 2710-CHECK-MASTER.
006960*=============================================================*
006970     IF REV-RESP-WS = DFHRESP(NOTFND)
006980         MOVE 'MSG ID NOT ON MESSAGE MASTER' TO REV-WARNING-TEXT
006990         GO TO 2710-EXIT
007000     END-IF
007010     IF REV-RESP-WS NOT = DFHRESP(NORMAL)
007020         MOVE 'FILE ERROR ON MESSAGE MASTER' TO REV-WARNING-TEXT
007030         GO TO 2710-EXIT
007040     END-IF
007050     IF NOT MSG-STATUS-PENDING OR NOT MSG-SHIFT-IS-UNKNOWN
007060             OR MSG-TEXT-LEN < 1 OR MSG-TEXT-LEN > 256
007070         MOVE 'MESSAGE NO LONGER WAITING ON A SOLVE'
007080             TO REV-WARNING-TEXT
007090     END-IF
007100 2710-EXIT.
007110     EXIT.
007120*=============================================================*
007130* Resolve the override key id against the KEYVAULT file, the  *
007140* same way CIPHONL does: the keyword or alphabet goes into    *
007150* the engine interface and never near the screen, and a key   *
007160* outside its effective/expiry window is refused.             *
007170*=============================================================*
007180 2750-RESOLVE-KEY-ID.
007190*=============================================================*
007200     EXEC CICS READ FILE('KEYVAULT')
007210         INTO(KEY-RECORD)
007220         RIDFLD(REV-FINAL-KEY-ID)
007230         RESP(REV-RESP-WS)
007240     END-EXEC
007250     EVALUATE REV-RESP-WS
007260         WHEN DFHRESP(NORMAL)
007270             CONTINUE
007280         WHEN DFHRESP(NOTFND)
007290             MOVE 'KEY ID NOT ON KEYWORD VAULT'
007300                 TO REV-WARNING-TEXT
007310             GO TO 2750-EXIT
007320         WHEN OTHER
007330             MOVE 'KEYWORD VAULT READ ERROR' TO REV-WARNING-TEXT
007340             GO TO 2750-EXIT
007350     END-EVALUATE
007360     MOVE FUNCTION CURRENT-DATE TO REV-TODAY-TEXT
007370     IF (KEY-EFFECTIVE-DATE NUMERIC AND
007380             KEY-EFFECTIVE-DATE > REV-TODAY-TEXT(1:8))
007390         OR (KEY-EXPIRY-DATE NUMERIC AND
007400             KEY-EXPIRY-DATE < REV-TODAY-TEXT(1:8))
007410         MOVE 'KEY ID EXPIRED OR NOT YET EFFECTIVE'
007420             TO REV-WARNING-TEXT
007430         GO TO 2750-EXIT
007440     END-IF
007450     IF MSG-TYPE-SUBST
007460         MOVE FUNCTION UPPER-CASE(KEY-SUB-ALPHABET)
007470             TO CX-SUB-ALPHABET
007480     ELSE
007490         MOVE KEY-KEYWORD TO CX-KEYWORD
007500         MOVE KEY-KEYWORD-LEN TO CX-KEYWORD-LEN
007510     END-IF
007520 2750-EXIT.
007530     EXIT.
007540*=============================================================*
007550 2790-BACK-OUT-DECISION.
007560*=============================================================*
007570     EXEC CICS SYNCPOINT ROLLBACK
007580     END-EXEC
007590     MOVE 'FILE ERROR -- DECISION BACKED OUT' TO REV-WARNING-TEXT
007600 2790-EXIT.
007610     EXIT.
007620*=============================================================*
007630* Audit trail: one R record per decision, terminal and        *
007640* operator where CIPHONL puts them, the decision, the vault   *
007650* key id it used and the solver's score in the keyword        *
007660* columns (AUDREC.cpy's AUD-REVIEW-DETAIL), and the shift it  *
007670* settled on in the shift column.  CIPHAUDW chains and writes *
007680* it; a failed write backs the decision out -- a decision     *
007680* nobody can trace does not stand.                            *
007690*=============================================================*
007700 2800-WRITE-AUDIT-RECORD.
007710*=============================================================*
007720     MOVE SPACE TO AUD-RECORD
007730     MOVE FUNCTION CURRENT-DATE TO REV-TODAY-TEXT
007740     MOVE REV-TODAY-TEXT(1:8) TO AUD-RUN-DATE(1:8)
007750     MOVE REV-TODAY-TEXT(9:8) TO AUD-RUN-TIME
007760     MOVE EIBTRMID TO AUD-JOB-ID(1:4)
007770     MOVE REV-USERID TO AUD-OPERATOR-ID
007780     SET AUD-FUNC-REVIEW TO TRUE
007790     MOVE RVW-CIPHER-TYPE TO AUD-CIPHER-TYPE
007800     MOVE REV-MSG-ID TO AUD-MSG-ID
007810     EVALUATE TRUE
007820         WHEN REV-DECISION = 'U'
007830             CONTINUE
007840         WHEN RVW-CIPHER-TYPE = 'V'
007850             MOVE 'VAR' TO AUD-SHIFT-VALUE
007860         WHEN RVW-CIPHER-TYPE = 'S'
007870             MOVE 'SUB' TO AUD-SHIFT-VALUE
007880         WHEN OTHER
007890             MOVE REV-FINAL-SHIFT TO REV-SHIFT-NUM-WS
007900             MOVE REV-SHIFT-NUM-WS TO AUD-SHIFT-VALUE
007910     END-EVALUATE
007920     MOVE RVW-TEXT-LEN TO AUD-MSG-LEN
007930     MOVE REV-DECISION TO AUD-RVW-DECISION
007940     MOVE REV-FINAL-KEY-ID TO AUD-RVW-KEY-ID
007950     MOVE RVW-SCORE TO AUD-RVW-SCORE
007960     MOVE AUD-RECORD TO AW-AUD-RECORD
007970     EXEC CICS LINK PROGRAM('CIPHAUDW')
007980         COMMAREA(AW-INTERFACE)
007990         LENGTH(LENGTH OF AW-INTERFACE)
008010         RESP(REV-RESP-WS)
008020     END-EXEC
008030     IF REV-RESP-WS NOT = DFHRESP(NORMAL) OR AW-NOT-WRITTEN
008040         PERFORM 2790-BACK-OUT-DECISION THRU 2790-EXIT
008050     END-IF
008060 2800-EXIT.
008070     EXIT.
008080*=============================================================*
008090* Stamp the analyst, terminal, date and time on the review    *
008100* record a decision is about to rewrite.                      *
008110*=============================================================*
008120 2850-STAMP-DECISION.
008130*=============================================================*
008140     MOVE FUNCTION CURRENT-DATE TO REV-TODAY-TEXT
008150     MOVE REV-USERID TO RVW-DECIDED-BY
008160     MOVE EIBTRMID TO RVW-DECIDED-TERM
008170     MOVE REV-TODAY-TEXT(1:8) TO RVW-DECIDED-DATE
008180     MOVE REV-TODAY-TEXT(9:6) TO RVW-DECIDED-TIME
008190 2850-EXIT.
008200     EXIT.
008210*=============================================================*
008220* Read the review record for the message id on the screen.    *
008230* Any response but NORMAL is a warning.                       *
008240*=============================================================*
008250 2900-READ-REVIEW.
008260*=============================================================*
008270     EXEC CICS READ FILE('REVIEW')
008280         INTO(RVW-RECORD)
008290         RIDFLD(REV-MSG-ID)
008300         RESP(REV-RESP-WS)
008310     END-EXEC
008320     EVALUATE REV-RESP-WS
008330         WHEN DFHRESP(NORMAL)
008340             CONTINUE
008350         WHEN DFHRESP(NOTFND)
008360             MOVE 'MSG ID NOT ON REVIEW FILE' TO REV-WARNING-TEXT
008370         WHEN OTHER
008380             MOVE 'FILE ERROR ON REVIEW FILE' TO REV-WARNING-TEXT
008390     END-EVALUATE
008400 2900-EXIT.
008410     EXIT.
008420*=============================================================*
008430* Show the message's review record as it now stands: the      *
008440* solver's answer, any override and who last acted on it, and *
008450* the text -- the solver's, or the one an override or accept  *
008460* just produced.  Every action ends here, so the analyst      *
008470* always sees the result of what was just done.               *
008480*=============================================================*
008490 2970-SHOW-REVIEW.
008500*=============================================================*
008510     IF REV-MSG-ID-X NOT NUMERIC
008520         GO TO 2970-EXIT
008530     END-IF
008540     IF REV-ACTION = 'N' AND NOT REV-QUEUED-FOUND
008550         GO TO 2970-EXIT
008560     END-IF
008570     EXEC CICS READ FILE('REVIEW')
008580         INTO(RVW-RECORD)
008590         RIDFLD(REV-MSG-ID)
008600         RESP(REV-RESP-WS)
008610     END-EXEC
008620     IF REV-RESP-WS NOT = DFHRESP(NORMAL)
008630         GO TO 2970-EXIT
008640     END-IF
008650     MOVE RVW-MSG-ID TO WMIDO
008660     MOVE RVW-CIPHER-TYPE TO WTYPO
008670     MOVE RVW-STATUS TO WSTSO
008680     MOVE RVW-SCORE TO WSCRO
008690     MOVE RVW-SOLVE-MIN TO WMINO
008700     IF RVW-CIPHER-TYPE NOT = 'V' AND RVW-CIPHER-TYPE NOT = 'S'
008710         MOVE RVW-SHIFT TO WSHFO
008720     END-IF
008730     MOVE RVW-KEYWORD TO WKWDO
008740     MOVE RVW-DERIVED-ALPHABET TO WALPO
008750     MOVE RVW-SOLVE-DATE TO WSDTO
008760     MOVE RVW-JOB-ID TO WJOBO
008770     IF RVW-OVERRIDE-KEYED
008780         IF RVW-CIPHER-TYPE = 'V' OR RVW-CIPHER-TYPE = 'S'
008790             MOVE RVW-OVR-KEY-ID TO WOKYO
008800         ELSE
008810             MOVE RVW-OVR-SHIFT TO WOSHO
008820         END-IF
008830     END-IF
008840     MOVE RVW-DECIDED-BY TO WDBYO
008850     MOVE RVW-DECIDED-DATE TO WDDTO
008860     IF NOT REV-OVR-TEXT-SHOWN
008870         MOVE RVW-RECOVERED-TEXT TO REV-TEXT-WS
008880         MOVE 'RECOVERED TEXT FROM THE SOLVER' TO REV-TEXT-HEAD
008890     END-IF
008900     MOVE REV-TEXT-HEAD TO WTXHO
008910     MOVE REV-TEXT-WS(1:64) TO WTX1O
008920     MOVE REV-TEXT-WS(65:64) TO WTX2O
008930     MOVE REV-TEXT-WS(129:64) TO WTX3O
008940     MOVE REV-TEXT-WS(193:64) TO WTX4O
008950 2970-EXIT.
008960     EXIT.
008970*=============================================================*
008980 3000-SEND-RESULT-MAP.
008990*=============================================================*
009000     MOVE SPACE TO CIPHRVWO
009010     MOVE REV-ACTION TO WACTO
009020     MOVE REV-MSG-ID-X TO WMIDO
009030*    An override that failed its edits or its decrypt goes back *
009040*    as keyed so the analyst can correct it.                     *
009050     IF NOT REV-INPUT-VALID OR REV-WARNING-TEXT NOT = SPACE
009060         MOVE REV-OVR-SHIFT-X TO WOSHO
009070         MOVE REV-OVR-KEY-ID TO WOKYO
009080     END-IF
009090     PERFORM 2970-SHOW-REVIEW THRU 2970-EXIT
009100     MOVE REV-WARNING-TEXT TO WWARNO
009110     IF REV-INPUT-VALID AND REV-WARNING-TEXT = SPACE
009120         IF REV-MESSAGE-TEXT = SPACE
009130             MOVE 'PRESS ENTER FOR ANOTHER ACTION, CLEAR TO EXIT'
009140                 TO WMSGO
009150         ELSE
009160             MOVE REV-MESSAGE-TEXT TO WMSGO
009170         END-IF
009180     ELSE
009190         MOVE REV-WARNING-TEXT TO WMSGO
009200     END-IF
009210     EXEC CICS SEND MAP('CIPHRVW')
009220         MAPSET('CIPHSET')
009230         FROM(CIPHRVWO)
009240         DATAONLY
009250     END-EXEC
009260 3000-EXIT.
009270     EXIT.
