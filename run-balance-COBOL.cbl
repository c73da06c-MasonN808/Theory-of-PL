000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CIPHBAL.
000030 AUTHOR.        R HENRICKSEN.
000040 INSTALLATION.  DATA LIBRARY SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-------------------------------------------------------------*
000080* CIPHBAL is the run-balancing job.  It takes the newest      *
000090* CTLREC control record on CIPHER.PROD.CONTROL for one job    *
000100* id -- a single CIPHER run's own JOBID=, or the merged       *
000110* record CTLMERGE writes under its JOBID= after a             *
000120* partitioned run -- and cross-foots those counts against     *
000130* what actually landed:                                       *
000140*   - the input records on CIPHER.PROD.MESSAGES in the        *
000150*     FROMID=/TOID= range, against CTL-MSG-COUNT -- less any  *
000150*     unknown-key message CIPHER passed over as still open on *
000150*     the REVIEW file (RVWREC.cpy);                           *
000160*   - the records on CIPHER.PROD.TRANSMIT, plus those in the  *
000165*     run's MSG-ID range on each partner's outbound dataset   *
000166*     (PTNREC.cpy), against the messages the run encrypted    *
000170*     (reconciled OK + mismatch);                             *
000180*   - the open entries on CIPHER.PROD.REJECTS, split by       *
000190*     reason from the rejected image itself, against          *
000200*     CTL-REJECT-LEN-COUNT and CTL-REJECT-TYPE-COUNT;         *
000210*   - the AUDREC entries on CIPHER.PROD.AUDITLOG carrying     *
000220*     the run's AUD-JOB-ID on the run date, against one       *
000230*     encrypt and one decrypt per known-key message plus one  *
000240*     solve per CallSolve message.                            *
000250* It also checks the control record foots within itself       *
000260* (types plus rejects equal messages read, and so on).        *
000270*                                                             *
000280* Every comparison prints with its control figure, the        *
000290* actual figure and the difference.  Any difference -- or no  *
000300* control record at all for the job id -- ends the step       *
000310* RC=8, so the transmission step is held on a real            *
000320* discrepancy rather than on a clerk's say-so.                *
000330*                                                             *
000340* PARM keywords, the same KEYWORD=VALUE style CIPHER parses:  *
000350*   JOBID=   job id of the control record to balance          *
000360*            (default CIPHRUN1)                               *
000370*   AUDJOB=  AUD-JOB-ID to count on the audit log; repeat it  *
000380*            once per partition when balancing a merged       *
000390*            record (default: the JOBID= value)               *
000400*   FROMID=  lowest MSG-ID the run covered (default 000000)   *
000410*   TOID=    highest MSG-ID the run covered (default 999999)  *
000420*   INFILE=  ddname MESSAGE-IN is ASSIGNed to (default MSGIN) *
000430*   XMTFILE= ddname TRANSMIT-IN is ASSIGNed to (default       *
000440*            XMTIN)                                           *
000450*   OUTFILE= ddname REPORT-OUT is ASSIGNed to (default        *
000460*            BALRPT)                                          *
000470*-------------------------------------------------------------*
000480*-------------------------------------------------------------*
000490* MODIFICATION HISTORY                                        *
000500*   DATE       BY   DESCRIPTION                               *
000510*   2026-10-15 RH   Original version.                         *
000511*   2026-10-15 RH   The message count takes only the records  *
000512*                   the run picked up under the lifecycle     *
000513*                   status (MSGREC.cpy): still pending, or    *
000514*                   transmitted/acknowledged on the run date. *
000515*   2026-10-15 RH   Transmit count takes in every partner's   *
000516*                   outbound dataset off the PARTNER-PROFILE  *
000517*                   master, within the FROMID=/TOID= range.   *
000518*   2026-10-15 RH   The transmit envelope header and trailer  *
000519*                   records (keys 000000/999999, XMTREC.cpy)  *
000519*                   are not messages and are not counted.     *
000519*   2026-10-15 RH   The message count leaves out a pending    *
000519*                   unknown-key message whose REVIEW record   *
000519*                   an earlier run left open, since CIPHER    *
000519*                   passes it over; the number left out       *
000519*                   prints on the summary.                    *
000520*-------------------------------------------------------------*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CONTROL-IN ASSIGN TO "CTLHIST"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CTL-FILE-STATUS.
000620     SELECT MESSAGE-IN ASSIGN TO PARM-MSGIN-DSN
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS MSG-ID
000660         FILE STATUS IS MSG-FILE-STATUS.
000670     SELECT TRANSMIT-IN ASSIGN TO PARM-XMTIN-DSN
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS XMT-MSG-ID
000710         FILE STATUS IS XMT-FILE-STATUS.
000711     SELECT PARTNER-XMT-IN ASSIGN TO BAL-PXM-DSN-WS
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS SEQUENTIAL
000714         RECORD KEY IS PXM-MSG-ID
000715         FILE STATUS IS PXM-FILE-STATUS.
000716     SELECT PARTNER-PROFILE ASSIGN TO "PARTNER"
000717         ORGANIZATION IS INDEXED
000718         ACCESS MODE IS SEQUENTIAL
000719         RECORD KEY IS PTN-ID
000719         FILE STATUS IS PTN-FILE-STATUS.
000720     SELECT REJECT-IN ASSIGN TO "REJIN"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS REJ-MSG-ID
000760         FILE STATUS IS REJ-FILE-STATUS.
000760     SELECT REVIEW-IN ASSIGN TO "REVIEW"
000760         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000760         RECORD KEY IS RVW-MSG-ID
000760         FILE STATUS IS RVW-FILE-STATUS.
000770*    CIPHER.PROD.AUDITLOG is a VSAM ESDS (the AS- assignment    *
000780*    prefix selects entry-sequenced organization).              *
000790     SELECT AUDIT-LOG-IN ASSIGN TO "AS-CIPHAUDT"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS AUD-FILE-STATUS.
000820     SELECT REPORT-OUT ASSIGN TO PARM-RPTOUT-DSN
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS RPT-FILE-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  CONTROL-IN
000880     LABEL RECORD IS STANDARD.
000890 COPY CTLREC.
000900 FD  MESSAGE-IN
000910     LABEL RECORD IS STANDARD.
000920 COPY MSGREC.
000930 FD  TRANSMIT-IN
000940     LABEL RECORD IS STANDARD.
000950 COPY XMTREC.
000951 FD  PARTNER-XMT-IN
000952     LABEL RECORD IS STANDARD.
000953 COPY XMTREC REPLACING LEADING ==XMT== BY ==PXM==.
000954 FD  PARTNER-PROFILE
000955     LABEL RECORD IS STANDARD.
000956 COPY PTNREC.
000960 FD  REJECT-IN
000970     LABEL RECORD IS STANDARD.
000980 COPY REJREC.
000980 FD  REVIEW-IN
000980     LABEL RECORD IS STANDARD.
000980 COPY RVWREC.
000990 FD  AUDIT-LOG-IN
001000     LABEL RECORD IS STANDARD.
001010 COPY AUDREC.
001020 FD  REPORT-OUT
001030     LABEL RECORD IS STANDARD.
001040 COPY RPTREC.
001050 WORKING-STORAGE SECTION.
001060 01  CTL-FILE-STATUS              PIC X(02) VALUE '00'.
001070 01  MSG-FILE-STATUS              PIC X(02) VALUE '00'.
001080 01  XMT-FILE-STATUS              PIC X(02) VALUE '00'.
001081 01  PXM-FILE-STATUS              PIC X(02) VALUE '00'.
001082 01  PTN-FILE-STATUS              PIC X(02) VALUE '00'.
001090 01  REJ-FILE-STATUS              PIC X(02) VALUE '00'.
001090 01  RVW-FILE-STATUS              PIC X(02) VALUE '00'.
001100 01  AUD-FILE-STATUS              PIC X(02) VALUE '00'.
001110 01  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
001120 01  BAL-SWITCHES.
001130     05  CTL-EOF-SW               PIC X(01) VALUE 'N'.
001140         88  CTL-EOF              VALUE 'Y'.
001150     05  MSG-EOF-SW               PIC X(01) VALUE 'N'.
001160         88  MSG-EOF              VALUE 'Y'.
001170     05  XMT-EOF-SW               PIC X(01) VALUE 'N'.
001180         88  XMT-EOF              VALUE 'Y'.
001181     05  PXM-EOF-SW               PIC X(01) VALUE 'N'.
001182         88  PXM-EOF              VALUE 'Y'.
001183     05  PTN-EOF-SW               PIC X(01) VALUE 'N'.
001184         88  PTN-EOF              VALUE 'Y'.
001190     05  REJ-EOF-SW               PIC X(01) VALUE 'N'.
001200         88  REJ-EOF              VALUE 'Y'.
001210     05  AUD-EOF-SW               PIC X(01) VALUE 'N'.
001220         88  AUD-EOF              VALUE 'Y'.
001230     05  BAL-CTL-FOUND-SW         PIC X(01) VALUE 'N'.
001240         88  BAL-CTL-FOUND        VALUE 'Y'.
001250     05  BAL-OUT-OF-BALANCE-SW    PIC X(01) VALUE 'N'.
001260         88  BAL-OUT-OF-BALANCE   VALUE 'Y'.
001270     05  BAL-AUD-JOB-MATCH-SW     PIC X(01) VALUE 'N'.
001280         88  BAL-AUD-JOB-MATCH    VALUE 'Y'.
001280     05  BAL-RVW-AWAITING-SW      PIC X(01) VALUE 'N'.
001280         88  BAL-RVW-AWAITING     VALUE 'Y'.
001290*-------------------------------------------------------------*
001300* The control record being balanced: the newest CTLREC for    *
001310* the job id, saved under BCT- names (the same CTLREC layout, *
001320* so a layout change to CTLREC.cpy can never leave the two    *
001330* out of step).  BAL-BEST-STAMP is its date and time, the     *
001340* key "newest" is judged on.                                  *
001350*-------------------------------------------------------------*
001360 COPY CTLREC REPLACING LEADING ==CTL== BY ==BCT==.
001370 01  BAL-BEST-STAMP               PIC X(16) VALUE LOW-VALUE.
001380 01  BAL-THIS-STAMP               PIC X(16) VALUE SPACE.
001390 01  BAL-CTL-READ-COUNT           PIC 9(07) VALUE 0.
001400*-------------------------------------------------------------*
001410* A rejected message's raw MSGREC.cpy image, viewed under     *
001420* BRJ- names so its MSG-TEXT-LEN and MSG-CIPHER-TYPE can be   *
001430* edited again to tell which of CIPHER's two reject reasons   *
001440* put it there.                                               *
001450*-------------------------------------------------------------*
001460 COPY MSGREC REPLACING LEADING ==MSG== BY ==BRJ==.
001470*-------------------------------------------------------------*
001480* Audit job ids to count.  One entry per AUDJOB= on the PARM  *
001490* card -- a merged control record covers every partition's    *
001500* job id -- or just the JOBID= value when none is given.      *
001510*-------------------------------------------------------------*
001520 01  BAL-AUDJOB-COUNT             PIC 9(02) VALUE 0.
001530 01  BAL-AUDJOB-TABLE.
001540     05  BAL-AUDJOB-ENTRY         PIC X(08) OCCURS 6 TIMES
001550                 INDEXED BY BAL-AUDJOB-IDX.
001560*-------------------------------------------------------------*
001570* Actual counts -- what is on the files.                      *
001580*-------------------------------------------------------------*
001590 01  BAL-MSG-COUNT                PIC 9(07) VALUE 0.
001600 01  BAL-XMT-COUNT                PIC 9(07) VALUE 0.
001601 01  BAL-PXM-DSN-WS               PIC X(44) VALUE SPACE.
001610 01  BAL-REJ-LEN-COUNT            PIC 9(07) VALUE 0.
001620 01  BAL-REJ-TYPE-COUNT           PIC 9(07) VALUE 0.
001630 01  BAL-REJ-RESOLVED-COUNT       PIC 9(07) VALUE 0.
001630 01  BAL-RVW-AWAITING-COUNT       PIC 9(07) VALUE 0.
001640 01  BAL-AUD-COUNT                PIC 9(07) VALUE 0.
001650*-------------------------------------------------------------*
001660* One comparison at a time: 2750-COMPARE-ONE-TOTAL prints     *
001670* BAL-CHECK-LABEL with the control and actual figures and     *
001680* their difference, and flags the run out of balance when     *
001690* the two disagree.                                           *
001700*-------------------------------------------------------------*
001710 01  BAL-CHECK-LABEL              PIC X(30) VALUE SPACE.
001720 01  BAL-CONTROL-VALUE            PIC 9(07) VALUE 0.
001730 01  BAL-ACTUAL-VALUE             PIC 9(07) VALUE 0.
001740 01  BAL-DIFFERENCE               PIC S9(07) VALUE 0.
001750 01  BAL-CHECK-COUNT              PIC 9(03) VALUE 0.
001760 01  BAL-BREAK-COUNT              PIC 9(03) VALUE 0.
001770*-------------------------------------------------------------*
001780* JCL PARM work areas, parsed the same way CIPHER's           *
001790* 1010-PARSE-PARM handles its own card.                       *
001800*-------------------------------------------------------------*
001810 01  BAL-JOB-ID-WS                PIC X(08) VALUE 'CIPHRUN1'.
001820 01  BAL-TODAY-TEXT               PIC X(21) VALUE SPACE.
001830 01  PARM-MSGIN-DSN               PIC X(08) VALUE 'MSGIN'.
001840 01  PARM-XMTIN-DSN               PIC X(08) VALUE 'XMTIN'.
001850 01  PARM-RPTOUT-DSN              PIC X(08) VALUE 'BALRPT'.
001860 01  PARM-FROM-MSG-ID             PIC 9(06) VALUE 0.
001870 01  PARM-TO-MSG-ID               PIC 9(06) VALUE 999999.
001880 01  PARM-TOKEN-COUNT             PIC 9(02) VALUE 0.
001890 01  PARM-TOKEN-TBL.
001900     05  PARM-TOKEN-ENTRY         PIC X(40) OCCURS 12 TIMES
001910                 INDEXED BY PARM-IDX.
001920 01  PARM-KEY-WS                  PIC X(10).
001930 01  PARM-VAL-WS                  PIC X(30).
001940*-------------------------------------------------------------*
001950* Work area for 9100-ABEND-FILE-ERROR, the common fatal-file-  *
001960* error handler, same as CIPHER's.                             *
001970*-------------------------------------------------------------*
001980 01  ABEND-FILE-ID-WS             PIC X(16) VALUE SPACE.
001990 01  ABEND-FILE-STATUS-WS         PIC X(02) VALUE SPACE.
002000*-------------------------------------------------------------*
002010* Report work areas.                                          *
002020*-------------------------------------------------------------*
002030 01  RPT-HEADER-1.
002040     05  FILLER                   PIC X(10) VALUE SPACE.
002050     05  FILLER                   PIC X(30)
002060             VALUE 'CIPHER RUN BALANCING REPORT'.
002070     05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
002080     05  RPT-H1-DATE              PIC X(10).
002090 01  RPT-CONTROL-LINE.
002100     05  FILLER                   PIC X(24)
002110             VALUE 'CONTROL RECORD -- JOB '.
002120     05  RPT-C-JOB-ID             PIC X(08).
002130     05  FILLER                   PIC X(06) VALUE '  RUN '.
002140     05  RPT-C-DATE               PIC X(08).
002150     05  FILLER                   PIC X(01) VALUE SPACE.
002160     05  RPT-C-TIME               PIC X(08).
002170     05  FILLER                   PIC X(10) VALUE '  MSG IDS '.
002180     05  RPT-C-FROM-ID            PIC 9(06).
002190     05  FILLER                   PIC X(03) VALUE ' - '.
002200     05  RPT-C-TO-ID              PIC 9(06).
002210 01  RPT-AUDJOB-LINE.
002220     05  FILLER                   PIC X(24)
002230             VALUE 'AUDIT LOG JOB ID COUNTED'.
002240     05  FILLER                   PIC X(02) VALUE SPACE.
002250     05  RPT-A-JOB-ID             PIC X(08).
002260 01  RPT-HEADER-2.
002270     05  FILLER                   PIC X(02) VALUE SPACE.
002280     05  FILLER                   PIC X(30) VALUE 'CHECK'.
002290     05  FILLER                   PIC X(10) VALUE '   CONTROL'.
002300     05  FILLER                   PIC X(10) VALUE '    ACTUAL'.
002310     05  FILLER                   PIC X(10) VALUE '      DIFF'.
002320     05  FILLER                   PIC X(02) VALUE SPACE.
002330     05  FILLER                   PIC X(14) VALUE 'STATUS'.
002340 01  RPT-BALANCE-LINE.
002350     05  FILLER                   PIC X(02) VALUE SPACE.
002360     05  RPT-B-LABEL              PIC X(30).
002370     05  FILLER                   PIC X(03) VALUE SPACE.
002380     05  RPT-B-CONTROL            PIC ZZZZZZ9.
002390     05  FILLER                   PIC X(03) VALUE SPACE.
002400     05  RPT-B-ACTUAL             PIC ZZZZZZ9.
002410     05  FILLER                   PIC X(02) VALUE SPACE.
002420     05  RPT-B-DIFFERENCE         PIC -ZZZZZZ9.
002430     05  FILLER                   PIC X(02) VALUE SPACE.
002440     05  RPT-B-STATUS             PIC X(14).
002450 01  RPT-SECTION-LINE.
002460     05  RPT-S-TITLE              PIC X(30).
002470 01  RPT-TOTAL-LINE.
002480     05  FILLER                   PIC X(02) VALUE SPACE.
002490     05  RPT-T-LABEL              PIC X(30).
002500     05  FILLER                   PIC X(03) VALUE SPACE.
002510     05  RPT-T-COUNT              PIC ZZZZZZ9.
002520 01  RPT-MESSAGE-LINE.
002530     05  FILLER                   PIC X(02) VALUE SPACE.
002540     05  RPT-M-TEXT               PIC X(60).
002550 LINKAGE SECTION.
002560*-------------------------------------------------------------*
002570* The PARM string on the EXEC statement's PARM= parameter is  *
002580* passed to this program the standard way: a halfword binary  *
002590* length followed by the text itself.                         *
002600*-------------------------------------------------------------*
002610 01  PARM-LENGTH                  PIC S9(4) COMP VALUE 0.
002620 01  PARM-TEXT                    PIC X(100).
002630 PROCEDURE DIVISION USING PARM-LENGTH PARM-TEXT.
002640*=============================================================*
002650 0000-MAINLINE.
002660*=============================================================*
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002680     PERFORM 2000-SELECT-CONTROL-RECORD THRU 2000-EXIT
002690     IF BAL-CTL-FOUND
002700         PERFORM 2200-COUNT-MESSAGES THRU 2200-EXIT
002710         PERFORM 2300-COUNT-TRANSMIT THRU 2300-EXIT
002720         PERFORM 2400-COUNT-REJECTS THRU 2400-EXIT
002730         PERFORM 2500-COUNT-AUDIT THRU 2500-EXIT
002740         PERFORM 2700-BALANCE-RUN THRU 2700-EXIT
002750     END-IF
002760     PERFORM 9000-TERMINATE THRU 9000-EXIT
002770     GOBACK.
002780*=============================================================*
002790 1000-INITIALIZE.
002800*=============================================================*
002810     PERFORM 1010-PARSE-PARM THRU 1010-EXIT
002820*    No AUDJOB= on the card: the run wrote its audit records    *
002830*    under the same job id it stamped on the control record.    *
002840     IF BAL-AUDJOB-COUNT = 0
002850         MOVE 1 TO BAL-AUDJOB-COUNT
002860         MOVE BAL-JOB-ID-WS TO BAL-AUDJOB-ENTRY(1)
002870     END-IF
002880     OPEN INPUT CONTROL-IN
002890     IF CTL-FILE-STATUS NOT = '00'
002900         MOVE 'CONTROL-IN' TO ABEND-FILE-ID-WS
002910         MOVE CTL-FILE-STATUS TO ABEND-FILE-STATUS-WS
002920         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002930     END-IF
002940     OPEN INPUT MESSAGE-IN
002950     IF MSG-FILE-STATUS NOT = '00'
002960         MOVE 'MESSAGE-IN' TO ABEND-FILE-ID-WS
002970         MOVE MSG-FILE-STATUS TO ABEND-FILE-STATUS-WS
002980         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002990     END-IF
003000     OPEN INPUT TRANSMIT-IN
003010     IF XMT-FILE-STATUS NOT = '00'
003020         MOVE 'TRANSMIT-IN' TO ABEND-FILE-ID-WS
003030         MOVE XMT-FILE-STATUS TO ABEND-FILE-STATUS-WS
003040         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003050     END-IF
003051     OPEN INPUT PARTNER-PROFILE
003052     IF PTN-FILE-STATUS NOT = '00'
003053         MOVE 'PARTNER-PROFILE' TO ABEND-FILE-ID-WS
003054         MOVE PTN-FILE-STATUS TO ABEND-FILE-STATUS-WS
003055         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003056     END-IF
003060     OPEN INPUT REJECT-IN
003070     IF REJ-FILE-STATUS NOT = '00'
003080         MOVE 'REJECT-IN' TO ABEND-FILE-ID-WS
003090         MOVE REJ-FILE-STATUS TO ABEND-FILE-STATUS-WS
003100         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003110     END-IF
003110     OPEN INPUT REVIEW-IN
003110     IF RVW-FILE-STATUS NOT = '00'
003110         MOVE 'REVIEW-IN' TO ABEND-FILE-ID-WS
003110         MOVE RVW-FILE-STATUS TO ABEND-FILE-STATUS-WS
003110         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003110     END-IF
003120     OPEN INPUT AUDIT-LOG-IN
003130     IF AUD-FILE-STATUS NOT = '00'
003140         MOVE 'AUDIT-LOG-IN' TO ABEND-FILE-ID-WS
003150         MOVE AUD-FILE-STATUS TO ABEND-FILE-STATUS-WS
003160         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003170     END-IF
003180     OPEN OUTPUT REPORT-OUT
003190     IF RPT-FILE-STATUS NOT = '00'
003200         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
003210         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
003220         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003230     END-IF
003240     MOVE FUNCTION CURRENT-DATE TO BAL-TODAY-TEXT
003250     PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT
003260 1000-EXIT.
003270     EXIT.
003280*=============================================================*
003290* PARM card parsing.  An empty or omitted PARM keeps the      *
003300* defaults coded above.  AUDJOB= may repeat; each one adds a  *
003310* job id to the audit-log count.                              *
003320*=============================================================*
003330 1010-PARSE-PARM.
003340*=============================================================*
003350     MOVE 0 TO PARM-TOKEN-COUNT
003360     IF PARM-LENGTH > 0
003370         UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY ','
003380             INTO PARM-TOKEN-ENTRY(1) PARM-TOKEN-ENTRY(2)
003390                  PARM-TOKEN-ENTRY(3) PARM-TOKEN-ENTRY(4)
003400                  PARM-TOKEN-ENTRY(5) PARM-TOKEN-ENTRY(6)
003410                  PARM-TOKEN-ENTRY(7) PARM-TOKEN-ENTRY(8)
003420                  PARM-TOKEN-ENTRY(9) PARM-TOKEN-ENTRY(10)
003430                  PARM-TOKEN-ENTRY(11) PARM-TOKEN-ENTRY(12)
003440             TALLYING IN PARM-TOKEN-COUNT
003450         PERFORM 1020-APPLY-ONE-PARM THRU 1020-EXIT
003460             VARYING PARM-IDX FROM 1 BY 1
003470             UNTIL PARM-IDX > PARM-TOKEN-COUNT
003480     END-IF
003490 1010-EXIT.
003500     EXIT.
003510*=============================================================*
003520 1020-APPLY-ONE-PARM.
003530*=============================================================*
003540     MOVE SPACE TO PARM-KEY-WS PARM-VAL-WS
003550     UNSTRING PARM-TOKEN-ENTRY(PARM-IDX) DELIMITED BY '='
003560         INTO PARM-KEY-WS PARM-VAL-WS
003570     EVALUATE FUNCTION UPPER-CASE(PARM-KEY-WS)
003580         WHEN 'JOBID'
003590             MOVE PARM-VAL-WS TO BAL-JOB-ID-WS
003600         WHEN 'AUDJOB'
003610             IF BAL-AUDJOB-COUNT < 6
003620                 ADD 1 TO BAL-AUDJOB-COUNT
003630                 MOVE PARM-VAL-WS
003640                     TO BAL-AUDJOB-ENTRY(BAL-AUDJOB-COUNT)
003650             ELSE
003660                 DISPLAY 'WARNING -- MORE THAN 6 AUDJOB= '
003670                     'KEYWORDS, ' PARM-VAL-WS ' IGNORED'
003680             END-IF
003690         WHEN 'FROMID'
003700             MOVE PARM-VAL-WS(1:6) TO PARM-FROM-MSG-ID
003710         WHEN 'TOID'
003720             MOVE PARM-VAL-WS(1:6) TO PARM-TO-MSG-ID
003730         WHEN 'INFILE'
003740             MOVE PARM-VAL-WS TO PARM-MSGIN-DSN
003750         WHEN 'XMTFILE'
003760             MOVE PARM-VAL-WS TO PARM-XMTIN-DSN
003770         WHEN 'OUTFILE'
003780             MOVE PARM-VAL-WS TO PARM-RPTOUT-DSN
003790     END-EVALUATE
003800 1020-EXIT.
003810     EXIT.
003820*=============================================================*
003830 1100-WRITE-REPORT-HEADERS.
003840*=============================================================*
003850     MOVE BAL-TODAY-TEXT(7:2) TO RPT-H1-DATE(1:2)
003860     MOVE '/'                 TO RPT-H1-DATE(3:1)
003870     MOVE BAL-TODAY-TEXT(5:2) TO RPT-H1-DATE(4:2)
003880     MOVE '/'                 TO RPT-H1-DATE(6:1)
003890     MOVE BAL-TODAY-TEXT(1:4) TO RPT-H1-DATE(7:4)
003900     MOVE '1' TO RPT-CARRIAGE-CONTROL
003910     MOVE RPT-HEADER-1 TO RPT-LINE-TEXT
003920     WRITE RPT-LINE
003930     MOVE ' ' TO RPT-CARRIAGE-CONTROL
003940     IF RPT-FILE-STATUS NOT = '00'
003950         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
003960         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
003970         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003980     END-IF
003990 1100-EXIT.
004000     EXIT.
004010*=============================================================*
004020* Newest control record for the job id.  CIPHER.PROD.CONTROL  *
004030* accumulates one record per run, oldest first, but a rerun   *
004040* or a late merge can land out of order, so every record for  *
004050* the job id is read and the highest CTL-RUN-DATE/            *
004060* CTL-RUN-TIME wins rather than simply the last one read.     *
004070*=============================================================*
004080 2000-SELECT-CONTROL-RECORD.
004090*=============================================================*
004100     PERFORM 2050-READ-NEXT-CONTROL THRU 2050-EXIT
004110     PERFORM 2100-CHECK-ONE-CONTROL THRU 2100-EXIT
004120         UNTIL CTL-EOF
004130     IF NOT BAL-CTL-FOUND
004140         SET BAL-OUT-OF-BALANCE TO TRUE
004150         MOVE SPACE TO RPT-LINE-TEXT
004160         WRITE RPT-LINE
004170         MOVE SPACE TO RPT-M-TEXT
004180         STRING 'NO CONTROL RECORD FOUND FOR JOB ' BAL-JOB-ID-WS
004190                ' -- RUN CANNOT BE BALANCED'
004200             DELIMITED BY SIZE INTO RPT-M-TEXT
004210         MOVE RPT-MESSAGE-LINE TO RPT-LINE-TEXT
004220         WRITE RPT-LINE
004230         GO TO 2000-EXIT
004240     END-IF
004250     MOVE BCT-JOB-ID        TO RPT-C-JOB-ID
004260     MOVE BCT-RUN-DATE(1:8) TO RPT-C-DATE
004270     MOVE BCT-RUN-TIME      TO RPT-C-TIME
004280     MOVE PARM-FROM-MSG-ID  TO RPT-C-FROM-ID
004290     MOVE PARM-TO-MSG-ID    TO RPT-C-TO-ID
004300     MOVE RPT-CONTROL-LINE TO RPT-LINE-TEXT
004310     WRITE RPT-LINE
004320     PERFORM 2150-WRITE-AUDJOB-LINE THRU 2150-EXIT
004330         VARYING BAL-AUDJOB-IDX FROM 1 BY 1
004340         UNTIL BAL-AUDJOB-IDX > BAL-AUDJOB-COUNT
004350 2000-EXIT.
004360     EXIT.
004370*=============================================================*
004380 2050-READ-NEXT-CONTROL.
004390*=============================================================*
004400     READ CONTROL-IN NEXT RECORD
004410         AT END SET CTL-EOF TO TRUE
004420     END-READ
004430 2050-EXIT.
004440     EXIT.
004450*=============================================================*
004460 2100-CHECK-ONE-CONTROL.
004470*=============================================================*
004480     ADD 1 TO BAL-CTL-READ-COUNT
004490     IF CTL-JOB-ID = BAL-JOB-ID-WS
004500         MOVE CTL-RUN-DATE(1:8) TO BAL-THIS-STAMP(1:8)
004510         MOVE CTL-RUN-TIME      TO BAL-THIS-STAMP(9:8)
004520         IF BAL-THIS-STAMP > BAL-BEST-STAMP
004530             MOVE BAL-THIS-STAMP TO BAL-BEST-STAMP
004540             MOVE CTL-RECORD TO BCT-RECORD
004550             SET BAL-CTL-FOUND TO TRUE
004560         END-IF
004570     END-IF
004580     PERFORM 2050-READ-NEXT-CONTROL THRU 2050-EXIT
004590 2100-EXIT.
004600     EXIT.
004610*=============================================================*
004620 2150-WRITE-AUDJOB-LINE.
004630*=============================================================*
004640     MOVE BAL-AUDJOB-ENTRY(BAL-AUDJOB-IDX) TO RPT-A-JOB-ID
004650     MOVE RPT-AUDJOB-LINE TO RPT-LINE-TEXT
004660     WRITE RPT-LINE
004670 2150-EXIT.
004680     EXIT.
004690*=============================================================*
004700* Input records in the run's FROMID=/TOID= range, positioned   *
004710* the same way CIPHER's 1070-POSITION-TO-FROMID does.          *
004720*=============================================================*
004730 2200-COUNT-MESSAGES.
004740*=============================================================*
004750     MOVE PARM-FROM-MSG-ID TO MSG-ID
004760     START MESSAGE-IN KEY IS NOT LESS THAN MSG-ID
004770         INVALID KEY
004780             SET MSG-EOF TO TRUE
004790     END-START
004800     IF NOT MSG-EOF
004810         PERFORM 2250-READ-NEXT-MESSAGE THRU 2250-EXIT
004820     END-IF
004830     PERFORM 2260-COUNT-ONE-MESSAGE THRU 2260-EXIT
004840         UNTIL MSG-EOF
004850 2200-EXIT.
004860     EXIT.
004870*=============================================================*
004880 2250-READ-NEXT-MESSAGE.
004890*=============================================================*
004900     READ MESSAGE-IN NEXT RECORD
004910         AT END SET MSG-EOF TO TRUE
004920     END-READ
004930     IF NOT MSG-EOF AND MSG-ID > PARM-TO-MSG-ID
004940         SET MSG-EOF TO TRUE
004950     END-IF
004960 2250-EXIT.
004970     EXIT.
004980*=============================================================*
004990 2260-COUNT-ONE-MESSAGE.
005000*=============================================================*
005001*    CIPHER skips anything not pending when it starts.  What it
005002*    did pick up is either still pending (rejected, routed to
005003*    the solver, or no usable key) or was marked transmitted on
005004*    the run date -- and may have been acknowledged since.  A
005005*    held message, or one that went out on an earlier run, was
005006*    never counted by the run and is not counted here.  Neither
005006*    is a pending unknown-key message an earlier run solved and
005006*    left open on the review file: CIPHER passes those over.
005007     IF MSG-STATUS-PENDING
005007         MOVE 'N' TO BAL-RVW-AWAITING-SW
005007         IF MSG-SHIFT-IS-UNKNOWN
005007             PERFORM 2270-CHECK-AWAITING-REVIEW THRU 2270-EXIT
005007         END-IF
005007         IF BAL-RVW-AWAITING
005007             ADD 1 TO BAL-RVW-AWAITING-COUNT
005007         ELSE
005008             ADD 1 TO BAL-MSG-COUNT
005008         END-IF
005009     ELSE
005010         IF (MSG-STATUS-TRANSMITTED OR MSG-STATUS-ACKNOWLEDGED)
005011                 AND MSG-STATUS-DATE = BCT-RUN-DATE(1:8)
005012             ADD 1 TO BAL-MSG-COUNT
005013         END-IF
005014     END-IF
005020     PERFORM 2250-READ-NEXT-MESSAGE THRU 2250-EXIT
005030 2260-EXIT.
005040     EXIT.
005040*=============================================================*
005040 2270-CHECK-AWAITING-REVIEW.
005040*=============================================================*
005040*    An open (queued or confident) review record means CIPHER
005040*    skipped the message -- unless the balanced run solved it
005040*    itself, on the run date under one of its job ids, in which
005040*    case the run counted it before writing the record.
005040     MOVE MSG-ID TO RVW-MSG-ID
005040     READ REVIEW-IN KEY IS RVW-MSG-ID
005040         INVALID KEY
005040             GO TO 2270-EXIT
005040     END-READ
005040     IF RVW-FILE-STATUS NOT = '00'
005040         MOVE 'REVIEW-IN' TO ABEND-FILE-ID-WS
005040         MOVE RVW-FILE-STATUS TO ABEND-FILE-STATUS-WS
005040         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005040     END-IF
005040     IF NOT RVW-STATUS-OPEN
005040         GO TO 2270-EXIT
005040     END-IF
005040     IF RVW-SOLVE-DATE = BCT-RUN-DATE(1:8)
005040         MOVE 'N' TO BAL-AUD-JOB-MATCH-SW
005040         SET BAL-AUDJOB-IDX TO 1
005040         SEARCH BAL-AUDJOB-ENTRY
005040             WHEN BAL-AUDJOB-ENTRY(BAL-AUDJOB-IDX) = RVW-JOB-ID
005040                 SET BAL-AUD-JOB-MATCH TO TRUE
005040         END-SEARCH
005040         IF BAL-AUD-JOB-MATCH
005040             GO TO 2270-EXIT
005040         END-IF
005040     END-IF
005040     SET BAL-RVW-AWAITING TO TRUE.
005040 2270-EXIT.
005040     EXIT.
005050*=============================================================*
005051* The house transmit file is the run's own, every message on  *
005052* it counts.  Each partner's outbound dataset is shared by    *
005053* every partition of the night's run, so only the records in  *
005054* this run's FROMID=/TOID= range count there.  Neither        *
005054* file's envelope header or trailer is a message.             *
005055*=============================================================*
005060 2300-COUNT-TRANSMIT.
005070*=============================================================*
005080     PERFORM 2350-READ-NEXT-TRANSMIT THRU 2350-EXIT
005090     PERFORM 2360-COUNT-ONE-TRANSMIT THRU 2360-EXIT
005100         UNTIL XMT-EOF
005101     PERFORM 2380-READ-NEXT-PARTNER THRU 2380-EXIT
005102     PERFORM 2370-COUNT-ONE-PARTNER THRU 2370-EXIT
005103         UNTIL PTN-EOF
005110 2300-EXIT.
005120     EXIT.
005130*=============================================================*
005140 2350-READ-NEXT-TRANSMIT.
005150*=============================================================*
005160     READ TRANSMIT-IN NEXT RECORD
005170         AT END SET XMT-EOF TO TRUE
005180     END-READ
005190 2350-EXIT.
005200     EXIT.
005210*=============================================================*
005220 2360-COUNT-ONE-TRANSMIT.
005230*=============================================================*
005240     IF NOT XMT-ENVELOPE-KEY
005240         ADD 1 TO BAL-XMT-COUNT
005240     END-IF
005250     PERFORM 2350-READ-NEXT-TRANSMIT THRU 2350-EXIT
005260 2360-EXIT.
005270     EXIT.
005271*=============================================================*
005272* One partner's outbound dataset.  A partner with no dataset  *
005273* named, or whose dataset has never been written (status 35), *
005274* was shipped nothing and adds nothing.                       *
005275*=============================================================*
005276 2370-COUNT-ONE-PARTNER.
005277*=============================================================*
005278     IF PTN-OUTBOUND-DSN NOT = SPACE
005279         PERFORM 2375-COUNT-PARTNER-FILE THRU 2375-EXIT
005280     END-IF
005281     PERFORM 2380-READ-NEXT-PARTNER THRU 2380-EXIT
005282 2370-EXIT.
005283     EXIT.
005284*=============================================================*
005285 2375-COUNT-PARTNER-FILE.
005285*=============================================================*
005285     MOVE PTN-OUTBOUND-DSN TO BAL-PXM-DSN-WS
005285     OPEN INPUT PARTNER-XMT-IN
005285     IF PXM-FILE-STATUS = '35'
005285         GO TO 2375-EXIT
005285     END-IF
005286     IF PXM-FILE-STATUS NOT = '00'
005287         MOVE 'PARTNER-XMT-IN' TO ABEND-FILE-ID-WS
005288         MOVE PXM-FILE-STATUS TO ABEND-FILE-STATUS-WS
005289         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005290     END-IF
005291     MOVE 'N' TO PXM-EOF-SW
005292     PERFORM 2390-COUNT-PARTNER-RECORDS THRU 2390-EXIT
005293         UNTIL PXM-EOF
005294     CLOSE PARTNER-XMT-IN
005297 2375-EXIT.
005298     EXIT.
005299*=============================================================*
005300 2380-READ-NEXT-PARTNER.
005301*=============================================================*
005302     READ PARTNER-PROFILE NEXT RECORD
005303         AT END SET PTN-EOF TO TRUE
005304     END-READ
005305 2380-EXIT.
005306     EXIT.
005307*=============================================================*
005308 2390-COUNT-PARTNER-RECORDS.
005309*=============================================================*
005310     READ PARTNER-XMT-IN NEXT RECORD
005311         AT END SET PXM-EOF TO TRUE
005312                GO TO 2390-EXIT
005313     END-READ
005314     IF PXM-MSG-ID NOT < PARM-FROM-MSG-ID
005315             AND PXM-MSG-ID NOT > PARM-TO-MSG-ID
005315             AND NOT PXM-ENVELOPE-KEY
005316         ADD 1 TO BAL-XMT-COUNT
005317     END-IF
005318 2390-EXIT.
005319     EXIT.
005280*=============================================================*
005290* Open rejects, split by reason.  REJREC carries no reason     *
005300* code, so the reason is derived from the image with CIPHER's  *
005310* own edits in CIPHER's own order: a bad MSG-TEXT-LEN is       *
005320* tested first, so a record bad on both counts is a length     *
005330* reject, exactly as 2100-PROCESS-ONE-MESSAGE counted it.      *
005340* Entries the clerk has already repaired are counted apart     *
005350* and not balanced.                                            *
005360*=============================================================*
005370 2400-COUNT-REJECTS.
005380*=============================================================*
005390     PERFORM 2450-READ-NEXT-REJECT THRU 2450-EXIT
005400     PERFORM 2460-COUNT-ONE-REJECT THRU 2460-EXIT
005410         UNTIL REJ-EOF
005420 2400-EXIT.
005430     EXIT.
005440*=============================================================*
005450 2450-READ-NEXT-REJECT.
005460*=============================================================*
005470     READ REJECT-IN NEXT RECORD
005480         AT END SET REJ-EOF TO TRUE
005490     END-READ
005500 2450-EXIT.
005510     EXIT.
005520*=============================================================*
005530 2460-COUNT-ONE-REJECT.
005540*=============================================================*
005550     IF NOT REJ-STATUS-OPEN
005560         ADD 1 TO BAL-REJ-RESOLVED-COUNT
005570     ELSE
005580         MOVE REJ-MSG-IMAGE TO BRJ-RECORD
005590         EVALUATE TRUE
005600             WHEN BRJ-TEXT-LEN NOT NUMERIC
005610                 ADD 1 TO BAL-REJ-LEN-COUNT
005620             WHEN BRJ-TEXT-LEN < 1 OR BRJ-TEXT-LEN > 256
005630                 ADD 1 TO BAL-REJ-LEN-COUNT
005640             WHEN OTHER
005650                 ADD 1 TO BAL-REJ-TYPE-COUNT
005660         END-EVALUATE
005670     END-IF
005680     PERFORM 2450-READ-NEXT-REJECT THRU 2450-EXIT
005690 2460-EXIT.
005700     EXIT.
005710*=============================================================*
005720* Audit records the run wrote: AUD-JOB-ID one of the job ids  *
005730* being counted, on the control record's run date.  The date *
005740* keeps earlier nights under the same JOBID= out of the       *
005750* count; the job id alone, not the time, because a restarted  *
005760* run stamps its audit records with the restart's own time.   *
005770*=============================================================*
005780 2500-COUNT-AUDIT.
005790*=============================================================*
005800     PERFORM 2550-READ-NEXT-AUDIT THRU 2550-EXIT
005810     PERFORM 2560-COUNT-ONE-AUDIT THRU 2560-EXIT
005820         UNTIL AUD-EOF
005830 2500-EXIT.
005840     EXIT.
005850*=============================================================*
005860 2550-READ-NEXT-AUDIT.
005870*=============================================================*
005880     READ AUDIT-LOG-IN NEXT RECORD
005890         AT END SET AUD-EOF TO TRUE
005900     END-READ
005910 2550-EXIT.
005920     EXIT.
005930*=============================================================*
005940 2560-COUNT-ONE-AUDIT.
005950*=============================================================*
005960     IF AUD-RUN-DATE(1:8) = BCT-RUN-DATE(1:8)
005970         MOVE 'N' TO BAL-AUD-JOB-MATCH-SW
005980         SET BAL-AUDJOB-IDX TO 1
005990         SEARCH BAL-AUDJOB-ENTRY
006000             WHEN BAL-AUDJOB-ENTRY(BAL-AUDJOB-IDX) = AUD-JOB-ID
006010                 SET BAL-AUD-JOB-MATCH TO TRUE
006020         END-SEARCH
006030         IF BAL-AUD-JOB-MATCH
006040             ADD 1 TO BAL-AUD-COUNT
006050         END-IF
006060     END-IF
006070     PERFORM 2550-READ-NEXT-AUDIT THRU 2550-EXIT
006080 2560-EXIT.
006090     EXIT.
006100*=============================================================*
006110* The comparisons.  The control record is footed within       *
006120* itself first -- a record that does not foot cannot be       *
006130* trusted against the files -- then against each file.        *
006140* What the control figure should be for the transmit and      *
006150* audit files follows from how CIPHER writes them:            *
006160*   - one TRANSMIT record per message encrypted, and only     *
006170*     known-key messages are encrypted (reconciled OK or      *
006180*     mismatch); a Vigenere message refused for want of a     *
006190*     keyword is counted but never shipped, and shows here    *
006200*     as a difference, which is what it is;                   *
006210*   - an encrypt and a decrypt AUDREC per known-key message,  *
006220*     and one solve AUDREC per CallSolve message (recon N/A). *
006230*=============================================================*
006240 2700-BALANCE-RUN.
006250*=============================================================*
006260     MOVE 'CONTROL RECORD FOOTING' TO RPT-S-TITLE
006270     PERFORM 9040-WRITE-SECTION-TITLE THRU 9040-EXIT
006280     MOVE RPT-HEADER-2 TO RPT-LINE-TEXT
006290     WRITE RPT-LINE
006300     MOVE 'MSGS = TYPES + REJECTS' TO BAL-CHECK-LABEL
006310     MOVE BCT-MSG-COUNT TO BAL-CONTROL-VALUE
006320     COMPUTE BAL-ACTUAL-VALUE = BCT-CAESAR-COUNT
006330         + BCT-ROT13-COUNT + BCT-VIGENERE-COUNT
006340         + BCT-SUBST-COUNT + BCT-REJECT-LEN-COUNT
006350         + BCT-REJECT-TYPE-COUNT
006360     PERFORM 2750-COMPARE-ONE-TOTAL THRU 2750-EXIT
006370     MOVE 'TYPES = OK + MISMATCH + N/A' TO BAL-CHECK-LABEL
006380     COMPUTE BAL-CONTROL-VALUE = BCT-CAESAR-COUNT
006390         + BCT-ROT13-COUNT + BCT-VIGENERE-COUNT
006400         + BCT-SUBST-COUNT
006410     COMPUTE BAL-ACTUAL-VALUE = BCT-RECON-OK-COUNT
006420         + BCT-RECON-MISMATCH-COUNT + BCT-RECON-NA-COUNT
006430     PERFORM 2750-COMPARE-ONE-TOTAL THRU 2750-EXIT
006440     MOVE 'SOLVES = RECON N/A' TO BAL-CHECK-LABEL
006450     MOVE BCT-SOLVE-COUNT TO BAL-CONTROL-VALUE
006460     MOVE BCT-RECON-NA-COUNT TO BAL-ACTUAL-VALUE
006470     PERFORM 2750-COMPARE-ONE-TOTAL THRU 2750-EXIT
006480     MOVE 'CONTROL AGAINST FILES' TO RPT-S-TITLE
006490     PERFORM 9040-WRITE-SECTION-TITLE THRU 9040-EXIT
006500     MOVE RPT-HEADER-2 TO RPT-LINE-TEXT
006510     WRITE RPT-LINE
006520     MOVE 'MESSAGES RUN IN MSG-ID RANGE' TO BAL-CHECK-LABEL
006530     MOVE BCT-MSG-COUNT TO BAL-CONTROL-VALUE
006540     MOVE BAL-MSG-COUNT TO BAL-ACTUAL-VALUE
006550     PERFORM 2750-COMPARE-ONE-TOTAL THRU 2750-EXIT
006560     MOVE 'TRANSMIT RECORDS' TO BAL-CHECK-LABEL
006570     COMPUTE BAL-CONTROL-VALUE = BCT-RECON-OK-COUNT
006580         + BCT-RECON-MISMATCH-COUNT
006590     MOVE BAL-XMT-COUNT TO BAL-ACTUAL-VALUE
006600     PERFORM 2750-COMPARE-ONE-TOTAL THRU 2750-EXIT
006610     MOVE 'OPEN REJECTS - BAD LENGTH' TO BAL-CHECK-LABEL
006620     MOVE BCT-REJECT-LEN-COUNT TO BAL-CONTROL-VALUE
006630     MOVE BAL-REJ-LEN-COUNT TO BAL-ACTUAL-VALUE
006640     PERFORM 2750-COMPARE-ONE-TOTAL THRU 2750-EXIT
006650     MOVE 'OPEN REJECTS - BAD TYPE' TO BAL-CHECK-LABEL
006660     MOVE BCT-REJECT-TYPE-COUNT TO BAL-CONTROL-VALUE
006670     MOVE BAL-REJ-TYPE-COUNT TO BAL-ACTUAL-VALUE
006680     PERFORM 2750-COMPARE-ONE-TOTAL THRU 2750-EXIT
006690     MOVE 'AUDIT LOG RECORDS' TO BAL-CHECK-LABEL
006700     COMPUTE BAL-CONTROL-VALUE =
006710         (BCT-RECON-OK-COUNT + BCT-RECON-MISMATCH-COUNT) * 2
006720         + BCT-RECON-NA-COUNT
006730     MOVE BAL-AUD-COUNT TO BAL-ACTUAL-VALUE
006740     PERFORM 2750-COMPARE-ONE-TOTAL THRU 2750-EXIT
006750     IF RPT-FILE-STATUS NOT = '00'
006760         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
006770         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
006780         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006790     END-IF
006800 2700-EXIT.
006810     EXIT.
006820*=============================================================*
006830 2750-COMPARE-ONE-TOTAL.
006840*=============================================================*
006850     ADD 1 TO BAL-CHECK-COUNT
006860     COMPUTE BAL-DIFFERENCE = BAL-ACTUAL-VALUE - BAL-CONTROL-VALUE
006870     MOVE BAL-CHECK-LABEL   TO RPT-B-LABEL
006880     MOVE BAL-CONTROL-VALUE TO RPT-B-CONTROL
006890     MOVE BAL-ACTUAL-VALUE  TO RPT-B-ACTUAL
006900     MOVE BAL-DIFFERENCE    TO RPT-B-DIFFERENCE
006910     IF BAL-DIFFERENCE = 0
006920         MOVE 'IN BALANCE' TO RPT-B-STATUS
006930     ELSE
006940         MOVE 'OUT OF BALANCE' TO RPT-B-STATUS
006950         ADD 1 TO BAL-BREAK-COUNT
006960         SET BAL-OUT-OF-BALANCE TO TRUE
006970     END-IF
006980     MOVE RPT-BALANCE-LINE TO RPT-LINE-TEXT
006990     WRITE RPT-LINE
007000 2750-EXIT.
007010     EXIT.
007020*=============================================================*
007030 9000-TERMINATE.
007040*=============================================================*
007050     PERFORM 9010-WRITE-SUMMARY THRU 9010-EXIT
007060     CLOSE CONTROL-IN
007070     CLOSE MESSAGE-IN
007080     CLOSE TRANSMIT-IN
007085     CLOSE PARTNER-PROFILE
007090     CLOSE REJECT-IN
007090     CLOSE REVIEW-IN
007100     CLOSE AUDIT-LOG-IN
007110     CLOSE REPORT-OUT
007120*    RC=8, not the usual warning 4: an out-of-balance run is    *
007130*    exactly what the transmission step must be held on, and    *
007140*    COND=(4,LT,...) on that step lets nothing else through.    *
007150     IF BAL-OUT-OF-BALANCE
007160         MOVE 8 TO RETURN-CODE
007170     END-IF
007180 9000-EXIT.
007190     EXIT.
007200*=============================================================*
007210 9010-WRITE-SUMMARY.
007220*=============================================================*
007230     MOVE 'BALANCING SUMMARY' TO RPT-S-TITLE
007240     PERFORM 9040-WRITE-SECTION-TITLE THRU 9040-EXIT
007250     MOVE 'CONTROL RECORDS READ' TO RPT-T-LABEL
007260     MOVE BAL-CTL-READ-COUNT TO RPT-T-COUNT
007270     PERFORM 9030-WRITE-TOTAL-LINE THRU 9030-EXIT
007280     MOVE 'CHECKS MADE' TO RPT-T-LABEL
007290     MOVE BAL-CHECK-COUNT TO RPT-T-COUNT
007300     PERFORM 9030-WRITE-TOTAL-LINE THRU 9030-EXIT
007310     MOVE 'CHECKS OUT OF BALANCE' TO RPT-T-LABEL
007320     MOVE BAL-BREAK-COUNT TO RPT-T-COUNT
007330     PERFORM 9030-WRITE-TOTAL-LINE THRU 9030-EXIT
007340     MOVE 'REJECTS ALREADY REPAIRED' TO RPT-T-LABEL
007350     MOVE BAL-REJ-RESOLVED-COUNT TO RPT-T-COUNT
007360     PERFORM 9030-WRITE-TOTAL-LINE THRU 9030-EXIT
007360     MOVE 'AWAITING REVIEW - NOT COUNTED' TO RPT-T-LABEL
007360     MOVE BAL-RVW-AWAITING-COUNT TO RPT-T-COUNT
007360     PERFORM 9030-WRITE-TOTAL-LINE THRU 9030-EXIT
007370     MOVE SPACE TO RPT-LINE-TEXT
007380     WRITE RPT-LINE
007390     IF BAL-OUT-OF-BALANCE
007400         MOVE '*** RUN IS OUT OF BALANCE -- HOLD TRANSMISSION ***'
007410             TO RPT-M-TEXT
007420     ELSE
007430         MOVE 'RUN IS IN BALANCE' TO RPT-M-TEXT
007440     END-IF
007450     MOVE RPT-MESSAGE-LINE TO RPT-LINE-TEXT
007460     WRITE RPT-LINE
007470     IF RPT-FILE-STATUS NOT = '00'
007480         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
007490         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
007500         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
007510     END-IF
007520 9010-EXIT.
007530     EXIT.
007540*=============================================================*
007550 9030-WRITE-TOTAL-LINE.
007560*=============================================================*
007570     MOVE RPT-TOTAL-LINE TO RPT-LINE-TEXT
007580     WRITE RPT-LINE
007590 9030-EXIT.
007600     EXIT.
007610*=============================================================*
007620 9040-WRITE-SECTION-TITLE.
007630*=============================================================*
007640     MOVE SPACE TO RPT-LINE-TEXT
007650     WRITE RPT-LINE
007660     MOVE RPT-SECTION-LINE TO RPT-LINE-TEXT
007670     WRITE RPT-LINE
007680 9040-EXIT.
007690     EXIT.
007700*=============================================================*
007710* Common fatal-file-error handler, same shape as CIPHER's:    *
007720* the caller MOVEs the failing ddname and status into          *
007730* ABEND-FILE-ID-WS/ABEND-FILE-STATUS-WS first.                 *
007740*=============================================================*
007750 9100-ABEND-FILE-ERROR.
007760*=============================================================*
007770     DISPLAY 'FATAL -- ' ABEND-FILE-ID-WS
007780         ' FILE ERROR, STATUS=' ABEND-FILE-STATUS-WS
007790     MOVE 16 TO RETURN-CODE
007800     GOBACK
007810 9100-EXIT.
007820     EXIT.
