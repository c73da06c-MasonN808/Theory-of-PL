000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AUDVRFY.
000030 AUTHOR.        R HENRICKSEN.
000040 INSTALLATION.  DATA LIBRARY SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-------------------------------------------------------------*
000080* AUDVRFY proves the audit log has not been tampered with.    *
000090* Every record CIPHER, CIPHRCV and CIPHAUDW write carries a   *
000100* sequence number, the chain hash of the record written       *
000110* before it and its own chain hash (AUDREC.cpy's AUD-CHAIN-   *
000120* DETAIL, hashed by CIPHHASH), and the AUDCHAIN control       *
000130* record (CHNREC.cpy) holds both ends of the chain.  This     *
000140* program walks the log front to back and reports:            *
000150*   - ALTERED RECORD      the record's own hash no longer     *
000160*                         matches its contents;               *
000170*   - SEQUENCE GAP        records are missing ahead of it;    *
000180*   - OUT OF SEQUENCE     a sequence number repeats or goes   *
000190*                         backwards (a record copied in or    *
000200*                         moved);                             *
000210*   - BROKEN LINK         the record does not chain onto the  *
000220*                         one before it;                      *
000230*   - UNCHAINED RECORD    a record with no chain fields       *
000240*                         after the chain began;              *
000250*   - LOG ENDS SHORT /    the last record on the log is not   *
000260*     LOG RUNS PAST       the last one the control record     *
000270*                         says was written.                   *
000280* After a break the walk picks up again from the record that  *
000290* broke, so one bad record is one line, not a page of them.   *
000300*                                                             *
000310* On its own the live log is checked from the chain base      *
000320* AUDARCH left in the control record.  With ARCHIVE=Y on the  *
000330* PARM card the AUDARCH DD, the archive generations of        *
000340* CIPHER.PROD.AUDARCH concatenated oldest first, is walked    *
000350* ahead of the live log as one chain, starting from whatever  *
000360* record the oldest generation given starts with.  Records    *
000370* written before the chain began carry no chain fields and    *
000380* are counted but not checked.                                *
000390*                                                             *
000400* The job ends RC 8 on any break so the scheduler can hold    *
000410* everything behind it, RC 0 when the chain is whole.         *
000420*-------------------------------------------------------------*
000430*-------------------------------------------------------------*
000440* MODIFICATION HISTORY                                        *
000450*   DATE       BY   DESCRIPTION                               *
000460*   2026-10-15 RH   Original version.                         *
000470*-------------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540*    The archive generations are the flat datasets AUDARCH    *
000550*    writes; CIPHER.PROD.AUDITLOG is a VSAM ESDS (the AS-     *
000560*    assignment prefix selects entry-sequenced organization), *
000570*    read front to back in the order it was written.          *
000580     SELECT ARCHIVE-IN ASSIGN TO "AUDARCH"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS ARC-FILE-STATUS.
000610     SELECT AUDIT-LOG-IN ASSIGN TO "AS-CIPHAUDT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS LOG-FILE-STATUS.
000640     SELECT AUDIT-CHAIN ASSIGN TO "AUDCHAIN"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS CHN-KEY
000680         FILE STATUS IS CHN-FILE-STATUS.
000690     SELECT REPORT-OUT ASSIGN TO "VRFYRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS RPT-FILE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740*-------------------------------------------------------------*
000750* Both inputs are the AUDREC layout under their own names,    *
000760* the same way AUDARCH declares its outputs; each is read     *
000770* INTO the one AUD-RECORD in WORKING-STORAGE that gets        *
000780* checked.                                                    *
000790*-------------------------------------------------------------*
000800 FD  ARCHIVE-IN
000810     LABEL RECORD IS STANDARD.
000820 COPY AUDREC REPLACING LEADING ==AUD== BY ==ARC==.
000830 FD  AUDIT-LOG-IN
000840     LABEL RECORD IS STANDARD.
000850 COPY AUDREC REPLACING LEADING ==AUD== BY ==LOG==.
000860 FD  AUDIT-CHAIN
000870     LABEL RECORD IS STANDARD.
000880 COPY CHNREC.
000890 FD  REPORT-OUT
000900     LABEL RECORD IS STANDARD.
000910 COPY RPTREC.
000920 WORKING-STORAGE SECTION.
000930 01  ARC-FILE-STATUS              PIC X(02) VALUE '00'.
000940 01  LOG-FILE-STATUS              PIC X(02) VALUE '00'.
000950 01  CHN-FILE-STATUS              PIC X(02) VALUE '00'.
000960 01  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
000970 01  VRF-SWITCHES.
000980     05  VRF-EOF-SW               PIC X(01) VALUE 'N'.
000990         88  VRF-EOF              VALUE 'Y'.
001000     05  VRF-ARCHIVE-SW           PIC X(01) VALUE 'N'.
001010         88  VRF-WITH-ARCHIVE     VALUE 'Y'.
001020     05  VRF-CONTROL-SW           PIC X(01) VALUE 'Y'.
001030         88  VRF-CONTROL-FOUND    VALUE 'Y'.
001040     05  VRF-STARTED-SW           PIC X(01) VALUE 'N'.
001050         88  VRF-CHAIN-STARTED    VALUE 'Y'.
001060     05  VRF-EXPECT-SW            PIC X(01) VALUE 'N'.
001070         88  VRF-EXPECT-KNOWN     VALUE 'Y'.
001080*-------------------------------------------------------------*
001090* The record being checked, read INTO here from whichever     *
001100* file is being walked, and the name of that file for the     *
001110* report.                                                     *
001120*-------------------------------------------------------------*
001130 COPY AUDREC.
001140 01  VRF-SOURCE                   PIC X(07) VALUE SPACE.
001150 01  VRF-RECORD-NO                PIC 9(09) VALUE 0.
001160*-------------------------------------------------------------*
001170* Interface to the CIPHHASH subprogram, the same copybook and *
001180* subprogram the audit writers hash with.                     *
001190*-------------------------------------------------------------*
001200 COPY HASHLINK.
001210*-------------------------------------------------------------*
001220* The chain so far: the sequence number and stored hash of    *
001230* the last chained record walked (or the chain base, before   *
001240* the first), the sequence number the next one should carry,  *
001250* and the first sequence number the walk could check from.    *
001260*-------------------------------------------------------------*
001270 01  VRF-LAST-SEQ-NO              PIC 9(10) VALUE 0.
001280 01  VRF-LAST-HASH                PIC 9(10) VALUE 0.
001290 01  VRF-EXPECT-SEQ-NO            PIC 9(10) VALUE 0.
001300 01  VRF-FIRST-SEQ-NO             PIC 9(10) VALUE 0.
001310*-------------------------------------------------------------*
001320* The break being reported, set by the checks for             *
001330* 2900-REPORT-BREAK.                                          *
001340*-------------------------------------------------------------*
001350 01  VRF-CONDITION                PIC X(26) VALUE SPACE.
001360 01  VRF-NOTE                     PIC X(24) VALUE SPACE.
001370*-------------------------------------------------------------*
001380* JCL PARM work areas, parsed the same way AUDARCH's          *
001390* 1010-PARSE-PARM handles its own card.                       *
001400*-------------------------------------------------------------*
001410 01  PARM-TOKEN-COUNT             PIC 9(02) VALUE 0.
001420 01  PARM-TOKEN-TBL.
001430     05  PARM-TOKEN-ENTRY         PIC X(40) OCCURS 2 TIMES
001440                 INDEXED BY PARM-IDX.
001450 01  PARM-KEY-WS                  PIC X(10).
001460 01  PARM-VAL-WS                  PIC X(30).
001470*-------------------------------------------------------------*
001480* Totals for the summary: records read from each file,        *
001490* records from before the chain began, chained records        *
001500* checked, and one counter per kind of break.                 *
001510*-------------------------------------------------------------*
001520 01  VRF-ARCHIVE-READ             PIC 9(09) VALUE 0.
001530 01  VRF-LIVE-READ                PIC 9(09) VALUE 0.
001540 01  VRF-PRECHAIN-COUNT           PIC 9(09) VALUE 0.
001550 01  VRF-CHECKED-COUNT            PIC 9(09) VALUE 0.
001560 01  VRF-ALTERED-COUNT            PIC 9(07) VALUE 0.
001570 01  VRF-GAP-COUNT                PIC 9(07) VALUE 0.
001580 01  VRF-ORDER-COUNT              PIC 9(07) VALUE 0.
001590 01  VRF-LINK-COUNT               PIC 9(07) VALUE 0.
001600 01  VRF-UNCHAINED-COUNT          PIC 9(07) VALUE 0.
001610 01  VRF-END-COUNT                PIC 9(07) VALUE 0.
001620 01  VRF-BREAK-COUNT              PIC 9(07) VALUE 0.
001630*-------------------------------------------------------------*
001640* Work area for 9100-ABEND-FILE-ERROR, the common fatal-file- *
001650* error handler, same as AUDARCH's.                           *
001660*-------------------------------------------------------------*
001670 01  ABEND-FILE-ID-WS             PIC X(16) VALUE SPACE.
001680 01  ABEND-FILE-STATUS-WS         PIC X(02) VALUE SPACE.
001690*-------------------------------------------------------------*
001700* Report work areas.                                          *
001710*-------------------------------------------------------------*
001720 01  RPT-TODAY-TEXT               PIC X(21).
001730 01  RPT-HEADER-1.
001740     05  FILLER                   PIC X(10) VALUE SPACE.
001750     05  FILLER                   PIC X(30)
001760             VALUE 'AUDIT CHAIN VERIFICATION'.
001770     05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
001780     05  RPT-H1-DATE              PIC X(10).
001790 01  RPT-FILTER-LINE.
001800     05  FILLER                   PIC X(10) VALUE 'CHECKED:  '.
001810     05  RPT-F-VALUE              PIC X(30).
001820 01  RPT-CONTROL-LINE.
001830     05  FILLER                   PIC X(20)
001840             VALUE 'CHAIN BASE SEQ NO:  '.
001850     05  RPT-C-BASE-SEQ           PIC Z(09)9.
001860     05  FILLER                   PIC X(04) VALUE SPACE.
001870     05  FILLER                   PIC X(20)
001880             VALUE 'CONTROL LAST SEQ:   '.
001890     05  RPT-C-LAST-SEQ           PIC Z(09)9.
001900     05  FILLER                   PIC X(04) VALUE SPACE.
001910     05  FILLER                   PIC X(10) VALUE 'WRITTEN:  '.
001920     05  RPT-C-LAST-DATE          PIC X(08).
001930     05  FILLER                   PIC X(01) VALUE SPACE.
001940     05  RPT-C-LAST-TIME          PIC X(08).
001950     05  FILLER                   PIC X(01) VALUE SPACE.
001960     05  RPT-C-LAST-JOB-ID        PIC X(08).
001970 01  RPT-COLUMN-HEADER-1.
001980     05  FILLER                   PIC X(21) VALUE
001990             '  SOURCE   RECORD NO '.
002000     05  FILLER                   PIC X(22) VALUE
002010             ' SEQ NO      DATE     '.
002020     05  FILLER                   PIC X(21) VALUE
002030             ' TIME      JOB ID    '.
002040     05  FILLER                   PIC X(32) VALUE
002050             'CONDITION                   NOTE'.
002060*-------------------------------------------------------------*
002070* One line per break.                                         *
002080*-------------------------------------------------------------*
002090 01  RPT-DETAIL-LINE.
002100     05  FILLER                   PIC X(02) VALUE SPACE.
002110     05  RPT-D-SOURCE             PIC X(07).
002120     05  FILLER                   PIC X(02) VALUE SPACE.
002130     05  RPT-D-RECORD-NO          PIC Z(08)9.
002140     05  FILLER                   PIC X(02) VALUE SPACE.
002150     05  RPT-D-SEQ-NO             PIC X(10).
002160     05  FILLER                   PIC X(02) VALUE SPACE.
002170     05  RPT-D-DATE               PIC X(08).
002180     05  FILLER                   PIC X(02) VALUE SPACE.
002190     05  RPT-D-TIME               PIC X(08).
002200     05  FILLER                   PIC X(02) VALUE SPACE.
002210     05  RPT-D-JOB-ID             PIC X(08).
002220     05  FILLER                   PIC X(02) VALUE SPACE.
002230     05  RPT-D-CONDITION          PIC X(26).
002240     05  FILLER                   PIC X(02) VALUE SPACE.
002250     05  RPT-D-NOTE               PIC X(24).
002260 01  RPT-SECTION-LINE.
002270     05  RPT-S-TITLE              PIC X(30).
002280 01  RPT-TOTAL-LINE.
002290     05  FILLER                   PIC X(02) VALUE SPACE.
002300     05  RPT-T-LABEL              PIC X(30).
002310     05  RPT-T-COUNT              PIC Z(08)9.
002320 LINKAGE SECTION.
002330*-------------------------------------------------------------*
002340* The PARM string on the EXEC statement's PARM= parameter is  *
002350* passed to this program the standard way: a halfword binary  *
002360* length followed by the text itself.                         *
002370*-------------------------------------------------------------*
002380 01  PARM-LENGTH                  PIC S9(4) COMP VALUE 0.
002390 01  PARM-TEXT                    PIC X(80).
002400 PROCEDURE DIVISION USING PARM-LENGTH PARM-TEXT.
002410*=============================================================*
002420 0000-MAINLINE.
002430*=============================================================*
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002450     IF VRF-WITH-ARCHIVE
002460         PERFORM 2000-WALK-ARCHIVE THRU 2000-EXIT
002470     END-IF
002480     PERFORM 2500-WALK-LIVE-LOG THRU 2500-EXIT
002490     PERFORM 3000-CHECK-CHAIN-END THRU 3000-EXIT
002500     PERFORM 9000-TERMINATE THRU 9000-EXIT
002510     GOBACK.
002520*=============================================================*
002530 1000-INITIALIZE.
002540*=============================================================*
002550     PERFORM 1010-PARSE-PARM THRU 1010-EXIT
002560     OPEN OUTPUT REPORT-OUT
002570     IF RPT-FILE-STATUS NOT = '00'
002580         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
002590         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
002600         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002610     END-IF
002620     MOVE FUNCTION CURRENT-DATE TO RPT-TODAY-TEXT
002630     PERFORM 1050-READ-CHAIN-CONTROL THRU 1050-EXIT
002640     PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT
002650 1000-EXIT.
002660     EXIT.
002670*=============================================================*
002680* PARM card parsing.  ARCHIVE=Y walks the AUDARCH generations *
002690* ahead of the live log; an empty or omitted PARM checks the  *
002700* live log on its own.                                        *
002710*=============================================================*
002720 1010-PARSE-PARM.
002730*=============================================================*
002740     MOVE 0 TO PARM-TOKEN-COUNT
002750     IF PARM-LENGTH > 0
002760         UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY ','
002770             INTO PARM-TOKEN-ENTRY(1) PARM-TOKEN-ENTRY(2)
002780             TALLYING IN PARM-TOKEN-COUNT
002790         PERFORM 1020-APPLY-ONE-PARM THRU 1020-EXIT
002800             VARYING PARM-IDX FROM 1 BY 1
002810             UNTIL PARM-IDX > PARM-TOKEN-COUNT
002820     END-IF
002830 1010-EXIT.
002840     EXIT.
002850*=============================================================*
002860 1020-APPLY-ONE-PARM.
002870*=============================================================*
002880     MOVE SPACE TO PARM-KEY-WS PARM-VAL-WS
002890     UNSTRING PARM-TOKEN-ENTRY(PARM-IDX) DELIMITED BY '='
002900         INTO PARM-KEY-WS PARM-VAL-WS
002910     EVALUATE FUNCTION UPPER-CASE(PARM-KEY-WS)
002920         WHEN 'ARCHIVE'
002930             IF PARM-VAL-WS(1:1) = 'Y' OR 'y'
002940                 SET VRF-WITH-ARCHIVE TO TRUE
002950             END-IF
002960     END-EVALUATE
002970 1020-EXIT.
002980     EXIT.
002990*=============================================================*
003000* The control record gives both ends of the chain.  No record *
003010* means no writer has stamped one yet; the live log should    *
003020* then hold nothing chained, which 3000-CHECK-CHAIN-END       *
003030* confirms.  On its own, the live log is expected to chain    *
003040* straight on from the base -- sequence 1 and a previous hash *
003050* of zero when nothing has been archived since the chain      *
003060* began.  With the archive, the walk starts from the first    *
003070* chained record it finds.                                    *
003080*=============================================================*
003090 1050-READ-CHAIN-CONTROL.
003100*=============================================================*
003110     OPEN INPUT AUDIT-CHAIN
003120     IF CHN-FILE-STATUS NOT = '00'
003130         MOVE 'AUDIT-CHAIN' TO ABEND-FILE-ID-WS
003140         MOVE CHN-FILE-STATUS TO ABEND-FILE-STATUS-WS
003150         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003160     END-IF
003170     MOVE 'AUDITLOG' TO CHN-KEY
003180     READ AUDIT-CHAIN
003190         INVALID KEY
003200             MOVE 'N' TO VRF-CONTROL-SW
003210             MOVE SPACE TO CHN-RECORD
003220             MOVE 0 TO CHN-LAST-SEQ-NO CHN-LAST-HASH
003230                       CHN-BASE-SEQ-NO CHN-BASE-HASH
003240     END-READ
003250     IF CHN-FILE-STATUS NOT = '00' AND NOT = '23'
003260         MOVE 'AUDIT-CHAIN' TO ABEND-FILE-ID-WS
003270         MOVE CHN-FILE-STATUS TO ABEND-FILE-STATUS-WS
003280         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003290     END-IF
003300     CLOSE AUDIT-CHAIN
003310     IF NOT VRF-WITH-ARCHIVE
003320         MOVE CHN-BASE-SEQ-NO TO VRF-LAST-SEQ-NO
003330         MOVE CHN-BASE-HASH TO VRF-LAST-HASH
003340         SET VRF-EXPECT-KNOWN TO TRUE
003350         IF CHN-BASE-SEQ-NO > 0
003360             SET VRF-CHAIN-STARTED TO TRUE
003370         END-IF
003380     END-IF
003390 1050-EXIT.
003400     EXIT.
003410*=============================================================*
003420 1100-WRITE-REPORT-HEADERS.
003430*=============================================================*
003440     MOVE RPT-TODAY-TEXT(7:2) TO RPT-H1-DATE(1:2)
003450     MOVE '/'                 TO RPT-H1-DATE(3:1)
003460     MOVE RPT-TODAY-TEXT(5:2) TO RPT-H1-DATE(4:2)
003470     MOVE '/'                 TO RPT-H1-DATE(6:1)
003480     MOVE RPT-TODAY-TEXT(1:4) TO RPT-H1-DATE(7:4)
003490     MOVE '1' TO RPT-CARRIAGE-CONTROL
003500     MOVE RPT-HEADER-1 TO RPT-LINE-TEXT
003510     WRITE RPT-LINE
003520     MOVE ' ' TO RPT-CARRIAGE-CONTROL
003530     IF VRF-WITH-ARCHIVE
003540         MOVE 'ARCHIVE GENERATIONS + LIVE LOG' TO RPT-F-VALUE
003550     ELSE
003560         MOVE 'LIVE LOG FROM CHAIN BASE' TO RPT-F-VALUE
003570     END-IF
003580     MOVE RPT-FILTER-LINE TO RPT-LINE-TEXT
003590     WRITE RPT-LINE
003600     MOVE CHN-BASE-SEQ-NO TO RPT-C-BASE-SEQ
003610     MOVE CHN-LAST-SEQ-NO TO RPT-C-LAST-SEQ
003620     MOVE CHN-LAST-DATE   TO RPT-C-LAST-DATE
003630     MOVE CHN-LAST-TIME   TO RPT-C-LAST-TIME
003640     MOVE CHN-LAST-JOB-ID TO RPT-C-LAST-JOB-ID
003650     MOVE RPT-CONTROL-LINE TO RPT-LINE-TEXT
003660     WRITE RPT-LINE
003670     IF NOT VRF-CONTROL-FOUND
003680         MOVE 'NO AUDCHAIN CONTROL RECORD ON FILE'
003690             TO RPT-LINE-TEXT
003700         WRITE RPT-LINE
003710     END-IF
003720     MOVE SPACE TO RPT-LINE-TEXT
003730     WRITE RPT-LINE
003740     MOVE RPT-COLUMN-HEADER-1 TO RPT-LINE-TEXT
003750     WRITE RPT-LINE
003760     IF RPT-FILE-STATUS NOT = '00'
003770         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
003780         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
003790         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003800     END-IF
003810 1100-EXIT.
003820     EXIT.
003830*=============================================================*
003840* The archive generations, oldest first as the DD             *
003850* concatenates them.                                          *
003860*=============================================================*
003870 2000-WALK-ARCHIVE.
003880*=============================================================*
003890     OPEN INPUT ARCHIVE-IN
003900     IF ARC-FILE-STATUS NOT = '00'
003910         MOVE 'ARCHIVE-IN' TO ABEND-FILE-ID-WS
003920         MOVE ARC-FILE-STATUS TO ABEND-FILE-STATUS-WS
003930         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003940     END-IF
003950     MOVE 'ARCHIVE' TO VRF-SOURCE
003960     MOVE 0 TO VRF-RECORD-NO
003970     MOVE 'N' TO VRF-EOF-SW
003980     PERFORM 2050-READ-NEXT-ARCHIVE THRU 2050-EXIT
003990     PERFORM 2100-CHECK-ONE-ARCHIVE THRU 2100-EXIT
004000         UNTIL VRF-EOF
004010     CLOSE ARCHIVE-IN
004020 2000-EXIT.
004030     EXIT.
004040*=============================================================*
004050 2050-READ-NEXT-ARCHIVE.
004060*=============================================================*
004070     READ ARCHIVE-IN NEXT RECORD INTO AUD-RECORD
004080         AT END SET VRF-EOF TO TRUE
004090     END-READ
004100 2050-EXIT.
004110     EXIT.
004120*=============================================================*
004130 2100-CHECK-ONE-ARCHIVE.
004140*=============================================================*
004150     ADD 1 TO VRF-ARCHIVE-READ
004160     ADD 1 TO VRF-RECORD-NO
004170     PERFORM 2700-CHECK-ONE-RECORD THRU 2700-EXIT
004180     PERFORM 2050-READ-NEXT-ARCHIVE THRU 2050-EXIT
004190 2100-EXIT.
004200     EXIT.
004210*=============================================================*
004220* The live log, picking up where the archive left off.        *
004230*=============================================================*
004240 2500-WALK-LIVE-LOG.
004250*=============================================================*
004260     OPEN INPUT AUDIT-LOG-IN
004270     IF LOG-FILE-STATUS NOT = '00'
004280         MOVE 'AUDIT-LOG-IN' TO ABEND-FILE-ID-WS
004290         MOVE LOG-FILE-STATUS TO ABEND-FILE-STATUS-WS
004300         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004310     END-IF
004320     MOVE 'LIVE' TO VRF-SOURCE
004330     MOVE 0 TO VRF-RECORD-NO
004340     MOVE 'N' TO VRF-EOF-SW
004350     PERFORM 2550-READ-NEXT-LIVE THRU 2550-EXIT
004360     PERFORM 2600-CHECK-ONE-LIVE THRU 2600-EXIT
004370         UNTIL VRF-EOF
004380     CLOSE AUDIT-LOG-IN
004390 2500-EXIT.
004400     EXIT.
004410*=============================================================*
004420 2550-READ-NEXT-LIVE.
004430*=============================================================*
004440     READ AUDIT-LOG-IN NEXT RECORD INTO AUD-RECORD
004450         AT END SET VRF-EOF TO TRUE
004460     END-READ
004470 2550-EXIT.
004480     EXIT.
004490*=============================================================*
004500 2600-CHECK-ONE-LIVE.
004510*=============================================================*
004520     ADD 1 TO VRF-LIVE-READ
004530     ADD 1 TO VRF-RECORD-NO
004540     PERFORM 2700-CHECK-ONE-RECORD THRU 2700-EXIT
004550     PERFORM 2550-READ-NEXT-LIVE THRU 2550-EXIT
004560 2600-EXIT.
004570     EXIT.
004580*=============================================================*
004590* A record with no sequence number was written before the     *
004600* chain began: fine until the first chained record, a break   *
004610* after it.                                                   *
004620*=============================================================*
004630 2700-CHECK-ONE-RECORD.
004640*=============================================================*
004650     IF AUD-SEQ-NO IS NUMERIC
004660         PERFORM 2750-CHECK-CHAINED-RECORD THRU 2750-EXIT
004670         GO TO 2700-EXIT
004680     END-IF
004690     IF NOT VRF-CHAIN-STARTED
004700         ADD 1 TO VRF-PRECHAIN-COUNT
004710         GO TO 2700-EXIT
004720     END-IF
004730     ADD 1 TO VRF-UNCHAINED-COUNT
004740     MOVE 'UNCHAINED RECORD' TO VRF-CONDITION
004750     MOVE 'NO CHAIN FIELDS' TO VRF-NOTE
004760     PERFORM 2900-REPORT-BREAK THRU 2900-EXIT
004770 2700-EXIT.
004780     EXIT.
004790*=============================================================*
004800* First the record against itself: its stored hash has to be  *
004810* what CIPHHASH makes of it now.  Then against the chain: the *
004820* next sequence number, linked to the last record's hash.  A  *
004830* record that breaks the chain still becomes the point the    *
004840* walk goes on from.                                          *
004850*=============================================================*
004860 2750-CHECK-CHAINED-RECORD.
004870*=============================================================*
004880     ADD 1 TO VRF-CHECKED-COUNT
004890     IF AUD-PREV-HASH IS NOT NUMERIC
004900             OR AUD-REC-HASH IS NOT NUMERIC
004910         ADD 1 TO VRF-ALTERED-COUNT
004920         MOVE 'ALTERED RECORD' TO VRF-CONDITION
004930         MOVE 'CHAIN FIELDS NOT NUMERIC' TO VRF-NOTE
004940         PERFORM 2900-REPORT-BREAK THRU 2900-EXIT
004950         MOVE AUD-SEQ-NO TO VRF-LAST-SEQ-NO
004960         MOVE 'N' TO VRF-EXPECT-SW
004970         SET VRF-CHAIN-STARTED TO TRUE
004980         GO TO 2750-EXIT
004990     END-IF
005000     MOVE AUD-RECORD TO HX-AUD-RECORD
005010     CALL 'CIPHHASH' USING HX-INTERFACE
005020     IF HX-HASH NOT = AUD-REC-HASH
005030         ADD 1 TO VRF-ALTERED-COUNT
005040         MOVE 'ALTERED RECORD' TO VRF-CONDITION
005050         MOVE 'HASH DOES NOT MATCH' TO VRF-NOTE
005060         PERFORM 2900-REPORT-BREAK THRU 2900-EXIT
005070     END-IF
005080     IF NOT VRF-EXPECT-KNOWN
005090         PERFORM 2760-START-CHAIN THRU 2760-EXIT
005100     END-IF
005110     ADD 1 TO VRF-LAST-SEQ-NO GIVING VRF-EXPECT-SEQ-NO
005120     MOVE SPACE TO VRF-NOTE
005130     EVALUATE TRUE
005140         WHEN AUD-SEQ-NO > VRF-EXPECT-SEQ-NO
005150             ADD 1 TO VRF-GAP-COUNT
005160             MOVE 'SEQUENCE GAP' TO VRF-CONDITION
005170         WHEN AUD-SEQ-NO < VRF-EXPECT-SEQ-NO
005180             ADD 1 TO VRF-ORDER-COUNT
005190             MOVE 'OUT OF SEQUENCE' TO VRF-CONDITION
005200         WHEN AUD-PREV-HASH NOT = VRF-LAST-HASH
005210             ADD 1 TO VRF-LINK-COUNT
005220             MOVE 'BROKEN LINK' TO VRF-CONDITION
005230             MOVE 'PREV HASH DOES NOT MATCH' TO VRF-NOTE
005240         WHEN OTHER
005250             MOVE SPACE TO VRF-CONDITION
005260     END-EVALUATE
005270     IF VRF-CONDITION NOT = SPACE
005280         IF VRF-NOTE = SPACE
005290             STRING 'EXPECTED SEQ ' VRF-EXPECT-SEQ-NO
005300                 DELIMITED BY SIZE INTO VRF-NOTE
005310         END-IF
005320         PERFORM 2900-REPORT-BREAK THRU 2900-EXIT
005330     END-IF
005340     MOVE AUD-SEQ-NO TO VRF-LAST-SEQ-NO
005350     MOVE AUD-REC-HASH TO VRF-LAST-HASH
005360     SET VRF-EXPECT-KNOWN TO TRUE
005370     SET VRF-CHAIN-STARTED TO TRUE
005380 2750-EXIT.
005390     EXIT.
005400*=============================================================*
005410* The first chained record of an archive walk, or the first   *
005420* after a record whose chain fields were unreadable: nothing  *
005430* before it to check against, so the walk starts from it --   *
005440* unless it is sequence 1, which has to link to zero.         *
005450*=============================================================*
005460 2760-START-CHAIN.
005470*=============================================================*
005480     IF VRF-FIRST-SEQ-NO = 0
005490         MOVE AUD-SEQ-NO TO VRF-FIRST-SEQ-NO
005500     END-IF
005510     IF AUD-SEQ-NO = 1
005520         MOVE 0 TO VRF-LAST-SEQ-NO VRF-LAST-HASH
005530     ELSE
005540         SUBTRACT 1 FROM AUD-SEQ-NO GIVING VRF-LAST-SEQ-NO
005550         MOVE AUD-PREV-HASH TO VRF-LAST-HASH
005560     END-IF
005570 2760-EXIT.
005580     EXIT.
005590*=============================================================*
005600 2900-REPORT-BREAK.
005610*=============================================================*
005620     ADD 1 TO VRF-BREAK-COUNT
005630     MOVE VRF-SOURCE TO RPT-D-SOURCE
005640     MOVE VRF-RECORD-NO TO RPT-D-RECORD-NO
005650     MOVE AUD-CHAIN-DETAIL(1:10) TO RPT-D-SEQ-NO
005660     MOVE AUD-RUN-DATE(1:8) TO RPT-D-DATE
005670     MOVE AUD-RUN-TIME TO RPT-D-TIME
005680     MOVE AUD-JOB-ID TO RPT-D-JOB-ID
005690     MOVE VRF-CONDITION TO RPT-D-CONDITION
005700     MOVE VRF-NOTE TO RPT-D-NOTE
005710     PERFORM 2950-WRITE-DETAIL-LINE THRU 2950-EXIT
005720 2900-EXIT.
005730     EXIT.
005740*=============================================================*
005750 2950-WRITE-DETAIL-LINE.
005760*=============================================================*
005770     MOVE RPT-DETAIL-LINE TO RPT-LINE-TEXT
005780     WRITE RPT-LINE
005790     IF RPT-FILE-STATUS NOT = '00'
005800         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
005810         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
005820         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005830     END-IF
005840 2950-EXIT.
005850     EXIT.
005860*=============================================================*
005870* The last chained record on the live log has to be the one   *
005880* the control record says was written last.  Short means      *
005890* records were cut off the end of the log; past means records *
005900* were added that no writer put there (or a writer abended    *
005910* between appending its record and advancing the control      *
005920* record).                                                    *
005930*=============================================================*
005940 3000-CHECK-CHAIN-END.
005950*=============================================================*
005960     MOVE SPACE TO VRF-CONDITION VRF-NOTE
005970     EVALUATE TRUE
005980         WHEN VRF-LAST-SEQ-NO < CHN-LAST-SEQ-NO
005990             MOVE 'LOG ENDS SHORT' TO VRF-CONDITION
006000         WHEN VRF-LAST-SEQ-NO > CHN-LAST-SEQ-NO
006010             MOVE 'LOG RUNS PAST CONTROL' TO VRF-CONDITION
006020         WHEN VRF-LAST-HASH NOT = CHN-LAST-HASH
006030             MOVE 'LAST RECORD NOT CONTROL''S' TO VRF-CONDITION
006040             MOVE 'LAST HASH DOES NOT MATCH' TO VRF-NOTE
006050     END-EVALUATE
006060     IF VRF-CONDITION = SPACE
006070         GO TO 3000-EXIT
006080     END-IF
006090     ADD 1 TO VRF-END-COUNT
006100     ADD 1 TO VRF-BREAK-COUNT
006110     IF VRF-NOTE = SPACE
006120         STRING 'CONTROL SEQ ' CHN-LAST-SEQ-NO
006130             DELIMITED BY SIZE INTO VRF-NOTE
006140     END-IF
006150     MOVE 'LIVE' TO RPT-D-SOURCE
006160     MOVE VRF-LIVE-READ TO RPT-D-RECORD-NO
006170     MOVE VRF-LAST-SEQ-NO TO RPT-D-SEQ-NO
006180     MOVE CHN-LAST-DATE TO RPT-D-DATE
006190     MOVE CHN-LAST-TIME TO RPT-D-TIME
006200     MOVE CHN-LAST-JOB-ID TO RPT-D-JOB-ID
006210     MOVE VRF-CONDITION TO RPT-D-CONDITION
006220     MOVE VRF-NOTE TO RPT-D-NOTE
006230     PERFORM 2950-WRITE-DETAIL-LINE THRU 2950-EXIT
006240 3000-EXIT.
006250     EXIT.
006260*=============================================================*
006270 9000-TERMINATE.
006280*=============================================================*
006290     IF VRF-BREAK-COUNT = 0
006300         MOVE SPACE TO RPT-LINE-TEXT
006310         WRITE RPT-LINE
006320         MOVE 'NO BREAKS -- AUDIT CHAIN IS WHOLE' TO RPT-LINE-TEXT
006330         WRITE RPT-LINE
006340     END-IF
006350     MOVE SPACE TO RPT-LINE-TEXT
006360     MOVE ' ' TO RPT-CARRIAGE-CONTROL
006370     WRITE RPT-LINE
006380     MOVE 'TOTALS' TO RPT-S-TITLE
006390     MOVE RPT-SECTION-LINE TO RPT-LINE-TEXT
006400     WRITE RPT-LINE
006410     MOVE 'ARCHIVE RECORDS READ' TO RPT-T-LABEL
006420     MOVE VRF-ARCHIVE-READ TO RPT-T-COUNT
006430     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
006440     MOVE 'LIVE LOG RECORDS READ' TO RPT-T-LABEL
006450     MOVE VRF-LIVE-READ TO RPT-T-COUNT
006460     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
006470     MOVE 'WRITTEN BEFORE CHAIN BEGAN' TO RPT-T-LABEL
006480     MOVE VRF-PRECHAIN-COUNT TO RPT-T-COUNT
006490     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
006500     MOVE 'CHAINED RECORDS CHECKED' TO RPT-T-LABEL
006510     MOVE VRF-CHECKED-COUNT TO RPT-T-COUNT
006520     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
006530     IF VRF-FIRST-SEQ-NO > 0
006540         MOVE 'CHECKED FROM SEQ NO' TO RPT-T-LABEL
006550         MOVE VRF-FIRST-SEQ-NO TO RPT-T-COUNT
006560         PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
006570     END-IF
006580     MOVE 'ALTERED RECORDS' TO RPT-T-LABEL
006590     MOVE VRF-ALTERED-COUNT TO RPT-T-COUNT
006600     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
006610     MOVE 'SEQUENCE GAPS' TO RPT-T-LABEL
006620     MOVE VRF-GAP-COUNT TO RPT-T-COUNT
006630     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
006640     MOVE 'OUT OF SEQUENCE' TO RPT-T-LABEL
006650     MOVE VRF-ORDER-COUNT TO RPT-T-COUNT
006660     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
006670     MOVE 'BROKEN LINKS' TO RPT-T-LABEL
006680     MOVE VRF-LINK-COUNT TO RPT-T-COUNT
006690     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
006700     MOVE 'UNCHAINED RECORDS IN CHAIN' TO RPT-T-LABEL
006710     MOVE VRF-UNCHAINED-COUNT TO RPT-T-COUNT
006720     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
006730     MOVE 'LOG END NOT AT CONTROL RECORD' TO RPT-T-LABEL
006740     MOVE VRF-END-COUNT TO RPT-T-COUNT
006750     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
006760     MOVE 'TOTAL BREAKS' TO RPT-T-LABEL
006770     MOVE VRF-BREAK-COUNT TO RPT-T-COUNT
006780     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
006790     CLOSE REPORT-OUT
006800     IF VRF-BREAK-COUNT > 0
006810         MOVE 8 TO RETURN-CODE
006820     END-IF
006830 9000-EXIT.
006840     EXIT.
006850*=============================================================*
006860 9050-WRITE-TOTAL-LINE.
006870*=============================================================*
006880     MOVE RPT-TOTAL-LINE TO RPT-LINE-TEXT
006890     WRITE RPT-LINE
006900     IF RPT-FILE-STATUS NOT = '00'
006910         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
006920         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
006930         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006940     END-IF
006950 9050-EXIT.
006960     EXIT.
006970*=============================================================*
006980* Common fatal-file-error handler, same shape as AUDARCH's:   *
006990* the caller MOVEs the failing ddname and status into         *
007000* ABEND-FILE-ID-WS/ABEND-FILE-STATUS-WS first.                *
007010*=============================================================*
007020 9100-ABEND-FILE-ERROR.
007030*=============================================================*
007040     DISPLAY 'FATAL -- ' ABEND-FILE-ID-WS
007050         ' FILE ERROR, STATUS=' ABEND-FILE-STATUS-WS
007060     MOVE 16 TO RETURN-CODE
007070     GOBACK.
007080 9100-EXIT.
007090     EXIT.
