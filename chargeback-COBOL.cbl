000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CIPHCHG.
000030 AUTHOR.        R HENRICKSEN.
000040 INSTALLATION.  DATA LIBRARY SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-------------------------------------------------------------*
000080* CIPHCHG is the month-end chargeback for cipher processing.  *
000090* It reads one month of the audit log (CIPHER.PROD.AUDITLOG,  *
000100* AUDREC.cpy layout, CIPHAUDT DD) and bills every encrypt,    *
000110* decrypt and solve on it to the business unit that asked for *
000120* it:                                                         *
000130*   - the cost-center table (CCTREC.cpy, COSTCTR DD) says     *
000140*     whose the record is, by its operator id, else its CICS  *
000150*     terminal id, else its batch job id;                     *
000160*   - the rate table (RATREC.cpy, RATETBL DD) prices it by    *
000170*     function code and cipher type, solves priced apart;     *
000180*   - the chargeback report (CHGRPT DD) lists the records,    *
000190*     rate and amount per function and cipher type under      *
000200*     each cost center, then the unmapped activity -- records *
000210*     whose ids are on no table entry -- by job id and        *
000220*     operator, for finance to chase and add to the table;    *
000230*   - the journal feed (GLJREC.cpy, GLFEED DD) debits each    *
000240*     cost center its total, debits the unmapped total to a   *
000250*     suspense cost center, and credits the recovery account  *
000260*     by function code, so the feed balances to the report.   *
000270* Violation (V) and review (R) records are not billed; they   *
000280* are counted on the report as not billable.                  *
000290*                                                             *
000300* When an AUDPJOB purge during the month moved its first days *
000310* to an archive generation, ARCHIVE=Y reads the AUDARCH DD    *
000320* (that generation) ahead of the live log.  A record already  *
000330* read -- its audit-chain sequence number at or below the     *
000340* last one seen -- is skipped, so a generation that overlaps  *
000350* the live log is not billed twice.  If the first record read *
000360* is dated after the first of the month, the start of the     *
000370* month is in a generation that was not given, and the report *
000380* says so.                                                    *
000390*                                                             *
000400* PARM card, the same KEYWORD=VALUE style AUDRPT parses:      *
000410*   MONTH=    month billed (YYYYMM); default last month       *
000420*   ARCHIVE=  Y to read the AUDARCH DD first; default N       *
000430*   DRACCT=   GL expense account each cost center is debited  *
000440*   CRACCT=   GL recovery account credited                    *
000450*   CRCTR=    cost center the recovery is credited under      *
000460*   SUSPENSE= cost center unmapped activity is debited under  *
000470* The job ends RC 4 when there was unmapped or unpriced       *
000480* activity or the month looks incomplete, RC 8 if the feed    *
000490* does not balance to the report, RC 0 otherwise.             *
000500*-------------------------------------------------------------*
000510*-------------------------------------------------------------*
000520* MODIFICATION HISTORY                                        *
000530*   DATE       BY   DESCRIPTION                               *
000540*   2026-10-15 RH   Original version.                         *
000550*-------------------------------------------------------------*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.   IBM-370.
000590 OBJECT-COMPUTER.   IBM-370.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT COST-CENTER-IN ASSIGN TO "COSTCTR"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS CCT-FILE-STATUS.
000650     SELECT RATE-TABLE-IN ASSIGN TO "RATETBL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS RAT-FILE-STATUS.
000680*    The archive generation is the flat dataset AUDARCH       *
000690*    writes; CIPHER.PROD.AUDITLOG is a VSAM ESDS (the AS-     *
000700*    assignment prefix selects entry-sequenced organization). *
000710     SELECT ARCHIVE-IN ASSIGN TO "AUDARCH"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS ARC-FILE-STATUS.
000740     SELECT AUDIT-LOG-IN ASSIGN TO "AS-CIPHAUDT"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS LOG-FILE-STATUS.
000770     SELECT GL-FEED-OUT ASSIGN TO "GLFEED"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS GLJ-FILE-STATUS.
000800     SELECT REPORT-OUT ASSIGN TO "CHGRPT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS RPT-FILE-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  COST-CENTER-IN
000860     LABEL RECORD IS STANDARD.
000870 COPY CCTREC.
000880 FD  RATE-TABLE-IN
000890     LABEL RECORD IS STANDARD.
000900 COPY RATREC.
000910*-------------------------------------------------------------*
000920* Both audit inputs are the AUDREC layout under their own     *
000930* names, the same way AUDVRFY declares them; each is read     *
000940* INTO the one AUD-RECORD in WORKING-STORAGE that is priced.  *
000950*-------------------------------------------------------------*
000960 FD  ARCHIVE-IN
000970     LABEL RECORD IS STANDARD.
000980 COPY AUDREC REPLACING LEADING ==AUD== BY ==ARC==.
000990 FD  AUDIT-LOG-IN
001000     LABEL RECORD IS STANDARD.
001010 COPY AUDREC REPLACING LEADING ==AUD== BY ==LOG==.
001020 FD  GL-FEED-OUT
001030     LABEL RECORD IS STANDARD.
001040 COPY GLJREC.
001050 FD  REPORT-OUT
001060     LABEL RECORD IS STANDARD.
001070 COPY RPTREC.
001080 WORKING-STORAGE SECTION.
001090 01  CCT-FILE-STATUS              PIC X(02) VALUE '00'.
001100 01  RAT-FILE-STATUS              PIC X(02) VALUE '00'.
001110 01  ARC-FILE-STATUS              PIC X(02) VALUE '00'.
001120 01  LOG-FILE-STATUS              PIC X(02) VALUE '00'.
001130 01  GLJ-FILE-STATUS              PIC X(02) VALUE '00'.
001140 01  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
001150 01  CHG-SWITCHES.
001160     05  CHG-EOF-SW               PIC X(01) VALUE 'N'.
001170         88  CHG-EOF              VALUE 'Y'.
001180     05  CHG-ARCHIVE-SW           PIC X(01) VALUE 'N'.
001190         88  CHG-WITH-ARCHIVE     VALUE 'Y'.
001200     05  CHG-FOUND-SW             PIC X(01) VALUE 'N'.
001210         88  CHG-ENTRY-FOUND      VALUE 'Y'.
001220     05  CHG-FIRST-SW             PIC X(01) VALUE 'Y'.
001230         88  CHG-FIRST-RECORD     VALUE 'Y'.
001240     05  CHG-SEQ-SW               PIC X(01) VALUE 'N'.
001250         88  CHG-SEQ-KNOWN        VALUE 'Y'.
001260     05  CHG-PARTIAL-SW           PIC X(01) VALUE 'N'.
001270         88  CHG-MONTH-PARTIAL    VALUE 'Y'.
001280*-------------------------------------------------------------*
001290* The record being priced, read INTO here from whichever file *
001300* is being read.                                              *
001310*-------------------------------------------------------------*
001320 COPY AUDREC.
001330*-------------------------------------------------------------*
001340* The month billed, and its first day for the completeness    *
001350* check.  Left zero here, 1030-SET-DEFAULT-MONTH fills in     *
001360* last month unless the PARM card named one.                  *
001370*-------------------------------------------------------------*
001380 01  CHG-MONTH.
001390     05  CHG-MONTH-YYYY           PIC 9(04) VALUE 0.
001400     05  CHG-MONTH-MM             PIC 9(02) VALUE 0.
001410 01  CHG-MONTH-START              PIC X(08) VALUE SPACE.
001420 01  CHG-FIRST-DATE               PIC X(08) VALUE SPACE.
001430 01  CHG-LAST-SEQ-NO              PIC 9(10) VALUE 0.
001440*-------------------------------------------------------------*
001450* GL accounts and cost centers for the journal feed, from the *
001460* PARM card.                                                  *
001470*-------------------------------------------------------------*
001480 01  CHG-DEBIT-ACCOUNT            PIC X(08) VALUE '64100000'.
001490 01  CHG-CREDIT-ACCOUNT           PIC X(08) VALUE '49100000'.
001500 01  CHG-CREDIT-CENTER            PIC X(06) VALUE '410000'.
001510 01  CHG-SUSPENSE-CENTER          PIC X(06) VALUE '999999'.
001520*-------------------------------------------------------------*
001530* JCL PARM work areas, parsed the same way AUDRPT's           *
001540* 1010-PARSE-PARM handles its own card.                       *
001550*-------------------------------------------------------------*
001560 01  PARM-TOKEN-COUNT             PIC 9(02) VALUE 0.
001570 01  PARM-TOKEN-TBL.
001580     05  PARM-TOKEN-ENTRY         PIC X(40) OCCURS 6 TIMES
001590                 INDEXED BY PARM-IDX.
001600 01  PARM-KEY-WS                  PIC X(10).
001610 01  PARM-VAL-WS                  PIC X(30).
001620*-------------------------------------------------------------*
001630* Cost-center table, loaded once from COST-CENTER-IN.  Each   *
001640* id entry points at its cost center in CTR-TABLE, which      *
001650* holds each cost center once, in first-seen order, with the  *
001660* month's totals billed to it.                                *
001670*-------------------------------------------------------------*
001680 01  CCT-TABLE-CTL.
001690     05  CCT-ENTRY-COUNT          PIC 9(03) VALUE 0.
001700     05  CCT-REJECT-COUNT         PIC 9(03) VALUE 0.
001710 01  CCT-TABLE.
001720     05  CCT-TABLE-ENTRY OCCURS 500 TIMES INDEXED BY CCT-IDX.
001730         10  CCT-T-MATCH-TYPE     PIC X(01).
001740         10  CCT-T-MATCH-ID       PIC X(08).
001750         10  CCT-T-CENTER-NO      PIC 9(03).
001760 01  CTR-TABLE-CTL.
001770     05  CTR-ENTRY-COUNT          PIC 9(03) VALUE 0.
001780 01  CTR-TABLE.
001790     05  CTR-TABLE-ENTRY OCCURS 100 TIMES INDEXED BY CTR-IDX.
001800         10  CTR-COST-CENTER      PIC X(06).
001810         10  CTR-DEPT-CODE        PIC X(04).
001820         10  CTR-DEPT-NAME        PIC X(20).
001830         10  CTR-RECORD-COUNT     PIC 9(07).
001840         10  CTR-AMOUNT           PIC 9(09)V99.
001850*-------------------------------------------------------------*
001860* Rate table, loaded once from RATE-TABLE-IN.                 *
001870*-------------------------------------------------------------*
001880 01  RAT-TABLE-CTL.
001890     05  RAT-ENTRY-COUNT          PIC 9(03) VALUE 0.
001900     05  RAT-REJECT-COUNT         PIC 9(03) VALUE 0.
001910 01  RAT-TABLE.
001920     05  RAT-TABLE-ENTRY OCCURS 50 TIMES INDEXED BY RAT-IDX.
001930         10  RAT-T-FUNCTION-CD    PIC X(01).
001940         10  RAT-T-CIPHER-TYPE    PIC X(01).
001950         10  RAT-T-UNIT-RATE      PIC 9(03)V9(04).
001960*-------------------------------------------------------------*
001970* Usage table: the month's billable records counted by cost   *
001980* center, function code and cipher type, with the rate that   *
001990* prices them (USG-RATE-NO, zero when no rate matched).       *
002000* Unmapped records (USG-CENTER-NO zero) are kept apart by job *
002010* id and operator so the report can say whose they were.      *
002020* The amount is extended once per entry at the end of the     *
002030* month, so the report and the feed add up the same figures.  *
002040* A record that arrives after the table is full is counted in *
002050* USG-OVERFLOW-COUNT and warned about, not billed.            *
002060*-------------------------------------------------------------*
002070 01  USG-TABLE-CTL.
002080     05  USG-ENTRY-COUNT          PIC 9(04) VALUE 0.
002090     05  USG-OVERFLOW-COUNT       PIC 9(07) VALUE 0.
002100 01  USG-TABLE.
002110     05  USG-TABLE-ENTRY OCCURS 2000 TIMES INDEXED BY USG-IDX.
002120         10  USG-CENTER-NO        PIC 9(03).
002130         10  USG-JOB-ID           PIC X(08).
002140         10  USG-OPERATOR-ID      PIC X(08).
002150         10  USG-FUNCTION-CD      PIC X(01).
002160         10  USG-CIPHER-TYPE      PIC X(01).
002170         10  USG-RATE-NO          PIC 9(03).
002180         10  USG-RECORD-COUNT     PIC 9(07).
002190         10  USG-AMOUNT           PIC 9(09)V99.
002200*-------------------------------------------------------------*
002210* Lookup work areas for the record being priced.              *
002220*-------------------------------------------------------------*
002230 01  CHG-MATCH-TYPE               PIC X(01) VALUE SPACE.
002240 01  CHG-MATCH-ID                 PIC X(08) VALUE SPACE.
002250 01  CHG-CENTER-NO                PIC 9(03) VALUE 0.
002260 01  CHG-RATE-NO                  PIC 9(03) VALUE 0.
002270 01  CHG-RATE-TYPE                PIC X(01) VALUE SPACE.
002280 01  CHG-USAGE-JOB-ID             PIC X(08) VALUE SPACE.
002290 01  CHG-USAGE-OPERATOR-ID        PIC X(08) VALUE SPACE.
002300 01  CHG-USAGE-NO                 PIC 9(04) VALUE 0.
002310*-------------------------------------------------------------*
002320* Month totals.                                               *
002330*-------------------------------------------------------------*
002340 01  CHG-ARCHIVE-READ             PIC 9(09) VALUE 0.
002350 01  CHG-LIVE-READ                PIC 9(09) VALUE 0.
002360 01  CHG-DUPLICATE-COUNT          PIC 9(09) VALUE 0.
002370 01  CHG-OUTSIDE-COUNT            PIC 9(09) VALUE 0.
002380 01  CHG-UNBILLED-COUNT           PIC 9(09) VALUE 0.
002390 01  CHG-BILLABLE-COUNT           PIC 9(09) VALUE 0.
002400 01  CHG-UNRATED-COUNT            PIC 9(09) VALUE 0.
002410 01  CHG-MAPPED-COUNT             PIC 9(09) VALUE 0.
002420 01  CHG-UNMAPPED-COUNT           PIC 9(09) VALUE 0.
002430 01  CHG-MAPPED-AMOUNT            PIC 9(11)V99 VALUE 0.
002440 01  CHG-UNMAPPED-AMOUNT          PIC 9(11)V99 VALUE 0.
002450 01  CHG-GRAND-AMOUNT             PIC 9(11)V99 VALUE 0.
002460 01  CHG-ENCRYPT-AMOUNT           PIC 9(11)V99 VALUE 0.
002470 01  CHG-DECRYPT-AMOUNT           PIC 9(11)V99 VALUE 0.
002480 01  CHG-SOLVE-AMOUNT             PIC 9(11)V99 VALUE 0.
002490*-------------------------------------------------------------*
002500* Journal feed totals, kept as the lines are written.         *
002510*-------------------------------------------------------------*
002520 01  GLJ-LINE-COUNT               PIC 9(07) VALUE 0.
002530 01  GLJ-DEBIT-TOTAL              PIC 9(11)V99 VALUE 0.
002540 01  GLJ-CREDIT-TOTAL             PIC 9(11)V99 VALUE 0.
002550*-------------------------------------------------------------*
002560* Work area for 9100-ABEND-FILE-ERROR, the common fatal-file- *
002570* error handler, same as AUDRPT's.                            *
002580*-------------------------------------------------------------*
002590 01  ABEND-FILE-ID-WS             PIC X(16) VALUE SPACE.
002600 01  ABEND-FILE-STATUS-WS         PIC X(02) VALUE SPACE.
002610*-------------------------------------------------------------*
002620* Report work areas.                                          *
002630*-------------------------------------------------------------*
002640 01  RPT-TODAY-TEXT               PIC X(21).
002650 01  RPT-HEADER-1.
002660     05  FILLER                   PIC X(10) VALUE SPACE.
002670     05  FILLER                   PIC X(30)
002680             VALUE 'CIPHER USAGE CHARGEBACK'.
002690     05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
002700     05  RPT-H1-DATE              PIC X(10).
002710 01  RPT-FILTER-LINE.
002720     05  FILLER                   PIC X(15)
002730             VALUE 'MONTH BILLED:  '.
002740     05  RPT-F-MONTH              PIC X(06).
002750     05  FILLER                   PIC X(04) VALUE SPACE.
002760     05  FILLER                   PIC X(09) VALUE 'SOURCES: '.
002770     05  RPT-F-SOURCES            PIC X(30).
002780 01  RPT-CENTER-LINE.
002790     05  FILLER                   PIC X(13) VALUE 'COST CENTER: '.
002800     05  RPT-CTR-CENTER           PIC X(06).
002810     05  FILLER                   PIC X(09) VALUE '   DEPT: '.
002820     05  RPT-CTR-DEPT-CODE        PIC X(04).
002830     05  FILLER                   PIC X(01) VALUE SPACE.
002840     05  RPT-CTR-DEPT-NAME        PIC X(20).
002850 01  RPT-COLUMN-HEADER-1.
002860     05  FILLER                   PIC X(20) VALUE
002870             '  JOB ID    OPERATOR'.
002880     05  FILLER                   PIC X(24) VALUE
002890             '  FUNCTION  CIPHER TYPE '.
002900     05  FILLER                   PIC X(26) VALUE
002910             '     RECORDS  UNIT RATE   '.
002920     05  FILLER                   PIC X(14) VALUE
002930             '        AMOUNT'.
002940*-------------------------------------------------------------*
002950* One line per usage entry.  The job id and operator columns  *
002960* are filled in only for unmapped activity.                   *
002970*-------------------------------------------------------------*
002980 01  RPT-DETAIL-LINE.
002990     05  FILLER                   PIC X(02) VALUE SPACE.
003000     05  RPT-D-JOB-ID             PIC X(08).
003010     05  FILLER                   PIC X(02) VALUE SPACE.
003020     05  RPT-D-OPERATOR-ID        PIC X(08).
003030     05  FILLER                   PIC X(02) VALUE SPACE.
003040     05  RPT-D-FUNCTION           PIC X(08).
003050     05  FILLER                   PIC X(02) VALUE SPACE.
003060     05  RPT-D-CIPHER-TYPE        PIC X(12).
003070     05  FILLER                   PIC X(02) VALUE SPACE.
003080     05  RPT-D-COUNT              PIC ZZZ,ZZZ,ZZ9.
003090     05  FILLER                   PIC X(02) VALUE SPACE.
003100     05  RPT-D-RATE               PIC ZZ9.9999.
003110     05  FILLER                   PIC X(02) VALUE SPACE.
003120     05  RPT-D-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
003130     05  FILLER                   PIC X(02) VALUE SPACE.
003140     05  RPT-D-NOTE               PIC X(10).
003150 01  RPT-SUBTOTAL-LINE.
003160     05  FILLER                   PIC X(02) VALUE SPACE.
003170     05  RPT-ST-LABEL             PIC X(42).
003180     05  RPT-ST-COUNT             PIC ZZZ,ZZZ,ZZ9.
003190     05  FILLER                   PIC X(12) VALUE SPACE.
003200     05  RPT-ST-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003210 01  RPT-SECTION-LINE.
003220     05  RPT-S-TITLE              PIC X(60).
003230 01  RPT-TOTAL-LINE.
003240     05  FILLER                   PIC X(02) VALUE SPACE.
003250     05  RPT-T-LABEL              PIC X(30).
003260     05  RPT-T-COUNT              PIC ZZZ,ZZZ,ZZ9.
003270 01  RPT-AMOUNT-LINE.
003280     05  FILLER                   PIC X(02) VALUE SPACE.
003290     05  RPT-A-LABEL              PIC X(30).
003300     05  RPT-A-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003310 LINKAGE SECTION.
003320*-------------------------------------------------------------*
003330* The PARM string on the EXEC statement's PARM= parameter is  *
003340* passed to this program the standard way: a halfword binary  *
003350* length followed by the text itself.                         *
003360*-------------------------------------------------------------*
003370 01  PARM-LENGTH                  PIC S9(4) COMP VALUE 0.
003380 01  PARM-TEXT                    PIC X(80).
003390 PROCEDURE DIVISION USING PARM-LENGTH PARM-TEXT.
003400*=============================================================*
003410 0000-MAINLINE.
003420*=============================================================*
003430     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003440     IF CHG-WITH-ARCHIVE
003450         PERFORM 2000-READ-ARCHIVE THRU 2000-EXIT
003460     END-IF
003470     PERFORM 2200-READ-LIVE-LOG THRU 2200-EXIT
003480     PERFORM 3000-EXTEND-AMOUNTS THRU 3000-EXIT
003490     PERFORM 4000-WRITE-GL-FEED THRU 4000-EXIT
003500     PERFORM 5000-PRINT-CHARGEBACK THRU 5000-EXIT
003510     PERFORM 9000-TERMINATE THRU 9000-EXIT
003520     GOBACK.
003530*=============================================================*
003540 1000-INITIALIZE.
003550*=============================================================*
003560     MOVE FUNCTION CURRENT-DATE TO RPT-TODAY-TEXT
003570     PERFORM 1010-PARSE-PARM THRU 1010-EXIT
003580     PERFORM 1030-SET-DEFAULT-MONTH THRU 1030-EXIT
003590     OPEN OUTPUT REPORT-OUT
003600     IF RPT-FILE-STATUS NOT = '00'
003610         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
003620         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
003630         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003640     END-IF
003650     OPEN OUTPUT GL-FEED-OUT
003660     IF GLJ-FILE-STATUS NOT = '00'
003670         MOVE 'GL-FEED-OUT' TO ABEND-FILE-ID-WS
003680         MOVE GLJ-FILE-STATUS TO ABEND-FILE-STATUS-WS
003690         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003700     END-IF
003710     PERFORM 1100-LOAD-COST-CENTERS THRU 1100-EXIT
003720     PERFORM 1200-LOAD-RATES THRU 1200-EXIT
003730     PERFORM 1300-WRITE-REPORT-HEADERS THRU 1300-EXIT
003740 1000-EXIT.
003750     EXIT.
003760*=============================================================*
003770* PARM card parsing.  The PARM text is a comma-separated list *
003780* of KEYWORD=VALUE pairs; an empty or omitted PARM bills last *
003790* month from the live log alone to the default accounts.      *
003800*=============================================================*
003810 1010-PARSE-PARM.
003820*=============================================================*
003830     MOVE 0 TO PARM-TOKEN-COUNT
003840     IF PARM-LENGTH > 0
003850         UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY ','
003860             INTO PARM-TOKEN-ENTRY(1) PARM-TOKEN-ENTRY(2)
003870                  PARM-TOKEN-ENTRY(3) PARM-TOKEN-ENTRY(4)
003880                  PARM-TOKEN-ENTRY(5) PARM-TOKEN-ENTRY(6)
003890             TALLYING IN PARM-TOKEN-COUNT
003900         PERFORM 1020-APPLY-ONE-PARM THRU 1020-EXIT
003910             VARYING PARM-IDX FROM 1 BY 1
003920             UNTIL PARM-IDX > PARM-TOKEN-COUNT
003930     END-IF
003940 1010-EXIT.
003950     EXIT.
003960*=============================================================*
003970 1020-APPLY-ONE-PARM.
003980*=============================================================*
003990     MOVE SPACE TO PARM-KEY-WS PARM-VAL-WS
004000     UNSTRING PARM-TOKEN-ENTRY(PARM-IDX) DELIMITED BY '='
004010         INTO PARM-KEY-WS PARM-VAL-WS
004020     EVALUATE FUNCTION UPPER-CASE(PARM-KEY-WS)
004030         WHEN 'MONTH'
004040             MOVE PARM-VAL-WS(1:6) TO CHG-MONTH
004050         WHEN 'ARCHIVE'
004060             IF PARM-VAL-WS(1:1) = 'Y' OR 'y'
004070                 SET CHG-WITH-ARCHIVE TO TRUE
004080             END-IF
004090         WHEN 'DRACCT'
004100             MOVE PARM-VAL-WS TO CHG-DEBIT-ACCOUNT
004110         WHEN 'CRACCT'
004120             MOVE PARM-VAL-WS TO CHG-CREDIT-ACCOUNT
004130         WHEN 'CRCTR'
004140             MOVE PARM-VAL-WS TO CHG-CREDIT-CENTER
004150         WHEN 'SUSPENSE'
004160             MOVE PARM-VAL-WS TO CHG-SUSPENSE-CENTER
004170     END-EVALUATE
004180 1020-EXIT.
004190     EXIT.
004200*=============================================================*
004210* No MONTH= means last month -- the job runs early in the     *
004220* month after.  A MONTH= that is not a real YYYYMM stops the  *
004230* run before anything is billed.                              *
004240*=============================================================*
004250 1030-SET-DEFAULT-MONTH.
004260*=============================================================*
004270     IF CHG-MONTH-YYYY = 0 AND CHG-MONTH-MM = 0
004280         MOVE RPT-TODAY-TEXT(1:4) TO CHG-MONTH-YYYY
004290         MOVE RPT-TODAY-TEXT(5:2) TO CHG-MONTH-MM
004300         IF CHG-MONTH-MM = 1
004310             MOVE 12 TO CHG-MONTH-MM
004320             SUBTRACT 1 FROM CHG-MONTH-YYYY
004330         ELSE
004340             SUBTRACT 1 FROM CHG-MONTH-MM
004350         END-IF
004360     END-IF
004370     IF CHG-MONTH IS NOT NUMERIC
004380             OR CHG-MONTH-MM < 1 OR CHG-MONTH-MM > 12
004390         DISPLAY 'FATAL -- MONTH= ' CHG-MONTH
004400             ' IS NOT A VALID YYYYMM'
004410         MOVE 16 TO RETURN-CODE
004420         GOBACK
004430     END-IF
004440     MOVE CHG-MONTH TO CHG-MONTH-START(1:6)
004450     MOVE '01' TO CHG-MONTH-START(7:2)
004460 1030-EXIT.
004470     EXIT.
004480*=============================================================*
004490* Cost-center table load.  A record with an unknown match     *
004500* type is skipped with a warning; the table holds 500 ids and *
004510* 100 cost centers, and ids past either limit are not loaded  *
004520* -- their activity shows up as unmapped.                     *
004530*=============================================================*
004540 1100-LOAD-COST-CENTERS.
004550*=============================================================*
004560     OPEN INPUT COST-CENTER-IN
004570     IF CCT-FILE-STATUS NOT = '00'
004580         MOVE 'COST-CENTER-IN' TO ABEND-FILE-ID-WS
004590         MOVE CCT-FILE-STATUS TO ABEND-FILE-STATUS-WS
004600         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004610     END-IF
004620     MOVE 'N' TO CHG-EOF-SW
004630     READ COST-CENTER-IN NEXT RECORD
004640         AT END SET CHG-EOF TO TRUE
004650     END-READ
004660     PERFORM 1110-LOAD-ONE-COST-CENTER THRU 1110-EXIT
004670         UNTIL CHG-EOF
004680     CLOSE COST-CENTER-IN
004690     IF CCT-REJECT-COUNT > 0
004700         DISPLAY 'WARNING -- ' CCT-REJECT-COUNT
004710             ' COSTCTR ENTRIES NOT LOADED'
004720     END-IF
004730 1100-EXIT.
004740     EXIT.
004750*=============================================================*
004760 1110-LOAD-ONE-COST-CENTER.
004770*=============================================================*
004780     IF NOT CCT-MATCH-TYPE-VALID
004790             OR CCT-ENTRY-COUNT NOT < 500
004800         ADD 1 TO CCT-REJECT-COUNT
004810         GO TO 1110-READ-NEXT
004820     END-IF
004830     MOVE 'N' TO CHG-FOUND-SW
004840     PERFORM 1120-MATCH-ONE-CENTER THRU 1120-EXIT
004850         VARYING CTR-IDX FROM 1 BY 1
004860         UNTIL CTR-IDX > CTR-ENTRY-COUNT OR CHG-ENTRY-FOUND
004870     IF NOT CHG-ENTRY-FOUND
004880         IF CTR-ENTRY-COUNT NOT < 100
004890             ADD 1 TO CCT-REJECT-COUNT
004900             GO TO 1110-READ-NEXT
004910         END-IF
004920         ADD 1 TO CTR-ENTRY-COUNT
004930         SET CTR-IDX TO CTR-ENTRY-COUNT
004940         MOVE CCT-COST-CENTER TO CTR-COST-CENTER(CTR-IDX)
004950         MOVE CCT-DEPT-CODE TO CTR-DEPT-CODE(CTR-IDX)
004960         MOVE CCT-DEPT-NAME TO CTR-DEPT-NAME(CTR-IDX)
004970         MOVE 0 TO CTR-RECORD-COUNT(CTR-IDX) CTR-AMOUNT(CTR-IDX)
004980         MOVE CTR-ENTRY-COUNT TO CHG-CENTER-NO
004990     END-IF
005000     ADD 1 TO CCT-ENTRY-COUNT
005010     SET CCT-IDX TO CCT-ENTRY-COUNT
005020     MOVE CCT-MATCH-TYPE TO CCT-T-MATCH-TYPE(CCT-IDX)
005030     MOVE CCT-MATCH-ID TO CCT-T-MATCH-ID(CCT-IDX)
005040     MOVE CHG-CENTER-NO TO CCT-T-CENTER-NO(CCT-IDX)
005050 1110-READ-NEXT.
005060     READ COST-CENTER-IN NEXT RECORD
005070         AT END SET CHG-EOF TO TRUE
005080     END-READ
005090 1110-EXIT.
005100     EXIT.
005110*=============================================================*
005120 1120-MATCH-ONE-CENTER.
005130*=============================================================*
005140     IF CTR-COST-CENTER(CTR-IDX) = CCT-COST-CENTER
005150         SET CHG-CENTER-NO TO CTR-IDX
005160         SET CHG-ENTRY-FOUND TO TRUE
005170     END-IF
005180 1120-EXIT.
005190     EXIT.
005200*=============================================================*
005210* Rate table load.  A record with a function code other than  *
005220* E, D or S, or a rate that is not numeric, is skipped with a *
005230* warning; the table holds 50 rates.                          *
005240*=============================================================*
005250 1200-LOAD-RATES.
005260*=============================================================*
005270     OPEN INPUT RATE-TABLE-IN
005280     IF RAT-FILE-STATUS NOT = '00'
005290         MOVE 'RATE-TABLE-IN' TO ABEND-FILE-ID-WS
005300         MOVE RAT-FILE-STATUS TO ABEND-FILE-STATUS-WS
005310         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005320     END-IF
005330     MOVE 'N' TO CHG-EOF-SW
005340     READ RATE-TABLE-IN NEXT RECORD
005350         AT END SET CHG-EOF TO TRUE
005360     END-READ
005370     PERFORM 1210-LOAD-ONE-RATE THRU 1210-EXIT
005380         UNTIL CHG-EOF
005390     CLOSE RATE-TABLE-IN
005400     IF RAT-REJECT-COUNT > 0
005410         DISPLAY 'WARNING -- ' RAT-REJECT-COUNT
005420             ' RATETBL ENTRIES NOT LOADED'
005430     END-IF
005440 1200-EXIT.
005450     EXIT.
005460*=============================================================*
005470 1210-LOAD-ONE-RATE.
005480*=============================================================*
005490     IF NOT RAT-FUNCTION-VALID
005500             OR RAT-UNIT-RATE IS NOT NUMERIC
005510             OR RAT-ENTRY-COUNT NOT < 50
005520         ADD 1 TO RAT-REJECT-COUNT
005530     ELSE
005540         ADD 1 TO RAT-ENTRY-COUNT
005550         SET RAT-IDX TO RAT-ENTRY-COUNT
005560         MOVE RAT-FUNCTION-CD TO RAT-T-FUNCTION-CD(RAT-IDX)
005570         MOVE RAT-CIPHER-TYPE TO RAT-T-CIPHER-TYPE(RAT-IDX)
005580         MOVE RAT-UNIT-RATE TO RAT-T-UNIT-RATE(RAT-IDX)
005590     END-IF
005600     READ RATE-TABLE-IN NEXT RECORD
005610         AT END SET CHG-EOF TO TRUE
005620     END-READ
005630 1210-EXIT.
005640     EXIT.
005650*=============================================================*
005660 1300-WRITE-REPORT-HEADERS.
005670*=============================================================*
005680     MOVE RPT-TODAY-TEXT(7:2) TO RPT-H1-DATE(1:2)
005690     MOVE '/'                 TO RPT-H1-DATE(3:1)
005700     MOVE RPT-TODAY-TEXT(5:2) TO RPT-H1-DATE(4:2)
005710     MOVE '/'                 TO RPT-H1-DATE(6:1)
005720     MOVE RPT-TODAY-TEXT(1:4) TO RPT-H1-DATE(7:4)
005730     MOVE '1' TO RPT-CARRIAGE-CONTROL
005740     MOVE RPT-HEADER-1 TO RPT-LINE-TEXT
005750     WRITE RPT-LINE
005760     MOVE ' ' TO RPT-CARRIAGE-CONTROL
005770     MOVE CHG-MONTH TO RPT-F-MONTH
005780     IF CHG-WITH-ARCHIVE
005790         MOVE 'ARCHIVE GENERATION + LIVE LOG' TO RPT-F-SOURCES
005800     ELSE
005810         MOVE 'LIVE LOG' TO RPT-F-SOURCES
005820     END-IF
005830     MOVE RPT-FILTER-LINE TO RPT-LINE-TEXT
005840     WRITE RPT-LINE
005850     IF RPT-FILE-STATUS NOT = '00'
005860         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
005870         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
005880         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005890     END-IF
005900 1300-EXIT.
005910     EXIT.
005920*=============================================================*
005930* The archive generation, read ahead of the live log.         *
005940*=============================================================*
005950 2000-READ-ARCHIVE.
005960*=============================================================*
005970     OPEN INPUT ARCHIVE-IN
005980     IF ARC-FILE-STATUS NOT = '00'
005990         MOVE 'ARCHIVE-IN' TO ABEND-FILE-ID-WS
006000         MOVE ARC-FILE-STATUS TO ABEND-FILE-STATUS-WS
006010         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006020     END-IF
006030     MOVE 'N' TO CHG-EOF-SW
006040     PERFORM 2050-READ-NEXT-ARCHIVE THRU 2050-EXIT
006050     PERFORM 2100-PRICE-ONE-ARCHIVE THRU 2100-EXIT
006060         UNTIL CHG-EOF
006070     CLOSE ARCHIVE-IN
006080 2000-EXIT.
006090     EXIT.
006100*=============================================================*
006110 2050-READ-NEXT-ARCHIVE.
006120*=============================================================*
006130     READ ARCHIVE-IN NEXT RECORD INTO AUD-RECORD
006140         AT END SET CHG-EOF TO TRUE
006150     END-READ
006160 2050-EXIT.
006170     EXIT.
006180*=============================================================*
006190 2100-PRICE-ONE-ARCHIVE.
006200*=============================================================*
006210     ADD 1 TO CHG-ARCHIVE-READ
006220     PERFORM 2500-PRICE-ONE-RECORD THRU 2500-EXIT
006230     PERFORM 2050-READ-NEXT-ARCHIVE THRU 2050-EXIT
006240 2100-EXIT.
006250     EXIT.
006260*=============================================================*
006270 2200-READ-LIVE-LOG.
006280*=============================================================*
006290     OPEN INPUT AUDIT-LOG-IN
006300     IF LOG-FILE-STATUS NOT = '00'
006310         MOVE 'AUDIT-LOG-IN' TO ABEND-FILE-ID-WS
006320         MOVE LOG-FILE-STATUS TO ABEND-FILE-STATUS-WS
006330         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006340     END-IF
006350     MOVE 'N' TO CHG-EOF-SW
006360     PERFORM 2250-READ-NEXT-LIVE THRU 2250-EXIT
006370     PERFORM 2300-PRICE-ONE-LIVE THRU 2300-EXIT
006380         UNTIL CHG-EOF
006390     CLOSE AUDIT-LOG-IN
006400 2200-EXIT.
006410     EXIT.
006420*=============================================================*
006430 2250-READ-NEXT-LIVE.
006440*=============================================================*
006450     READ AUDIT-LOG-IN NEXT RECORD INTO AUD-RECORD
006460         AT END SET CHG-EOF TO TRUE
006470     END-READ
006480 2250-EXIT.
006490     EXIT.
006500*=============================================================*
006510 2300-PRICE-ONE-LIVE.
006520*=============================================================*
006530     ADD 1 TO CHG-LIVE-READ
006540     PERFORM 2500-PRICE-ONE-RECORD THRU 2500-EXIT
006550     PERFORM 2250-READ-NEXT-LIVE THRU 2250-EXIT
006560 2300-EXIT.
006570     EXIT.
006580*=============================================================*
006590* One audit record.  The first record read dates the start of *
006600* what this run can see; a chained record at or below the     *
006610* last sequence number seen was already read from the other   *
006620* file; records outside the month, and V and R records, are   *
006630* counted and passed over.  Everything else is billed.        *
006640*=============================================================*
006650 2500-PRICE-ONE-RECORD.
006660*=============================================================*
006670     IF CHG-FIRST-RECORD
006680         MOVE 'N' TO CHG-FIRST-SW
006690         MOVE AUD-RUN-DATE(1:8) TO CHG-FIRST-DATE
006700         IF CHG-FIRST-DATE > CHG-MONTH-START
006710             SET CHG-MONTH-PARTIAL TO TRUE
006720         END-IF
006730     END-IF
006740     IF AUD-SEQ-NO IS NUMERIC
006750         IF CHG-SEQ-KNOWN AND AUD-SEQ-NO NOT > CHG-LAST-SEQ-NO
006760             ADD 1 TO CHG-DUPLICATE-COUNT
006770             GO TO 2500-EXIT
006780         END-IF
006790         MOVE AUD-SEQ-NO TO CHG-LAST-SEQ-NO
006800         SET CHG-SEQ-KNOWN TO TRUE
006810     END-IF
006820     IF AUD-RUN-DATE(1:6) NOT = CHG-MONTH
006830         ADD 1 TO CHG-OUTSIDE-COUNT
006840         GO TO 2500-EXIT
006850     END-IF
006860     IF NOT AUD-FUNC-ENCRYPT AND NOT AUD-FUNC-DECRYPT
006870             AND NOT AUD-FUNC-SOLVE
006880         ADD 1 TO CHG-UNBILLED-COUNT
006890         GO TO 2500-EXIT
006900     END-IF
006910     ADD 1 TO CHG-BILLABLE-COUNT
006920     PERFORM 2600-FIND-COST-CENTER THRU 2600-EXIT
006930     PERFORM 2700-FIND-RATE THRU 2700-EXIT
006940     PERFORM 2800-TALLY-USAGE THRU 2800-EXIT
006950 2500-EXIT.
006960     EXIT.
006970*=============================================================*
006980* Operator first, then terminal -- an online record has the   *
006990* terminal id in AUD-JOB-ID's first four bytes and spaces     *
007000* after it -- then batch job id.  CHG-CENTER-NO is left zero  *
007010* when none of them is on the table.                          *
007020*=============================================================*
007030 2600-FIND-COST-CENTER.
007040*=============================================================*
007050     MOVE 0 TO CHG-CENTER-NO
007060     MOVE 'N' TO CHG-FOUND-SW
007070     IF AUD-OPERATOR-ID NOT = SPACE
007080         MOVE 'O' TO CHG-MATCH-TYPE
007090         MOVE AUD-OPERATOR-ID TO CHG-MATCH-ID
007100         PERFORM 2610-MATCH-ONE-ID THRU 2610-EXIT
007110             VARYING CCT-IDX FROM 1 BY 1
007120             UNTIL CCT-IDX > CCT-ENTRY-COUNT OR CHG-ENTRY-FOUND
007130     END-IF
007140     IF NOT CHG-ENTRY-FOUND AND AUD-JOB-ID(5:4) = SPACE
007150         MOVE 'T' TO CHG-MATCH-TYPE
007160         MOVE AUD-JOB-ID TO CHG-MATCH-ID
007170         PERFORM 2610-MATCH-ONE-ID THRU 2610-EXIT
007180             VARYING CCT-IDX FROM 1 BY 1
007190             UNTIL CCT-IDX > CCT-ENTRY-COUNT OR CHG-ENTRY-FOUND
007200     END-IF
007210     IF NOT CHG-ENTRY-FOUND
007220         MOVE 'J' TO CHG-MATCH-TYPE
007230         MOVE AUD-JOB-ID TO CHG-MATCH-ID
007240         PERFORM 2610-MATCH-ONE-ID THRU 2610-EXIT
007250             VARYING CCT-IDX FROM 1 BY 1
007260             UNTIL CCT-IDX > CCT-ENTRY-COUNT OR CHG-ENTRY-FOUND
007270     END-IF
007280 2600-EXIT.
007290     EXIT.
007300*=============================================================*
007310 2610-MATCH-ONE-ID.
007320*=============================================================*
007330     IF CCT-T-MATCH-TYPE(CCT-IDX) = CHG-MATCH-TYPE
007340             AND CCT-T-MATCH-ID(CCT-IDX) = CHG-MATCH-ID
007350         MOVE CCT-T-CENTER-NO(CCT-IDX) TO CHG-CENTER-NO
007360         SET CHG-ENTRY-FOUND TO TRUE
007370     END-IF
007380 2610-EXIT.
007390     EXIT.
007400*=============================================================*
007410* The rate for this function code and cipher type, else the   *
007420* function's asterisk rate.  CHG-RATE-NO is left zero when    *
007430* there is neither.                                           *
007440*=============================================================*
007450 2700-FIND-RATE.
007460*=============================================================*
007470     MOVE 0 TO CHG-RATE-NO
007480     MOVE 'N' TO CHG-FOUND-SW
007490     MOVE AUD-CIPHER-TYPE TO CHG-RATE-TYPE
007500     PERFORM 2710-MATCH-ONE-RATE THRU 2710-EXIT
007510         VARYING RAT-IDX FROM 1 BY 1
007520         UNTIL RAT-IDX > RAT-ENTRY-COUNT OR CHG-ENTRY-FOUND
007530     IF NOT CHG-ENTRY-FOUND
007540         MOVE '*' TO CHG-RATE-TYPE
007550         PERFORM 2710-MATCH-ONE-RATE THRU 2710-EXIT
007560             VARYING RAT-IDX FROM 1 BY 1
007570             UNTIL RAT-IDX > RAT-ENTRY-COUNT OR CHG-ENTRY-FOUND
007580     END-IF
007590 2700-EXIT.
007600     EXIT.
007610*=============================================================*
007620 2710-MATCH-ONE-RATE.
007630*=============================================================*
007640     IF RAT-T-FUNCTION-CD(RAT-IDX) = AUD-FUNCTION-CD
007650             AND RAT-T-CIPHER-TYPE(RAT-IDX) = CHG-RATE-TYPE
007660         SET CHG-RATE-NO TO RAT-IDX
007670         SET CHG-ENTRY-FOUND TO TRUE
007680     END-IF
007690 2710-EXIT.
007700     EXIT.
007710*=============================================================*
007720* Find or add the usage entry and count the record in it.     *
007730*=============================================================*
007740 2800-TALLY-USAGE.
007750*=============================================================*
007760     IF CHG-CENTER-NO = 0
007770         ADD 1 TO CHG-UNMAPPED-COUNT
007780         MOVE AUD-JOB-ID TO CHG-USAGE-JOB-ID
007790         MOVE AUD-OPERATOR-ID TO CHG-USAGE-OPERATOR-ID
007800     ELSE
007810         ADD 1 TO CHG-MAPPED-COUNT
007820         MOVE SPACE TO CHG-USAGE-JOB-ID CHG-USAGE-OPERATOR-ID
007830     END-IF
007840     IF CHG-RATE-NO = 0
007850         ADD 1 TO CHG-UNRATED-COUNT
007860     END-IF
007870     MOVE 'N' TO CHG-FOUND-SW
007880     PERFORM 2810-MATCH-ONE-USAGE THRU 2810-EXIT
007890         VARYING USG-IDX FROM 1 BY 1
007900         UNTIL USG-IDX > USG-ENTRY-COUNT OR CHG-ENTRY-FOUND
007910     IF NOT CHG-ENTRY-FOUND
007920         IF USG-ENTRY-COUNT NOT < 2000
007930             IF USG-OVERFLOW-COUNT = 0
007940                 DISPLAY 'WARNING -- USAGE TABLE FULL AT 2000'
007950                     ' -- FURTHER RECORDS NOT BILLED'
007960             END-IF
007970             ADD 1 TO USG-OVERFLOW-COUNT
007980             GO TO 2800-EXIT
007990         END-IF
008000         ADD 1 TO USG-ENTRY-COUNT
008010         SET USG-IDX TO USG-ENTRY-COUNT
008020         MOVE CHG-CENTER-NO TO USG-CENTER-NO(USG-IDX)
008030         MOVE CHG-USAGE-JOB-ID TO USG-JOB-ID(USG-IDX)
008040         MOVE CHG-USAGE-OPERATOR-ID TO USG-OPERATOR-ID(USG-IDX)
008050         MOVE AUD-FUNCTION-CD TO USG-FUNCTION-CD(USG-IDX)
008060         MOVE AUD-CIPHER-TYPE TO USG-CIPHER-TYPE(USG-IDX)
008070         MOVE CHG-RATE-NO TO USG-RATE-NO(USG-IDX)
008080         MOVE 0 TO USG-RECORD-COUNT(USG-IDX) USG-AMOUNT(USG-IDX)
008090         MOVE USG-ENTRY-COUNT TO CHG-USAGE-NO
008100     END-IF
008110     SET USG-IDX TO CHG-USAGE-NO
008120     ADD 1 TO USG-RECORD-COUNT(USG-IDX)
008130 2800-EXIT.
008140     EXIT.
008150*=============================================================*
008160 2810-MATCH-ONE-USAGE.
008170*=============================================================*
008180     IF USG-CENTER-NO(USG-IDX) = CHG-CENTER-NO
008190             AND USG-JOB-ID(USG-IDX) = CHG-USAGE-JOB-ID
008200             AND USG-OPERATOR-ID(USG-IDX) = CHG-USAGE-OPERATOR-ID
008210             AND USG-FUNCTION-CD(USG-IDX) = AUD-FUNCTION-CD
008220             AND USG-CIPHER-TYPE(USG-IDX) = AUD-CIPHER-TYPE
008230         SET CHG-USAGE-NO TO USG-IDX
008240         SET CHG-ENTRY-FOUND TO TRUE
008250     END-IF
008260 2810-EXIT.
008270     EXIT.
008280*=============================================================*
008290* Price each usage entry -- count times rate, rounded to the  *
008300* cent -- and add it into its cost center, the unmapped and   *
008310* grand totals, and its function code's recovery total.       *
008320*=============================================================*
008330 3000-EXTEND-AMOUNTS.
008340*=============================================================*
008350     PERFORM 3010-EXTEND-ONE-USAGE THRU 3010-EXIT
008360         VARYING USG-IDX FROM 1 BY 1
008370         UNTIL USG-IDX > USG-ENTRY-COUNT
008380 3000-EXIT.
008390     EXIT.
008400*=============================================================*
008410 3010-EXTEND-ONE-USAGE.
008420*=============================================================*
008430     IF USG-RATE-NO(USG-IDX) = 0
008440         MOVE 0 TO USG-AMOUNT(USG-IDX)
008450     ELSE
008460         SET RAT-IDX TO USG-RATE-NO(USG-IDX)
008470         COMPUTE USG-AMOUNT(USG-IDX) ROUNDED =
008480             USG-RECORD-COUNT(USG-IDX) * RAT-T-UNIT-RATE(RAT-IDX)
008490     END-IF
008500     IF USG-CENTER-NO(USG-IDX) = 0
008510         ADD USG-AMOUNT(USG-IDX) TO CHG-UNMAPPED-AMOUNT
008520     ELSE
008530         SET CTR-IDX TO USG-CENTER-NO(USG-IDX)
008540         ADD USG-RECORD-COUNT(USG-IDX)
008550             TO CTR-RECORD-COUNT(CTR-IDX)
008560         ADD USG-AMOUNT(USG-IDX) TO CTR-AMOUNT(CTR-IDX)
008570         ADD USG-AMOUNT(USG-IDX) TO CHG-MAPPED-AMOUNT
008580     END-IF
008590     ADD USG-AMOUNT(USG-IDX) TO CHG-GRAND-AMOUNT
008600     EVALUATE USG-FUNCTION-CD(USG-IDX)
008610         WHEN 'E'
008620             ADD USG-AMOUNT(USG-IDX) TO CHG-ENCRYPT-AMOUNT
008630         WHEN 'D'
008640             ADD USG-AMOUNT(USG-IDX) TO CHG-DECRYPT-AMOUNT
008650         WHEN 'S'
008660             ADD USG-AMOUNT(USG-IDX) TO CHG-SOLVE-AMOUNT
008670     END-EVALUATE
008680 3010-EXIT.
008690     EXIT.
008700*=============================================================*
008710* The journal feed: header, one debit per cost center billed, *
008720* one debit to suspense for unmapped activity, one credit per *
008730* function code, trailer.  Zero amounts are not posted.       *
008740*=============================================================*
008750 4000-WRITE-GL-FEED.
008760*=============================================================*
008770     MOVE SPACE TO GLJ-CONTROL-RECORD
008780     MOVE 'H' TO GLJ-CTL-REC-TYPE
008790     MOVE 'CIPHCHG' TO GLJ-CTL-SOURCE
008800     MOVE CHG-MONTH TO GLJ-CTL-PERIOD
008810     MOVE RPT-TODAY-TEXT(1:8) TO GLJ-CTL-RUN-DATE
008820     MOVE 0 TO GLJ-CTL-LINE-COUNT GLJ-CTL-DEBIT-TOTAL
008830               GLJ-CTL-CREDIT-TOTAL
008840     PERFORM 4900-WRITE-GL-RECORD THRU 4900-EXIT
008850     PERFORM 4100-POST-ONE-CENTER THRU 4100-EXIT
008860         VARYING CTR-IDX FROM 1 BY 1
008870         UNTIL CTR-IDX > CTR-ENTRY-COUNT
008880     IF CHG-UNMAPPED-AMOUNT > 0
008890         MOVE CHG-SUSPENSE-CENTER TO GLJ-COST-CENTER
008900         MOVE CHG-DEBIT-ACCOUNT TO GLJ-ACCOUNT
008910         MOVE 'D' TO GLJ-DR-CR
008920         MOVE CHG-UNMAPPED-AMOUNT TO GLJ-AMOUNT
008930         MOVE 'UNMAPPED CIPHER USAGE' TO GLJ-DESCRIPTION
008940         PERFORM 4800-WRITE-GL-LINE THRU 4800-EXIT
008950     END-IF
008960     IF CHG-ENCRYPT-AMOUNT > 0
008970         MOVE CHG-ENCRYPT-AMOUNT TO GLJ-AMOUNT
008980         MOVE 'CIPHER ENCRYPT RECOVERY' TO GLJ-DESCRIPTION
008990         PERFORM 4200-POST-ONE-CREDIT THRU 4200-EXIT
009000     END-IF
009010     IF CHG-DECRYPT-AMOUNT > 0
009020         MOVE CHG-DECRYPT-AMOUNT TO GLJ-AMOUNT
009030         MOVE 'CIPHER DECRYPT RECOVERY' TO GLJ-DESCRIPTION
009040         PERFORM 4200-POST-ONE-CREDIT THRU 4200-EXIT
009050     END-IF
009060     IF CHG-SOLVE-AMOUNT > 0
009070         MOVE CHG-SOLVE-AMOUNT TO GLJ-AMOUNT
009080         MOVE 'CIPHER SOLVE RECOVERY' TO GLJ-DESCRIPTION
009090         PERFORM 4200-POST-ONE-CREDIT THRU 4200-EXIT
009100     END-IF
009110     MOVE SPACE TO GLJ-CONTROL-RECORD
009120     MOVE 'T' TO GLJ-CTL-REC-TYPE
009130     MOVE 'CIPHCHG' TO GLJ-CTL-SOURCE
009140     MOVE CHG-MONTH TO GLJ-CTL-PERIOD
009150     MOVE RPT-TODAY-TEXT(1:8) TO GLJ-CTL-RUN-DATE
009160     MOVE GLJ-LINE-COUNT TO GLJ-CTL-LINE-COUNT
009170     MOVE GLJ-DEBIT-TOTAL TO GLJ-CTL-DEBIT-TOTAL
009180     MOVE GLJ-CREDIT-TOTAL TO GLJ-CTL-CREDIT-TOTAL
009190     PERFORM 4900-WRITE-GL-RECORD THRU 4900-EXIT
009200 4000-EXIT.
009210     EXIT.
009220*=============================================================*
009230 4100-POST-ONE-CENTER.
009240*=============================================================*
009250     IF CTR-AMOUNT(CTR-IDX) = 0
009260         GO TO 4100-EXIT
009270     END-IF
009280     MOVE CTR-COST-CENTER(CTR-IDX) TO GLJ-COST-CENTER
009290     MOVE CHG-DEBIT-ACCOUNT TO GLJ-ACCOUNT
009300     MOVE 'D' TO GLJ-DR-CR
009310     MOVE CTR-AMOUNT(CTR-IDX) TO GLJ-AMOUNT
009320     MOVE SPACE TO GLJ-DESCRIPTION
009330     STRING 'CIPHER CHARGEBACK ' CTR-DEPT-CODE(CTR-IDX)
009340         DELIMITED BY SIZE INTO GLJ-DESCRIPTION
009350     PERFORM 4800-WRITE-GL-LINE THRU 4800-EXIT
009360 4100-EXIT.
009370     EXIT.
009380*=============================================================*
009390* The caller has set the amount and description.              *
009400*=============================================================*
009410 4200-POST-ONE-CREDIT.
009420*=============================================================*
009430     MOVE CHG-CREDIT-CENTER TO GLJ-COST-CENTER
009440     MOVE CHG-CREDIT-ACCOUNT TO GLJ-ACCOUNT
009450     MOVE 'C' TO GLJ-DR-CR
009460     PERFORM 4800-WRITE-GL-LINE THRU 4800-EXIT
009470 4200-EXIT.
009480     EXIT.
009490*=============================================================*
009500* One journal line: the caller has set the cost center,       *
009510* account, side, amount and description; the record type,     *
009520* source and period are the same on every line.               *
009530*=============================================================*
009540 4800-WRITE-GL-LINE.
009550*=============================================================*
009560     MOVE 'D' TO GLJ-REC-TYPE
009570     MOVE 'CIPHCHG' TO GLJ-SOURCE
009580     MOVE CHG-MONTH TO GLJ-PERIOD
009590     ADD 1 TO GLJ-LINE-COUNT
009600     IF GLJ-DEBIT
009610         ADD GLJ-AMOUNT TO GLJ-DEBIT-TOTAL
009620     ELSE
009630         ADD GLJ-AMOUNT TO GLJ-CREDIT-TOTAL
009640     END-IF
009650     PERFORM 4900-WRITE-GL-RECORD THRU 4900-EXIT
009660 4800-EXIT.
009670     EXIT.
009680*=============================================================*
009690 4900-WRITE-GL-RECORD.
009700*=============================================================*
009710     WRITE GLJ-RECORD
009720     IF GLJ-FILE-STATUS NOT = '00'
009730         MOVE 'GL-FEED-OUT' TO ABEND-FILE-ID-WS
009740         MOVE GLJ-FILE-STATUS TO ABEND-FILE-STATUS-WS
009750         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
009760     END-IF
009770     MOVE SPACE TO GLJ-RECORD
009780 4900-EXIT.
009790     EXIT.
009800*=============================================================*
009810* The report: one block per cost center billed, in the order  *
009820* the cost-center table lists them, then the unmapped         *
009830* activity, then the month's totals and the journal feed's    *
009840* balance against them.                                       *
009850*=============================================================*
009860 5000-PRINT-CHARGEBACK.
009870*=============================================================*
009880     PERFORM 5100-PRINT-ONE-CENTER THRU 5100-EXIT
009890         VARYING CTR-IDX FROM 1 BY 1
009900         UNTIL CTR-IDX > CTR-ENTRY-COUNT
009910     PERFORM 5200-PRINT-UNMAPPED THRU 5200-EXIT
009920     PERFORM 5300-PRINT-TOTALS THRU 5300-EXIT
009930     PERFORM 5400-PRINT-GL-BALANCE THRU 5400-EXIT
009940 5000-EXIT.
009950     EXIT.
009960*=============================================================*
009970 5100-PRINT-ONE-CENTER.
009980*=============================================================*
009990     IF CTR-RECORD-COUNT(CTR-IDX) = 0
010000         GO TO 5100-EXIT
010010     END-IF
010020     MOVE SPACE TO RPT-LINE-TEXT
010030     WRITE RPT-LINE
010040     MOVE CTR-COST-CENTER(CTR-IDX) TO RPT-CTR-CENTER
010050     MOVE CTR-DEPT-CODE(CTR-IDX) TO RPT-CTR-DEPT-CODE
010060     MOVE CTR-DEPT-NAME(CTR-IDX) TO RPT-CTR-DEPT-NAME
010070     MOVE RPT-CENTER-LINE TO RPT-LINE-TEXT
010080     WRITE RPT-LINE
010090     MOVE RPT-COLUMN-HEADER-1 TO RPT-LINE-TEXT
010100     WRITE RPT-LINE
010110     SET CHG-CENTER-NO TO CTR-IDX
010120     PERFORM 5110-PRINT-CENTER-USAGE THRU 5110-EXIT
010130         VARYING USG-IDX FROM 1 BY 1
010140         UNTIL USG-IDX > USG-ENTRY-COUNT
010150     MOVE 'COST CENTER TOTAL' TO RPT-ST-LABEL
010160     MOVE CTR-RECORD-COUNT(CTR-IDX) TO RPT-ST-COUNT
010170     MOVE CTR-AMOUNT(CTR-IDX) TO RPT-ST-AMOUNT
010180     MOVE RPT-SUBTOTAL-LINE TO RPT-LINE-TEXT
010190     WRITE RPT-LINE
010200     IF RPT-FILE-STATUS NOT = '00'
010210         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
010220         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
010230         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
010240     END-IF
010250 5100-EXIT.
010260     EXIT.
010270*=============================================================*
010280 5110-PRINT-CENTER-USAGE.
010290*=============================================================*
010300     IF USG-CENTER-NO(USG-IDX) = CHG-CENTER-NO
010310         PERFORM 5900-PRINT-USAGE-LINE THRU 5900-EXIT
010320     END-IF
010330 5110-EXIT.
010340     EXIT.
010350*=============================================================*
010360* Unmapped activity, by job id (or terminal) and operator.    *
010370* These are the ids finance needs to add to the cost-center   *
010380* table; until then the amount is posted to suspense.         *
010390*=============================================================*
010400 5200-PRINT-UNMAPPED.
010410*=============================================================*
010420     MOVE SPACE TO RPT-LINE-TEXT
010430     WRITE RPT-LINE
010440     MOVE SPACE TO RPT-S-TITLE
010450     STRING 'UNMAPPED ACTIVITY -- POSTED TO SUSPENSE '
010460         CHG-SUSPENSE-CENTER DELIMITED BY SIZE INTO RPT-S-TITLE
010470     MOVE RPT-SECTION-LINE TO RPT-LINE-TEXT
010480     WRITE RPT-LINE
010490     IF CHG-UNMAPPED-COUNT = 0
010500         MOVE '  NONE -- EVERY RECORD MAPPED TO A COST CENTER'
010510             TO RPT-LINE-TEXT
010520         WRITE RPT-LINE
010530         GO TO 5200-EXIT
010540     END-IF
010550     MOVE RPT-COLUMN-HEADER-1 TO RPT-LINE-TEXT
010560     WRITE RPT-LINE
010570     MOVE 0 TO CHG-CENTER-NO
010580     PERFORM 5110-PRINT-CENTER-USAGE THRU 5110-EXIT
010590         VARYING USG-IDX FROM 1 BY 1
010600         UNTIL USG-IDX > USG-ENTRY-COUNT
010610     MOVE 'UNMAPPED TOTAL' TO RPT-ST-LABEL
010620     MOVE CHG-UNMAPPED-COUNT TO RPT-ST-COUNT
010630     MOVE CHG-UNMAPPED-AMOUNT TO RPT-ST-AMOUNT
010640     MOVE RPT-SUBTOTAL-LINE TO RPT-LINE-TEXT
010650     WRITE RPT-LINE
010660     IF RPT-FILE-STATUS NOT = '00'
010670         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
010680         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
010690         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
010700     END-IF
010710 5200-EXIT.
010720     EXIT.
010730*=============================================================*
010740 5300-PRINT-TOTALS.
010750*=============================================================*
010760     MOVE SPACE TO RPT-LINE-TEXT
010770     WRITE RPT-LINE
010780     MOVE 'TOTALS' TO RPT-S-TITLE
010790     MOVE RPT-SECTION-LINE TO RPT-LINE-TEXT
010800     WRITE RPT-LINE
010810     MOVE 'ARCHIVE RECORDS READ' TO RPT-T-LABEL
010820     MOVE CHG-ARCHIVE-READ TO RPT-T-COUNT
010830     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
010840     MOVE 'LIVE LOG RECORDS READ' TO RPT-T-LABEL
010850     MOVE CHG-LIVE-READ TO RPT-T-COUNT
010860     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
010870     MOVE 'ALREADY READ (SKIPPED)' TO RPT-T-LABEL
010880     MOVE CHG-DUPLICATE-COUNT TO RPT-T-COUNT
010890     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
010900     MOVE 'OUTSIDE THE MONTH' TO RPT-T-LABEL
010910     MOVE CHG-OUTSIDE-COUNT TO RPT-T-COUNT
010920     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
010930     MOVE 'NOT BILLABLE (V AND R)' TO RPT-T-LABEL
010940     MOVE CHG-UNBILLED-COUNT TO RPT-T-COUNT
010950     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
010960     MOVE 'BILLABLE RECORDS' TO RPT-T-LABEL
010970     MOVE CHG-BILLABLE-COUNT TO RPT-T-COUNT
010980     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
010990     MOVE '  MAPPED TO A COST CENTER' TO RPT-T-LABEL
011000     MOVE CHG-MAPPED-COUNT TO RPT-T-COUNT
011010     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
011020     MOVE '  UNMAPPED' TO RPT-T-LABEL
011030     MOVE CHG-UNMAPPED-COUNT TO RPT-T-COUNT
011040     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
011050     MOVE '  NO RATE (BILLED AT ZERO)' TO RPT-T-LABEL
011060     MOVE CHG-UNRATED-COUNT TO RPT-T-COUNT
011070     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
011080     IF USG-OVERFLOW-COUNT > 0
011090         MOVE '  NOT BILLED (TABLE FULL)' TO RPT-T-LABEL
011100         MOVE USG-OVERFLOW-COUNT TO RPT-T-COUNT
011110         PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
011120     END-IF
011130     MOVE SPACE TO RPT-LINE-TEXT
011140     WRITE RPT-LINE
011150     MOVE 'BILLED TO COST CENTERS' TO RPT-A-LABEL
011160     MOVE CHG-MAPPED-AMOUNT TO RPT-A-AMOUNT
011170     PERFORM 9060-WRITE-AMOUNT-LINE THRU 9060-EXIT
011180     MOVE 'UNMAPPED (SUSPENSE)' TO RPT-A-LABEL
011190     MOVE CHG-UNMAPPED-AMOUNT TO RPT-A-AMOUNT
011200     PERFORM 9060-WRITE-AMOUNT-LINE THRU 9060-EXIT
011210     MOVE 'GRAND TOTAL' TO RPT-A-LABEL
011220     MOVE CHG-GRAND-AMOUNT TO RPT-A-AMOUNT
011230     PERFORM 9060-WRITE-AMOUNT-LINE THRU 9060-EXIT
011240     MOVE '  ENCRYPT' TO RPT-A-LABEL
011250     MOVE CHG-ENCRYPT-AMOUNT TO RPT-A-AMOUNT
011260     PERFORM 9060-WRITE-AMOUNT-LINE THRU 9060-EXIT
011270     MOVE '  DECRYPT' TO RPT-A-LABEL
011280     MOVE CHG-DECRYPT-AMOUNT TO RPT-A-AMOUNT
011290     PERFORM 9060-WRITE-AMOUNT-LINE THRU 9060-EXIT
011300     MOVE '  SOLVE' TO RPT-A-LABEL
011310     MOVE CHG-SOLVE-AMOUNT TO RPT-A-AMOUNT
011320     PERFORM 9060-WRITE-AMOUNT-LINE THRU 9060-EXIT
011330     IF CHG-MONTH-PARTIAL
011340         MOVE SPACE TO RPT-LINE-TEXT
011350         WRITE RPT-LINE
011360         MOVE SPACE TO RPT-LINE-TEXT
011370         STRING 'WARNING -- FIRST RECORD READ IS DATED '
011380             CHG-FIRST-DATE
011390             ' -- THE START OF THE MONTH IS IN '
011400             'AN ARCHIVE GENERATION NOT READ'
011410             DELIMITED BY SIZE INTO RPT-LINE-TEXT
011420         WRITE RPT-LINE
011430     END-IF
011440 5300-EXIT.
011450     EXIT.
011460*=============================================================*
011470* The feed has to balance both ways: debits to credits, and   *
011480* each side to the report's grand total.                      *
011490*=============================================================*
011500 5400-PRINT-GL-BALANCE.
011510*=============================================================*
011520     MOVE SPACE TO RPT-LINE-TEXT
011530     WRITE RPT-LINE
011540     MOVE 'GL JOURNAL FEED' TO RPT-S-TITLE
011550     MOVE RPT-SECTION-LINE TO RPT-LINE-TEXT
011560     WRITE RPT-LINE
011570     MOVE 'JOURNAL LINES WRITTEN' TO RPT-T-LABEL
011580     MOVE GLJ-LINE-COUNT TO RPT-T-COUNT
011590     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
011600     MOVE 'DEBIT TOTAL' TO RPT-A-LABEL
011610     MOVE GLJ-DEBIT-TOTAL TO RPT-A-AMOUNT
011620     PERFORM 9060-WRITE-AMOUNT-LINE THRU 9060-EXIT
011630     MOVE 'CREDIT TOTAL' TO RPT-A-LABEL
011640     MOVE GLJ-CREDIT-TOTAL TO RPT-A-AMOUNT
011650     PERFORM 9060-WRITE-AMOUNT-LINE THRU 9060-EXIT
011660     IF GLJ-DEBIT-TOTAL = CHG-GRAND-AMOUNT
011670             AND GLJ-CREDIT-TOTAL = CHG-GRAND-AMOUNT
011680         MOVE '  FEED BALANCES TO REPORT' TO RPT-LINE-TEXT
011690     ELSE
011700         MOVE '  *** FEED OUT OF BALANCE WITH REPORT ***'
011710             TO RPT-LINE-TEXT
011720     END-IF
011730     WRITE RPT-LINE
011740 5400-EXIT.
011750     EXIT.
011760*=============================================================*
011770* One usage entry: function and cipher type spelled out, and  *
011780* the rate it was priced at, or NO RATE.                      *
011790*=============================================================*
011800 5900-PRINT-USAGE-LINE.
011810*=============================================================*
011820     MOVE USG-JOB-ID(USG-IDX) TO RPT-D-JOB-ID
011830     MOVE USG-OPERATOR-ID(USG-IDX) TO RPT-D-OPERATOR-ID
011840     EVALUATE USG-FUNCTION-CD(USG-IDX)
011850         WHEN 'E'
011860             MOVE 'ENCRYPT' TO RPT-D-FUNCTION
011870         WHEN 'D'
011880             MOVE 'DECRYPT' TO RPT-D-FUNCTION
011890         WHEN 'S'
011900             MOVE 'SOLVE' TO RPT-D-FUNCTION
011910     END-EVALUATE
011920     EVALUATE USG-CIPHER-TYPE(USG-IDX)
011930         WHEN 'C'
011940             MOVE 'CAESAR' TO RPT-D-CIPHER-TYPE
011950         WHEN 'R'
011960             MOVE 'ROT13' TO RPT-D-CIPHER-TYPE
011970         WHEN 'V'
011980             MOVE 'VIGENERE' TO RPT-D-CIPHER-TYPE
011990         WHEN 'S'
012000             MOVE 'SUBSTITUTION' TO RPT-D-CIPHER-TYPE
012010         WHEN OTHER
012020             MOVE USG-CIPHER-TYPE(USG-IDX) TO RPT-D-CIPHER-TYPE
012030     END-EVALUATE
012040     MOVE USG-RECORD-COUNT(USG-IDX) TO RPT-D-COUNT
012050     MOVE USG-AMOUNT(USG-IDX) TO RPT-D-AMOUNT
012060     IF USG-RATE-NO(USG-IDX) = 0
012070         MOVE 0 TO RPT-D-RATE
012080         MOVE 'NO RATE' TO RPT-D-NOTE
012090     ELSE
012100         SET RAT-IDX TO USG-RATE-NO(USG-IDX)
012110         MOVE RAT-T-UNIT-RATE(RAT-IDX) TO RPT-D-RATE
012120         MOVE SPACE TO RPT-D-NOTE
012130     END-IF
012140     MOVE RPT-DETAIL-LINE TO RPT-LINE-TEXT
012150     WRITE RPT-LINE
012160 5900-EXIT.
012170     EXIT.
012180*=============================================================*
012190* RC 8 when the feed does not balance, else RC 4 when finance *
012200* has something to follow up -- unmapped or unpriced          *
012210* activity, records not billed, or a month that looks         *
012220* incomplete.                                                 *
012230*=============================================================*
012240 9000-TERMINATE.
012250*=============================================================*
012260     IF RPT-FILE-STATUS NOT = '00'
012270         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
012280         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
012290         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
012300     END-IF
012310     CLOSE GL-FEED-OUT
012320     CLOSE REPORT-OUT
012330     EVALUATE TRUE
012340         WHEN GLJ-DEBIT-TOTAL NOT = CHG-GRAND-AMOUNT
012350                 OR GLJ-CREDIT-TOTAL NOT = CHG-GRAND-AMOUNT
012360             MOVE 8 TO RETURN-CODE
012370         WHEN CHG-UNMAPPED-COUNT > 0 OR CHG-UNRATED-COUNT > 0
012380                 OR USG-OVERFLOW-COUNT > 0 OR CHG-MONTH-PARTIAL
012390             MOVE 4 TO RETURN-CODE
012400     END-EVALUATE
012410 9000-EXIT.
012420     EXIT.
012430*=============================================================*
012440 9050-WRITE-TOTAL-LINE.
012450*=============================================================*
012460     MOVE RPT-TOTAL-LINE TO RPT-LINE-TEXT
012470     WRITE RPT-LINE
012480 9050-EXIT.
012490     EXIT.
012500*=============================================================*
012510 9060-WRITE-AMOUNT-LINE.
012520*=============================================================*
012530     MOVE RPT-AMOUNT-LINE TO RPT-LINE-TEXT
012540     WRITE RPT-LINE
012550 9060-EXIT.
012560     EXIT.
012570*=============================================================*
012580* Common fatal-file-error handler, same shape as AUDRPT's:    *
012590* the caller MOVEs the failing ddname and status into         *
012600* ABEND-FILE-ID-WS/ABEND-FILE-STATUS-WS first.                *
012610*=============================================================*
012620 9100-ABEND-FILE-ERROR.
012630*=============================================================*
012640     DISPLAY 'FATAL -- ' ABEND-FILE-ID-WS
012650         ' FILE ERROR, STATUS=' ABEND-FILE-STATUS-WS
012660     MOVE 16 TO RETURN-CODE
012670     GOBACK.
012680 9100-EXIT.
012690     EXIT.
