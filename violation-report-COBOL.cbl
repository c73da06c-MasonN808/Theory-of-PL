000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CIPHVIO.
000030 AUTHOR.        R HENRICKSEN.
000040 INSTALLATION.  DATA LIBRARY SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-------------------------------------------------------------*
000080* CIPHVIO is the daily authorization-violations report for    *
000090* security.  It reads the audit log (CIPHER.PROD.AUDITLOG,    *
000100* AUDREC.cpy layout, CIPHAUDT DD) for the V records CIPHAUTH  *
000110* writes whenever a CIPHSET transaction refuses an operator   *
000120* under the operator authorization file (ATHREC.cpy), and     *
000130* prints them for one day grouped by operator and terminal:   *
000140* a heading line per operator/terminal pair with its count,   *
000150* then one line per refused attempt -- the time, the          *
000160* transaction, the function asked for, why it was refused,    *
000170* and the cipher type, key id and message id it named.  A     *
000180* total by refusal reason follows.  Every other record on the *
000190* log is read past.                                           *
000200*                                                             *
000210* Operators and terminals are listed in the order their first *
000220* violation of the day appears on the log, the same first-    *
000230* seen table AUDRPT keeps for its operator totals.            *
000240*                                                             *
000250* PARM card, the same KEYWORD=VALUE style AUDRPT parses:      *
000260*   DATE=     the day reported (YYYYMMDD); default today      *
000270*   OUTFILE=  ddname REPORT-OUT is ASSIGNed to                *
000280* The job ends RC 4 when there was any violation to report so *
000290* the scheduler can route the listing to security, RC 0 when  *
000300* the day was clean.                                          *
000310*-------------------------------------------------------------*
000320*-------------------------------------------------------------*
000330* MODIFICATION HISTORY                                        *
000340*   DATE       BY   DESCRIPTION                               *
000350*   2026-10-15 RH   Original version.                         *
000360*-------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430*    CIPHER.PROD.AUDITLOG is a VSAM ESDS (the AS- assignment   *
000440*    prefix selects entry-sequenced organization), read front  *
000450*    to back in the order the records were written.            *
000460     SELECT AUDIT-LOG-IN ASSIGN TO "AS-CIPHAUDT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS AUD-FILE-STATUS.
000490     SELECT REPORT-OUT ASSIGN TO PARM-RPTOUT-DSN
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RPT-FILE-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  AUDIT-LOG-IN
000550     LABEL RECORD IS STANDARD.
000560 COPY AUDREC.
000570 FD  REPORT-OUT
000580     LABEL RECORD IS STANDARD.
000590 COPY RPTREC.
000600 WORKING-STORAGE SECTION.
000610 01  AUD-FILE-STATUS              PIC X(02) VALUE '00'.
000620 01  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
000630 01  VIO-SWITCHES.
000640     05  AUD-EOF-SW               PIC X(01) VALUE 'N'.
000650         88  AUD-EOF              VALUE 'Y'.
000660     05  VIO-FOUND-SW             PIC X(01) VALUE 'N'.
000670         88  VIO-ENTRY-FOUND      VALUE 'Y'.
000680*-------------------------------------------------------------*
000690* The day reported.  Left blank here, 1000-INITIALIZE fills   *
000700* it with today's date unless the PARM card named one.        *
000710*-------------------------------------------------------------*
000720 01  VIO-REPORT-DATE              PIC X(08) VALUE SPACE.
000730*-------------------------------------------------------------*
000740* JCL PARM work areas, parsed the same way AUDRPT's           *
000750* 1010-PARSE-PARM handles its own card.                       *
000760*-------------------------------------------------------------*
000770 01  PARM-RPTOUT-DSN              PIC X(08) VALUE 'VIORPT'.
000780 01  PARM-TOKEN-COUNT             PIC 9(02) VALUE 0.
000790 01  PARM-TOKEN-TBL.
000800     05  PARM-TOKEN-ENTRY         PIC X(40) OCCURS 2 TIMES
000810                 INDEXED BY PARM-IDX.
000820 01  PARM-KEY-WS                  PIC X(10).
000830 01  PARM-VAL-WS                  PIC X(30).
000840*-------------------------------------------------------------*
000850* Running totals, one counter per refusal reason.             *
000860*-------------------------------------------------------------*
000870 01  VIO-RECORDS-READ             PIC 9(07) VALUE 0.
000880 01  VIO-RECORDS-SELECTED         PIC 9(07) VALUE 0.
000890 01  VIO-NO-OPERATOR-COUNT        PIC 9(07) VALUE 0.
000900 01  VIO-TRANSID-COUNT            PIC 9(07) VALUE 0.
000910 01  VIO-FUNCTION-COUNT           PIC 9(07) VALUE 0.
000920 01  VIO-TYPE-COUNT               PIC 9(07) VALUE 0.
000930 01  VIO-KEY-ID-COUNT             PIC 9(07) VALUE 0.
000940 01  VIO-FILE-ERROR-COUNT         PIC 9(07) VALUE 0.
000950 01  VIO-OTHER-REASON-COUNT       PIC 9(07) VALUE 0.
000960*-------------------------------------------------------------*
000970* Operator/terminal table, kept in first-seen order.  A pair  *
000980* that arrives after the table is full is counted in          *
000990* GRP-OVERFLOW-COUNT and reported as a DISPLAY warning, the   *
001000* same way AUDRPT warns when its operator table fills.        *
001010*-------------------------------------------------------------*
001020 01  GRP-TABLE-CTL.
001030     05  GRP-ENTRY-COUNT          PIC 9(03) VALUE 0.
001040     05  GRP-OVERFLOW-COUNT       PIC 9(07) VALUE 0.
001050 01  GRP-TABLE.
001060     05  GRP-TABLE-ENTRY OCCURS 200 TIMES INDEXED BY GRP-IDX.
001070         10  GRP-TABLE-OPERATOR   PIC X(08).
001080         10  GRP-TABLE-TERMINAL   PIC X(04).
001090         10  GRP-TABLE-COUNT      PIC 9(07).
001100*-------------------------------------------------------------*
001110* The day's violations, held until the end of the log so each *
001120* operator/terminal pair can be printed together.  DTL-GROUP  *
001130* is the pair's entry number in GRP-TABLE.  Overflow is       *
001140* counted and warned about the same way.                      *
001150*-------------------------------------------------------------*
001160 01  DTL-TABLE-CTL.
001170     05  DTL-ENTRY-COUNT          PIC 9(04) VALUE 0.
001180     05  DTL-OVERFLOW-COUNT       PIC 9(07) VALUE 0.
001190 01  DTL-TABLE.
001200     05  DTL-TABLE-ENTRY OCCURS 2000 TIMES INDEXED BY DTL-IDX.
001210         10  DTL-GROUP            PIC 9(03).
001220         10  DTL-TIME             PIC X(08).
001230         10  DTL-TRANSID          PIC X(04).
001240         10  DTL-FUNCTION         PIC X(01).
001250         10  DTL-REASON           PIC X(01).
001260         10  DTL-CIPHER-TYPE      PIC X(01).
001270         10  DTL-KEY-ID           PIC X(08).
001280         10  DTL-MSG-ID           PIC 9(06).
001290 01  VIO-GROUP-NUMBER             PIC 9(03) VALUE 0.
001300*-------------------------------------------------------------*
001310* Work area for 9100-ABEND-FILE-ERROR, the common fatal-file- *
001320* error handler, same as AUDRPT's.                            *
001330*-------------------------------------------------------------*
001340 01  ABEND-FILE-ID-WS             PIC X(16) VALUE SPACE.
001350 01  ABEND-FILE-STATUS-WS         PIC X(02) VALUE SPACE.
001360*-------------------------------------------------------------*
001370* Report work areas.                                          *
001380*-------------------------------------------------------------*
001390 01  RPT-TODAY-TEXT               PIC X(21).
001400 01  RPT-HEADER-1.
001410     05  FILLER                   PIC X(10) VALUE SPACE.
001420     05  FILLER                   PIC X(30)
001430             VALUE 'AUTHORIZATION VIOLATIONS'.
001440     05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
001450     05  RPT-H1-DATE              PIC X(10).
001460 01  RPT-FILTER-LINE.
001470     05  FILLER                   PIC X(10) VALUE 'SELECTED: '.
001480     05  RPT-F-LABEL              PIC X(10).
001490     05  RPT-F-VALUE              PIC X(17).
001500 01  RPT-GROUP-LINE.
001510     05  FILLER                   PIC X(10) VALUE 'OPERATOR: '.
001520     05  RPT-G-OPERATOR           PIC X(08).
001530     05  FILLER                   PIC X(12) VALUE '  TERMINAL: '.
001540     05  RPT-G-TERMINAL           PIC X(04).
001550     05  FILLER                   PIC X(14)
001560             VALUE '  VIOLATIONS: '.
001570     05  RPT-G-COUNT              PIC ZZZZZZ9.
001580 01  RPT-COLUMN-HEADER-1.
001590     05  FILLER                   PIC X(02) VALUE SPACE.
001600     05  FILLER                   PIC X(28) VALUE
001610             'TIME      TRAN  FUNCTION    '.
001620     05  FILLER                   PIC X(28) VALUE
001630             'REASON                      '.
001640     05  FILLER                   PIC X(22) VALUE
001650             'TYPE  KEY ID    MSG ID'.
001660*-------------------------------------------------------------*
001670* One line per refused attempt.                               *
001680*-------------------------------------------------------------*
001690 01  RPT-DETAIL-LINE.
001700     05  FILLER                   PIC X(02) VALUE SPACE.
001710     05  RPT-D-TIME               PIC X(08).
001720     05  FILLER                   PIC X(02) VALUE SPACE.
001730     05  RPT-D-TRANSID            PIC X(04).
001740     05  FILLER                   PIC X(02) VALUE SPACE.
001750     05  RPT-D-FUNCTION           PIC X(10).
001760     05  FILLER                   PIC X(02) VALUE SPACE.
001770     05  RPT-D-REASON             PIC X(26).
001780     05  FILLER                   PIC X(02) VALUE SPACE.
001790     05  RPT-D-CIPHER-TYPE        PIC X(01).
001800     05  FILLER                   PIC X(05) VALUE SPACE.
001810     05  RPT-D-KEY-ID             PIC X(08).
001820     05  FILLER                   PIC X(02) VALUE SPACE.
001830     05  RPT-D-MSG-ID             PIC X(06).
001840 01  RPT-SECTION-LINE.
001850     05  RPT-S-TITLE              PIC X(30).
001860 01  RPT-TOTAL-LINE.
001870     05  FILLER                   PIC X(02) VALUE SPACE.
001880     05  RPT-T-LABEL              PIC X(26).
001890     05  RPT-T-COUNT              PIC ZZZZZZ9.
001900 01  RPT-TRAILER-1.
001910     05  FILLER                   PIC X(22)
001920             VALUE 'AUDIT RECORDS READ:   '.
001930     05  RPT-TR-READ              PIC ZZZZZZ9.
001940 01  RPT-TRAILER-2.
001950     05  FILLER                   PIC X(22)
001960             VALUE 'VIOLATIONS REPORTED:  '.
001970     05  RPT-TR-SELECTED          PIC ZZZZZZ9.
001980 01  RPT-TRAILER-3.
001990     05  FILLER                   PIC X(22)
002000             VALUE 'OPERATOR/TERMINALS:   '.
002010     05  RPT-TR-GROUPS            PIC ZZZZZZ9.
002020 LINKAGE SECTION.
002030*-------------------------------------------------------------*
002040* The PARM string on the EXEC statement's PARM= parameter is  *
002050* passed to this program the standard way: a halfword binary  *
002060* length followed by the text itself.                         *
002070*-------------------------------------------------------------*
002080 01  PARM-LENGTH                  PIC S9(4) COMP VALUE 0.
002090 01  PARM-TEXT                    PIC X(80).
002100 PROCEDURE DIVISION USING PARM-LENGTH PARM-TEXT.
002110*=============================================================*
002120 0000-MAINLINE.
002130*=============================================================*
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002150     PERFORM 2000-PROCESS-AUDIT-LOG THRU 2000-EXIT
002160     PERFORM 3000-PRINT-VIOLATIONS THRU 3000-EXIT
002170     PERFORM 9000-TERMINATE THRU 9000-EXIT
002180     GOBACK.
002190*=============================================================*
002200 1000-INITIALIZE.
002210*=============================================================*
002220     PERFORM 1010-PARSE-PARM THRU 1010-EXIT
002230     OPEN INPUT AUDIT-LOG-IN
002240     IF AUD-FILE-STATUS NOT = '00'
002250         MOVE 'AUDIT-LOG-IN' TO ABEND-FILE-ID-WS
002260         MOVE AUD-FILE-STATUS TO ABEND-FILE-STATUS-WS
002270         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002280     END-IF
002290     OPEN OUTPUT REPORT-OUT
002300     IF RPT-FILE-STATUS NOT = '00'
002310         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
002320         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
002330         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002340     END-IF
002350     MOVE FUNCTION CURRENT-DATE TO RPT-TODAY-TEXT
002360     IF VIO-REPORT-DATE = SPACE
002370         MOVE RPT-TODAY-TEXT(1:8) TO VIO-REPORT-DATE
002380     END-IF
002390     PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT
002400 1000-EXIT.
002410     EXIT.
002420*=============================================================*
002430* PARM card parsing.  The PARM text is a comma-separated list *
002440* of KEYWORD=VALUE pairs; an empty or omitted PARM reports    *
002450* today to the default VIORPT ddname.                         *
002460*=============================================================*
002470 1010-PARSE-PARM.
002480*=============================================================*
002490     MOVE 0 TO PARM-TOKEN-COUNT
002500     IF PARM-LENGTH > 0
002510         UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY ','
002520             INTO PARM-TOKEN-ENTRY(1) PARM-TOKEN-ENTRY(2)
002530             TALLYING IN PARM-TOKEN-COUNT
002540         PERFORM 1020-APPLY-ONE-PARM THRU 1020-EXIT
002550             VARYING PARM-IDX FROM 1 BY 1
002560             UNTIL PARM-IDX > PARM-TOKEN-COUNT
002570     END-IF
002580 1010-EXIT.
002590     EXIT.
002600*=============================================================*
002610 1020-APPLY-ONE-PARM.
002620*=============================================================*
002630     MOVE SPACE TO PARM-KEY-WS PARM-VAL-WS
002640     UNSTRING PARM-TOKEN-ENTRY(PARM-IDX) DELIMITED BY '='
002650         INTO PARM-KEY-WS PARM-VAL-WS
002660     EVALUATE FUNCTION UPPER-CASE(PARM-KEY-WS)
002670         WHEN 'DATE'
002680             MOVE PARM-VAL-WS TO VIO-REPORT-DATE
002690         WHEN 'OUTFILE'
002700             MOVE PARM-VAL-WS TO PARM-RPTOUT-DSN
002710     END-EVALUATE
002720 1020-EXIT.
002730     EXIT.
002740*=============================================================*
002750 1100-WRITE-REPORT-HEADERS.
002760*=============================================================*
002770     MOVE RPT-TODAY-TEXT(7:2) TO RPT-H1-DATE(1:2)
002780     MOVE '/'                 TO RPT-H1-DATE(3:1)
002790     MOVE RPT-TODAY-TEXT(5:2) TO RPT-H1-DATE(4:2)
002800     MOVE '/'                 TO RPT-H1-DATE(6:1)
002810     MOVE RPT-TODAY-TEXT(1:4) TO RPT-H1-DATE(7:4)
002820     MOVE '1' TO RPT-CARRIAGE-CONTROL
002830     MOVE RPT-HEADER-1 TO RPT-LINE-TEXT
002840     WRITE RPT-LINE
002850     MOVE ' ' TO RPT-CARRIAGE-CONTROL
002860     MOVE 'DATE' TO RPT-F-LABEL
002870     MOVE VIO-REPORT-DATE TO RPT-F-VALUE
002880     MOVE RPT-FILTER-LINE TO RPT-LINE-TEXT
002890     WRITE RPT-LINE
002900     IF RPT-FILE-STATUS NOT = '00'
002910         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
002920         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
002930         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002940     END-IF
002950 1100-EXIT.
002960     EXIT.
002970*=============================================================*
002980 2000-PROCESS-AUDIT-LOG.
002990*=============================================================*
003000     PERFORM 2050-READ-NEXT-AUDIT THRU 2050-EXIT
003010     PERFORM 2100-SELECT-ONE-RECORD THRU 2100-EXIT
003020         UNTIL AUD-EOF
003030 2000-EXIT.
003040     EXIT.
003050*=============================================================*
003060 2050-READ-NEXT-AUDIT.
003070*=============================================================*
003080     READ AUDIT-LOG-IN NEXT RECORD
003090         AT END SET AUD-EOF TO TRUE
003100     END-READ
003110 2050-EXIT.
003120     EXIT.
003130*=============================================================*
003140* Keep a V record dated the day being reported; count it by   *
003150* reason and file it under its operator/terminal pair.        *
003160*=============================================================*
003170 2100-SELECT-ONE-RECORD.
003180*=============================================================*
003190     ADD 1 TO VIO-RECORDS-READ
003200     IF AUD-FUNC-VIOLATION
003210         AND AUD-RUN-DATE(1:8) = VIO-REPORT-DATE
003220         ADD 1 TO VIO-RECORDS-SELECTED
003230         EVALUATE TRUE
003240             WHEN AUD-VIO-NO-OPERATOR
003250                 ADD 1 TO VIO-NO-OPERATOR-COUNT
003260             WHEN AUD-VIO-BAD-TRANSID
003270                 ADD 1 TO VIO-TRANSID-COUNT
003280             WHEN AUD-VIO-BAD-FUNCTION
003290                 ADD 1 TO VIO-FUNCTION-COUNT
003300             WHEN AUD-VIO-BAD-TYPE
003310                 ADD 1 TO VIO-TYPE-COUNT
003320             WHEN AUD-VIO-BAD-KEY-ID
003330                 ADD 1 TO VIO-KEY-ID-COUNT
003340             WHEN AUD-VIO-FILE-ERROR
003350                 ADD 1 TO VIO-FILE-ERROR-COUNT
003360             WHEN OTHER
003370                 ADD 1 TO VIO-OTHER-REASON-COUNT
003380         END-EVALUATE
003390         PERFORM 2200-TALLY-GROUP THRU 2200-EXIT
003400     END-IF
003410     PERFORM 2050-READ-NEXT-AUDIT THRU 2050-EXIT
003420 2100-EXIT.
003430     EXIT.
003440*=============================================================*
003450* Find or add the operator/terminal pair, then hold the       *
003460* violation in DTL-TABLE under it.  A violation whose pair    *
003470* could not be added is still in the reason totals above.     *
003480*=============================================================*
003490 2200-TALLY-GROUP.
003500*=============================================================*
003510     MOVE 'N' TO VIO-FOUND-SW
003520     PERFORM 2210-MATCH-ONE-GROUP THRU 2210-EXIT
003530         VARYING GRP-IDX FROM 1 BY 1
003540         UNTIL GRP-IDX > GRP-ENTRY-COUNT OR VIO-ENTRY-FOUND
003550     IF NOT VIO-ENTRY-FOUND
003560         IF GRP-ENTRY-COUNT < 200
003570             ADD 1 TO GRP-ENTRY-COUNT
003580             SET GRP-IDX TO GRP-ENTRY-COUNT
003590             MOVE AUD-OPERATOR-ID TO GRP-TABLE-OPERATOR(GRP-IDX)
003600             MOVE AUD-JOB-ID(1:4) TO GRP-TABLE-TERMINAL(GRP-IDX)
003610             MOVE 0 TO GRP-TABLE-COUNT(GRP-IDX)
003620             MOVE GRP-ENTRY-COUNT TO VIO-GROUP-NUMBER
003630         ELSE
003640             IF GRP-OVERFLOW-COUNT = 0
003650                 DISPLAY 'WARNING -- OPERATOR/TERMINAL TABLE '
003660                     'FULL AT 200'
003670             END-IF
003680             ADD 1 TO GRP-OVERFLOW-COUNT
003690             GO TO 2200-EXIT
003700         END-IF
003710     END-IF
003720     IF DTL-ENTRY-COUNT NOT < 2000
003730         IF DTL-OVERFLOW-COUNT = 0
003740             DISPLAY 'WARNING -- VIOLATION TABLE FULL AT 2000'
003750         END-IF
003760         ADD 1 TO DTL-OVERFLOW-COUNT
003770         GO TO 2200-EXIT
003780     END-IF
003790     SET GRP-IDX TO VIO-GROUP-NUMBER
003800     ADD 1 TO GRP-TABLE-COUNT(GRP-IDX)
003810     ADD 1 TO DTL-ENTRY-COUNT
003820     SET DTL-IDX TO DTL-ENTRY-COUNT
003830     MOVE VIO-GROUP-NUMBER TO DTL-GROUP(DTL-IDX)
003840     MOVE AUD-RUN-TIME TO DTL-TIME(DTL-IDX)
003850     MOVE AUD-VIO-TRANSID TO DTL-TRANSID(DTL-IDX)
003860     MOVE AUD-VIO-FUNCTION TO DTL-FUNCTION(DTL-IDX)
003870     MOVE AUD-VIO-REASON TO DTL-REASON(DTL-IDX)
003880     MOVE AUD-CIPHER-TYPE TO DTL-CIPHER-TYPE(DTL-IDX)
003890     MOVE AUD-VIO-KEY-ID TO DTL-KEY-ID(DTL-IDX)
003900     MOVE AUD-MSG-ID TO DTL-MSG-ID(DTL-IDX)
003910 2200-EXIT.
003920     EXIT.
003930*=============================================================*
003940 2210-MATCH-ONE-GROUP.
003950*=============================================================*
003960     IF GRP-TABLE-OPERATOR(GRP-IDX) = AUD-OPERATOR-ID
003970         AND GRP-TABLE-TERMINAL(GRP-IDX) = AUD-JOB-ID(1:4)
003980         SET VIO-GROUP-NUMBER TO GRP-IDX
003990         SET VIO-ENTRY-FOUND TO TRUE
004000     END-IF
004010 2210-EXIT.
004020     EXIT.
004030*=============================================================*
004040* One block per operator/terminal pair: its heading line, the *
004050* column headings, and its violations in log order.           *
004060*=============================================================*
004070 3000-PRINT-VIOLATIONS.
004080*=============================================================*
004090     IF GRP-ENTRY-COUNT = 0
004100         MOVE SPACE TO RPT-LINE-TEXT
004110         WRITE RPT-LINE
004120         MOVE 'NO VIOLATIONS FOR THIS DATE' TO RPT-LINE-TEXT
004130         WRITE RPT-LINE
004140     END-IF
004150     PERFORM 3100-PRINT-ONE-GROUP THRU 3100-EXIT
004160         VARYING GRP-IDX FROM 1 BY 1
004170         UNTIL GRP-IDX > GRP-ENTRY-COUNT
004180     IF GRP-OVERFLOW-COUNT > 0 OR DTL-OVERFLOW-COUNT > 0
004190         MOVE SPACE TO RPT-LINE-TEXT
004200         WRITE RPT-LINE
004210         MOVE 'NOT LISTED (TABLE FULL)' TO RPT-T-LABEL
004220         COMPUTE RPT-T-COUNT = GRP-OVERFLOW-COUNT
004230             + DTL-OVERFLOW-COUNT
004240         PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
004250     END-IF
004260 3000-EXIT.
004270     EXIT.
004280*=============================================================*
004290 3100-PRINT-ONE-GROUP.
004300*=============================================================*
004310     MOVE SPACE TO RPT-LINE-TEXT
004320     MOVE ' ' TO RPT-CARRIAGE-CONTROL
004330     WRITE RPT-LINE
004340     MOVE GRP-TABLE-OPERATOR(GRP-IDX) TO RPT-G-OPERATOR
004350     MOVE GRP-TABLE-TERMINAL(GRP-IDX) TO RPT-G-TERMINAL
004360     MOVE GRP-TABLE-COUNT(GRP-IDX) TO RPT-G-COUNT
004370     MOVE RPT-GROUP-LINE TO RPT-LINE-TEXT
004380     WRITE RPT-LINE
004390     MOVE RPT-COLUMN-HEADER-1 TO RPT-LINE-TEXT
004400     WRITE RPT-LINE
004410     SET VIO-GROUP-NUMBER TO GRP-IDX
004420     PERFORM 3200-PRINT-ONE-DETAIL THRU 3200-EXIT
004430         VARYING DTL-IDX FROM 1 BY 1
004440         UNTIL DTL-IDX > DTL-ENTRY-COUNT
004450     IF RPT-FILE-STATUS NOT = '00'
004460         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
004470         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
004480         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004490     END-IF
004500 3100-EXIT.
004510     EXIT.
004520*=============================================================*
004530* Print the held violation if it belongs to the pair being    *
004540* printed.  The function and reason codes are spelled out;    *
004550* a message id of zero means the screen named none.           *
004560*=============================================================*
004570 3200-PRINT-ONE-DETAIL.
004580*=============================================================*
004590     IF DTL-GROUP(DTL-IDX) NOT = VIO-GROUP-NUMBER
004600         GO TO 3200-EXIT
004610     END-IF
004620     MOVE DTL-TIME(DTL-IDX)(1:2) TO RPT-D-TIME(1:2)
004630     MOVE ':'                    TO RPT-D-TIME(3:1)
004640     MOVE DTL-TIME(DTL-IDX)(3:2) TO RPT-D-TIME(4:2)
004650     MOVE ':'                    TO RPT-D-TIME(6:1)
004660     MOVE DTL-TIME(DTL-IDX)(5:2) TO RPT-D-TIME(7:2)
004670     MOVE DTL-TRANSID(DTL-IDX) TO RPT-D-TRANSID
004680     EVALUATE DTL-FUNCTION(DTL-IDX)
004690         WHEN 'E'
004700             MOVE 'ENCRYPT' TO RPT-D-FUNCTION
004710         WHEN 'D'
004720             MOVE 'DECRYPT' TO RPT-D-FUNCTION
004730         WHEN 'M'
004740             MOVE 'MAINTAIN' TO RPT-D-FUNCTION
004750         WHEN 'R'
004760             MOVE 'REPAIR' TO RPT-D-FUNCTION
004770         WHEN 'I'
004780             MOVE 'INQUIRE' TO RPT-D-FUNCTION
004790         WHEN SPACE
004800             MOVE '-' TO RPT-D-FUNCTION
004810         WHEN OTHER
004820             MOVE DTL-FUNCTION(DTL-IDX) TO RPT-D-FUNCTION
004830     END-EVALUATE
004840     EVALUATE DTL-REASON(DTL-IDX)
004850         WHEN 'U'
004860             MOVE 'OPERATOR NOT ON FILE' TO RPT-D-REASON
004870         WHEN 'T'
004880             MOVE 'TRANSACTION NOT ALLOWED' TO RPT-D-REASON
004890         WHEN 'F'
004900             MOVE 'FUNCTION NOT ALLOWED' TO RPT-D-REASON
004910         WHEN 'C'
004920             MOVE 'CIPHER TYPE NOT ALLOWED' TO RPT-D-REASON
004930         WHEN 'K'
004940             MOVE 'KEY ID NOT ALLOWED' TO RPT-D-REASON
004950         WHEN 'E'
004960             MOVE 'AUTH FILE ERROR' TO RPT-D-REASON
004970         WHEN OTHER
004980             MOVE DTL-REASON(DTL-IDX) TO RPT-D-REASON
004990     END-EVALUATE
005000     MOVE DTL-CIPHER-TYPE(DTL-IDX) TO RPT-D-CIPHER-TYPE
005010     MOVE DTL-KEY-ID(DTL-IDX) TO RPT-D-KEY-ID
005020     IF DTL-MSG-ID(DTL-IDX) = 0
005030         MOVE SPACE TO RPT-D-MSG-ID
005040     ELSE
005050         MOVE DTL-MSG-ID(DTL-IDX) TO RPT-D-MSG-ID
005060     END-IF
005070     MOVE RPT-DETAIL-LINE TO RPT-LINE-TEXT
005080     WRITE RPT-LINE
005090 3200-EXIT.
005100     EXIT.
005110*=============================================================*
005120 9000-TERMINATE.
005130*=============================================================*
005140     PERFORM 9010-PRINT-REASON-TOTALS THRU 9010-EXIT
005150     MOVE SPACE TO RPT-LINE-TEXT
005160     MOVE ' ' TO RPT-CARRIAGE-CONTROL
005170     WRITE RPT-LINE
005180     MOVE VIO-RECORDS-READ TO RPT-TR-READ
005190     MOVE RPT-TRAILER-1 TO RPT-LINE-TEXT
005200     WRITE RPT-LINE
005210     MOVE VIO-RECORDS-SELECTED TO RPT-TR-SELECTED
005220     MOVE RPT-TRAILER-2 TO RPT-LINE-TEXT
005230     WRITE RPT-LINE
005240     MOVE GRP-ENTRY-COUNT TO RPT-TR-GROUPS
005250     MOVE RPT-TRAILER-3 TO RPT-LINE-TEXT
005260     WRITE RPT-LINE
005270     IF RPT-FILE-STATUS NOT = '00'
005280         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
005290         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
005300         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005310     END-IF
005320     CLOSE AUDIT-LOG-IN
005330     CLOSE REPORT-OUT
005340     IF VIO-RECORDS-SELECTED > 0
005350         MOVE 4 TO RETURN-CODE
005360     END-IF
005370 9000-EXIT.
005380     EXIT.
005390*=============================================================*
005400 9010-PRINT-REASON-TOTALS.
005410*=============================================================*
005420     MOVE 'TOTALS BY REASON' TO RPT-S-TITLE
005430     PERFORM 9040-WRITE-SECTION-TITLE THRU 9040-EXIT
005440     MOVE 'OPERATOR NOT ON FILE' TO RPT-T-LABEL
005450     MOVE VIO-NO-OPERATOR-COUNT TO RPT-T-COUNT
005460     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
005470     MOVE 'TRANSACTION NOT ALLOWED' TO RPT-T-LABEL
005480     MOVE VIO-TRANSID-COUNT TO RPT-T-COUNT
005490     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
005500     MOVE 'FUNCTION NOT ALLOWED' TO RPT-T-LABEL
005510     MOVE VIO-FUNCTION-COUNT TO RPT-T-COUNT
005520     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
005530     MOVE 'CIPHER TYPE NOT ALLOWED' TO RPT-T-LABEL
005540     MOVE VIO-TYPE-COUNT TO RPT-T-COUNT
005550     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
005560     MOVE 'KEY ID NOT ALLOWED' TO RPT-T-LABEL
005570     MOVE VIO-KEY-ID-COUNT TO RPT-T-COUNT
005580     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
005590     MOVE 'AUTH FILE ERROR' TO RPT-T-LABEL
005600     MOVE VIO-FILE-ERROR-COUNT TO RPT-T-COUNT
005610     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
005620     IF VIO-OTHER-REASON-COUNT > 0
005630         MOVE 'UNRECOGNIZED' TO RPT-T-LABEL
005640         MOVE VIO-OTHER-REASON-COUNT TO RPT-T-COUNT
005650         PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
005660     END-IF
005670 9010-EXIT.
005680     EXIT.
005690*=============================================================*
005700 9040-WRITE-SECTION-TITLE.
005710*=============================================================*
005720     MOVE SPACE TO RPT-LINE-TEXT
005730     MOVE ' ' TO RPT-CARRIAGE-CONTROL
005740     WRITE RPT-LINE
005750     MOVE RPT-SECTION-LINE TO RPT-LINE-TEXT
005760     WRITE RPT-LINE
005770 9040-EXIT.
005780     EXIT.
005790*=============================================================*
005800 9050-WRITE-TOTAL-LINE.
005810*=============================================================*
005820     MOVE RPT-TOTAL-LINE TO RPT-LINE-TEXT
005830     WRITE RPT-LINE
005840 9050-EXIT.
005850     EXIT.
005860*=============================================================*
005870* Common fatal-file-error handler, same shape as AUDRPT's:    *
005880* the caller MOVEs the failing ddname and status into         *
005890* ABEND-FILE-ID-WS/ABEND-FILE-STATUS-WS first.                *
005900*=============================================================*
005910 9100-ABEND-FILE-ERROR.
005920*=============================================================*
005930     DISPLAY 'FATAL -- ' ABEND-FILE-ID-WS
005940         ' FILE ERROR, STATUS=' ABEND-FILE-STATUS-WS
005950     MOVE 16 TO RETURN-CODE
005960     GOBACK
005970 9100-EXIT.
005980     EXIT.
