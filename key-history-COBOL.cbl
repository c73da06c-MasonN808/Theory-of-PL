000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CIPHKHR.
000030 AUTHOR.        R HENRICKSEN.
000040 INSTALLATION.  DATA LIBRARY SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-------------------------------------------------------------*
000080* CIPHKHR prints the keyword-vault change history for the     *
000090* auditors.  It reads CIPHER.PROD.KEYHIST (KHSREC.cpy layout, *
000100* KEYHIST DD), the VSAM ESDS the CIPHVLT vault maintenance    *
000110* transaction appends one record to for every change a       *
000120* second security officer approved, and prints a line per     *
000130* change: the key, what kind of change it was, who staged it  *
000140* and who approved it (user id, terminal and date), and the   *
000150* effective/expiry window before and after.  The keyword and  *
000160* the substitution alphabet are on the history file but are   *
000170* never printed -- the report says only that one was set or   *
000180* changed.                                                    *
000190*                                                             *
000200* Selection is by PARM card, the same KEYWORD=VALUE style     *
000210* AUDRPT parses:                                              *
000220*   FROMDATE= earliest KHS-APPROVE-DATE included (YYYYMMDD)   *
000230*   TODATE=   latest KHS-APPROVE-DATE included (YYYYMMDD)     *
000240*   KEYID=    only changes to this vault key id               *
000250*   OUTFILE=  ddname REPORT-OUT is ASSIGNed to                *
000260* Any keyword left off selects everything, so a bare EXEC     *
000270* with no PARM= prints the whole history.                     *
000280*-------------------------------------------------------------*
000290*-------------------------------------------------------------*
000300* MODIFICATION HISTORY                                        *
000310*   DATE       BY   DESCRIPTION                               *
000320*   2026-10-15 RH   Original version.                         *
000330*-------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400*    CIPHER.PROD.KEYHIST is a VSAM ESDS (the AS- assignment    *
000410*    prefix selects entry-sequenced organization), read front  *
000420*    to back in the order the changes were approved.           *
000430     SELECT KEY-HISTORY-IN ASSIGN TO "AS-KEYHIST"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS KHS-FILE-STATUS.
000460     SELECT REPORT-OUT ASSIGN TO PARM-RPTOUT-DSN
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RPT-FILE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  KEY-HISTORY-IN
000520     LABEL RECORD IS STANDARD.
000530 COPY KHSREC.
000540 FD  REPORT-OUT
000550     LABEL RECORD IS STANDARD.
000560 COPY RPTREC.
000570 WORKING-STORAGE SECTION.
000580 01  KHS-FILE-STATUS              PIC X(02) VALUE '00'.
000590 01  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
000600 01  KHR-SWITCHES.
000610     05  KHS-EOF-SW               PIC X(01) VALUE 'N'.
000620         88  KHS-EOF              VALUE 'Y'.
000630     05  KHR-SELECT-SW            PIC X(01) VALUE 'N'.
000640         88  KHR-RECORD-SELECTED  VALUE 'Y'.
000650*-------------------------------------------------------------*
000660* Selection criteria.  The defaults select every record on    *
000670* the history; 1010-PARSE-PARM narrows them from the PARM     *
000680* card.                                                       *
000690*-------------------------------------------------------------*
000700 01  KHR-FROM-DATE                PIC X(08) VALUE '00000000'.
000710 01  KHR-TO-DATE                  PIC X(08) VALUE '99999999'.
000720 01  KHR-KEY-ID-FILTER            PIC X(08) VALUE SPACE.
000730*-------------------------------------------------------------*
000740* JCL PARM work areas, parsed the same way AUDRPT's           *
000750* 1010-PARSE-PARM handles its own card.                       *
000760*-------------------------------------------------------------*
000770 01  PARM-RPTOUT-DSN              PIC X(08) VALUE 'KHSRPT'.
000780 01  PARM-TOKEN-COUNT             PIC 9(02) VALUE 0.
000790 01  PARM-TOKEN-TBL.
000800     05  PARM-TOKEN-ENTRY         PIC X(40) OCCURS 4 TIMES
000810                 INDEXED BY PARM-IDX.
000820 01  PARM-KEY-WS                  PIC X(10).
000830 01  PARM-VAL-WS                  PIC X(30).
000840*-------------------------------------------------------------*
000850* Running totals, one counter per change type.                *
000860*-------------------------------------------------------------*
000870 01  KHR-RECORDS-READ             PIC 9(07) VALUE 0.
000880 01  KHR-RECORDS-SELECTED         PIC 9(07) VALUE 0.
000890 01  KHR-ADD-COUNT                PIC 9(07) VALUE 0.
000900 01  KHR-WINDOW-COUNT             PIC 9(07) VALUE 0.
000910 01  KHR-KEYWORD-COUNT            PIC 9(07) VALUE 0.
000920 01  KHR-ALPHABET-COUNT           PIC 9(07) VALUE 0.
000930 01  KHR-OTHER-TYPE-COUNT         PIC 9(07) VALUE 0.
000940*-------------------------------------------------------------*
000950* Work area for 9100-ABEND-FILE-ERROR, the common fatal-file-  *
000960* error handler, same as AUDRPT's.                             *
000970*-------------------------------------------------------------*
000980 01  ABEND-FILE-ID-WS             PIC X(16) VALUE SPACE.
000990 01  ABEND-FILE-STATUS-WS         PIC X(02) VALUE SPACE.
001000*-------------------------------------------------------------*
001010* Report work areas.                                          *
001020*-------------------------------------------------------------*
001030 01  RPT-TODAY-TEXT               PIC X(21).
001040 01  RPT-HEADER-1.
001050     05  FILLER                   PIC X(10) VALUE SPACE.
001060     05  FILLER                   PIC X(30)
001070             VALUE 'KEYWORD VAULT CHANGE HISTORY'.
001080     05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
001090     05  RPT-H1-DATE              PIC X(10).
001100 01  RPT-FILTER-LINE.
001110     05  FILLER                   PIC X(10) VALUE 'SELECTED: '.
001120     05  RPT-F-LABEL              PIC X(10).
001130     05  RPT-F-VALUE              PIC X(17).
001140 01  RPT-COLUMN-HEADER-1.
001150     05  FILLER                   PIC X(20) VALUE
001160             'KEY ID    CHANGE    '.
001170     05  FILLER                   PIC X(24) VALUE
001180             'REQUESTED BY            '.
001190     05  FILLER                   PIC X(24) VALUE
001200             'APPROVED BY             '.
001210     05  FILLER                   PIC X(21) VALUE
001220             'EFFECTIVE DATE       '.
001230     05  FILLER                   PIC X(21) VALUE
001240             'EXPIRY DATE          '.
001250     05  FILLER                   PIC X(18) VALUE
001260             'KEYWORD   ALPHABET'.
001270 01  RPT-COLUMN-HEADER-2.
001280     05  FILLER                   PIC X(20) VALUE SPACE.
001290     05  FILLER                   PIC X(24) VALUE
001300             'USER ID  TERM DATE      '.
001310     05  FILLER                   PIC X(24) VALUE
001320             'USER ID  TERM DATE      '.
001330     05  FILLER                   PIC X(21) VALUE
001340             'BEFORE    AFTER      '.
001350     05  FILLER                   PIC X(21) VALUE
001360             'BEFORE    AFTER      '.
001370*-------------------------------------------------------------*
001380* One line per approved change.  RPT-D-KEYWORD and            *
001390* RPT-D-ALPHABET only ever carry SET or CHANGED, never a      *
001400* value off the history record.                               *
001410*-------------------------------------------------------------*
001420 01  RPT-DETAIL-LINE.
001430     05  RPT-D-KEY-ID             PIC X(08).
001440     05  FILLER                   PIC X(02) VALUE SPACE.
001450     05  RPT-D-CHANGE             PIC X(08).
001460     05  FILLER                   PIC X(02) VALUE SPACE.
001470     05  RPT-D-REQUESTED-BY       PIC X(08).
001480     05  FILLER                   PIC X(01) VALUE SPACE.
001490     05  RPT-D-REQUEST-TERM       PIC X(04).
001500     05  FILLER                   PIC X(01) VALUE SPACE.
001510     05  RPT-D-REQUEST-DATE       PIC X(08).
001520     05  FILLER                   PIC X(02) VALUE SPACE.
001530     05  RPT-D-APPROVED-BY        PIC X(08).
001540     05  FILLER                   PIC X(01) VALUE SPACE.
001550     05  RPT-D-APPROVE-TERM       PIC X(04).
001560     05  FILLER                   PIC X(01) VALUE SPACE.
001570     05  RPT-D-APPROVE-DATE       PIC X(08).
001580     05  FILLER                   PIC X(02) VALUE SPACE.
001590     05  RPT-D-EFF-BEFORE         PIC X(08).
001600     05  FILLER                   PIC X(02) VALUE SPACE.
001610     05  RPT-D-EFF-AFTER          PIC X(08).
001620     05  FILLER                   PIC X(03) VALUE SPACE.
001630     05  RPT-D-EXP-BEFORE         PIC X(08).
001640     05  FILLER                   PIC X(02) VALUE SPACE.
001650     05  RPT-D-EXP-AFTER          PIC X(08).
001660     05  FILLER                   PIC X(03) VALUE SPACE.
001670     05  RPT-D-KEYWORD            PIC X(08).
001680     05  FILLER                   PIC X(02) VALUE SPACE.
001690     05  RPT-D-ALPHABET           PIC X(08).
001700 01  RPT-SECTION-LINE.
001710     05  RPT-S-TITLE              PIC X(30).
001720 01  RPT-TOTAL-LINE.
001730     05  FILLER                   PIC X(02) VALUE SPACE.
001740     05  RPT-T-LABEL              PIC X(20).
001750     05  RPT-T-COUNT              PIC ZZZZZZ9.
001760 01  RPT-TRAILER-1.
001770     05  FILLER                   PIC X(20)
001780             VALUE 'HISTORY RECORDS:    '.
001790     05  RPT-TR-READ              PIC ZZZZZZ9.
001800 01  RPT-TRAILER-2.
001810     05  FILLER                   PIC X(20)
001820             VALUE 'RECORDS SELECTED:   '.
001830     05  RPT-TR-SELECTED          PIC ZZZZZZ9.
001840 LINKAGE SECTION.
001850*-------------------------------------------------------------*
001860* The PARM string on the EXEC statement's PARM= parameter is  *
001870* passed to this program the standard way: a halfword binary  *
001880* length followed by the text itself.                         *
001890*-------------------------------------------------------------*
001900 01  PARM-LENGTH                  PIC S9(4) COMP VALUE 0.
001910 01  PARM-TEXT                    PIC X(80).
001920 PROCEDURE DIVISION USING PARM-LENGTH PARM-TEXT.
001930*=============================================================*
001940 0000-MAINLINE.
001950*=============================================================*
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001970     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
001980     PERFORM 9000-TERMINATE THRU 9000-EXIT
001990     GOBACK.
002000*=============================================================*
002010 1000-INITIALIZE.
002020*=============================================================*
002030     PERFORM 1010-PARSE-PARM THRU 1010-EXIT
002040     OPEN INPUT KEY-HISTORY-IN
002050     IF KHS-FILE-STATUS NOT = '00'
002060         MOVE 'KEY-HISTORY-IN' TO ABEND-FILE-ID-WS
002070         MOVE KHS-FILE-STATUS TO ABEND-FILE-STATUS-WS
002080         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002090     END-IF
002100     OPEN OUTPUT REPORT-OUT
002110     IF RPT-FILE-STATUS NOT = '00'
002120         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
002130         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
002140         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002150     END-IF
002160     MOVE FUNCTION CURRENT-DATE TO RPT-TODAY-TEXT
002170     PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT
002180 1000-EXIT.
002190     EXIT.
002200*=============================================================*
002210* PARM card parsing.  The PARM text is a comma-separated list *
002220* of KEYWORD=VALUE pairs; an empty or omitted PARM leaves     *
002230* every field at the select-everything default coded for it   *
002240* above.                                                      *
002250*=============================================================*
002260 1010-PARSE-PARM.
002270*=============================================================*
002280     MOVE 0 TO PARM-TOKEN-COUNT
002290     IF PARM-LENGTH > 0
002300         UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY ','
002310             INTO PARM-TOKEN-ENTRY(1) PARM-TOKEN-ENTRY(2)
002320                  PARM-TOKEN-ENTRY(3) PARM-TOKEN-ENTRY(4)
002330             TALLYING IN PARM-TOKEN-COUNT
002340         PERFORM 1020-APPLY-ONE-PARM THRU 1020-EXIT
002350             VARYING PARM-IDX FROM 1 BY 1
002360             UNTIL PARM-IDX > PARM-TOKEN-COUNT
002370     END-IF
002380 1010-EXIT.
002390     EXIT.
002400*=============================================================*
002410 1020-APPLY-ONE-PARM.
002420*=============================================================*
002430     MOVE SPACE TO PARM-KEY-WS PARM-VAL-WS
002440     UNSTRING PARM-TOKEN-ENTRY(PARM-IDX) DELIMITED BY '='
002450         INTO PARM-KEY-WS PARM-VAL-WS
002460     EVALUATE FUNCTION UPPER-CASE(PARM-KEY-WS)
002470         WHEN 'FROMDATE'
002480             MOVE PARM-VAL-WS TO KHR-FROM-DATE
002490         WHEN 'TODATE'
002500             MOVE PARM-VAL-WS TO KHR-TO-DATE
002510         WHEN 'KEYID'
002520             MOVE FUNCTION UPPER-CASE(PARM-VAL-WS)
002530                 TO KHR-KEY-ID-FILTER
002540         WHEN 'OUTFILE'
002550             MOVE PARM-VAL-WS TO PARM-RPTOUT-DSN
002560     END-EVALUATE
002570 1020-EXIT.
002580     EXIT.
002590*=============================================================*
002600* Page header, one echo line per selection criterion in       *
002610* effect, and the column headings for the change lines.       *
002620*=============================================================*
002630 1100-WRITE-REPORT-HEADERS.
002640*=============================================================*
002650     MOVE RPT-TODAY-TEXT(7:2) TO RPT-H1-DATE(1:2)
002660     MOVE '/'                 TO RPT-H1-DATE(3:1)
002670     MOVE RPT-TODAY-TEXT(5:2) TO RPT-H1-DATE(4:2)
002680     MOVE '/'                 TO RPT-H1-DATE(6:1)
002690     MOVE RPT-TODAY-TEXT(1:4) TO RPT-H1-DATE(7:4)
002700     MOVE '1' TO RPT-CARRIAGE-CONTROL
002710     MOVE RPT-HEADER-1 TO RPT-LINE-TEXT
002720     WRITE RPT-LINE
002730     MOVE ' ' TO RPT-CARRIAGE-CONTROL
002740     IF KHR-FROM-DATE NOT = '00000000'
002750         MOVE 'FROM DATE' TO RPT-F-LABEL
002760         MOVE KHR-FROM-DATE TO RPT-F-VALUE
002770         MOVE RPT-FILTER-LINE TO RPT-LINE-TEXT
002780         WRITE RPT-LINE
002790     END-IF
002800     IF KHR-TO-DATE NOT = '99999999'
002810         MOVE 'TO DATE' TO RPT-F-LABEL
002820         MOVE KHR-TO-DATE TO RPT-F-VALUE
002830         MOVE RPT-FILTER-LINE TO RPT-LINE-TEXT
002840         WRITE RPT-LINE
002850     END-IF
002860     IF KHR-KEY-ID-FILTER NOT = SPACE
002870         MOVE 'KEY ID' TO RPT-F-LABEL
002880         MOVE KHR-KEY-ID-FILTER TO RPT-F-VALUE
002890         MOVE RPT-FILTER-LINE TO RPT-LINE-TEXT
002900         WRITE RPT-LINE
002910     END-IF
002920     MOVE SPACE TO RPT-LINE-TEXT
002930     WRITE RPT-LINE
002940     MOVE RPT-COLUMN-HEADER-1 TO RPT-LINE-TEXT
002950     WRITE RPT-LINE
002960     MOVE RPT-COLUMN-HEADER-2 TO RPT-LINE-TEXT
002970     WRITE RPT-LINE
002980     IF RPT-FILE-STATUS NOT = '00'
002990         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
003000         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
003010         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003020     END-IF
003030 1100-EXIT.
003040     EXIT.
003050*=============================================================*
003060 2000-PROCESS-HISTORY.
003070*=============================================================*
003080     PERFORM 2050-READ-NEXT-HISTORY THRU 2050-EXIT
003090     PERFORM 2100-SELECT-ONE-RECORD THRU 2100-EXIT
003100         UNTIL KHS-EOF
003110 2000-EXIT.
003120     EXIT.
003130*=============================================================*
003140 2050-READ-NEXT-HISTORY.
003150*=============================================================*
003160     READ KEY-HISTORY-IN NEXT RECORD
003170         AT END SET KHS-EOF TO TRUE
003180     END-READ
003190 2050-EXIT.
003200     EXIT.
003210*=============================================================*
003220* Apply the selection criteria to the record just read; print *
003230* it and count it by change type when it passes.              *
003240*=============================================================*
003250 2100-SELECT-ONE-RECORD.
003260*=============================================================*
003270     ADD 1 TO KHR-RECORDS-READ
003280     MOVE 'Y' TO KHR-SELECT-SW
003290     IF KHS-APPROVE-DATE < KHR-FROM-DATE
003300         MOVE 'N' TO KHR-SELECT-SW
003310     END-IF
003320     IF KHS-APPROVE-DATE > KHR-TO-DATE
003330         MOVE 'N' TO KHR-SELECT-SW
003340     END-IF
003350     IF KHR-KEY-ID-FILTER NOT = SPACE
003360         AND KHS-KEY-ID NOT = KHR-KEY-ID-FILTER
003370         MOVE 'N' TO KHR-SELECT-SW
003380     END-IF
003390     IF KHR-RECORD-SELECTED
003400         ADD 1 TO KHR-RECORDS-SELECTED
003410         PERFORM 2200-PRINT-ONE-CHANGE THRU 2200-EXIT
003420     END-IF
003430     PERFORM 2050-READ-NEXT-HISTORY THRU 2050-EXIT
003440 2100-EXIT.
003450     EXIT.
003460*=============================================================*
003470* One change line.  The window columns are filled for an add  *
003480* and a window change, the KEYWORD/ALPHABET columns say SET   *
003490* on an add that carried one and CHANGED on a keyword or      *
003500* alphabet change -- the values themselves never leave the    *
003510* history file.                                               *
003520*=============================================================*
003530 2200-PRINT-ONE-CHANGE.
003540*=============================================================*
003550     MOVE SPACE TO RPT-D-CHANGE
003560         RPT-D-EFF-BEFORE RPT-D-EFF-AFTER
003570         RPT-D-EXP-BEFORE RPT-D-EXP-AFTER
003580         RPT-D-KEYWORD RPT-D-ALPHABET
003590     MOVE KHS-KEY-ID TO RPT-D-KEY-ID
003600     MOVE KHS-REQUESTED-BY TO RPT-D-REQUESTED-BY
003610     MOVE KHS-REQUEST-TERM TO RPT-D-REQUEST-TERM
003620     MOVE KHS-REQUEST-DATE TO RPT-D-REQUEST-DATE
003630     MOVE KHS-APPROVED-BY TO RPT-D-APPROVED-BY
003640     MOVE KHS-APPROVE-TERM TO RPT-D-APPROVE-TERM
003650     MOVE KHS-APPROVE-DATE TO RPT-D-APPROVE-DATE
003660     EVALUATE TRUE
003670         WHEN KHS-CHANGE-ADD
003680             ADD 1 TO KHR-ADD-COUNT
003690             MOVE 'ADD' TO RPT-D-CHANGE
003700             MOVE KHS-AFTER-EFFECTIVE TO RPT-D-EFF-AFTER
003710             MOVE KHS-AFTER-EXPIRY TO RPT-D-EXP-AFTER
003720             IF KHS-AFTER-KEYWORD NOT = SPACE
003730                 MOVE 'SET' TO RPT-D-KEYWORD
003740             END-IF
003750             IF KHS-AFTER-SUB-ALPHABET NOT = SPACE
003760                 MOVE 'SET' TO RPT-D-ALPHABET
003770             END-IF
003780         WHEN KHS-CHANGE-WINDOW
003790             ADD 1 TO KHR-WINDOW-COUNT
003800             MOVE 'WINDOW' TO RPT-D-CHANGE
003810             MOVE KHS-BEFORE-EFFECTIVE TO RPT-D-EFF-BEFORE
003820             MOVE KHS-AFTER-EFFECTIVE TO RPT-D-EFF-AFTER
003830             MOVE KHS-BEFORE-EXPIRY TO RPT-D-EXP-BEFORE
003840             MOVE KHS-AFTER-EXPIRY TO RPT-D-EXP-AFTER
003850         WHEN KHS-CHANGE-KEYWORD
003860             ADD 1 TO KHR-KEYWORD-COUNT
003870             MOVE 'KEYWORD' TO RPT-D-CHANGE
003880             MOVE 'CHANGED' TO RPT-D-KEYWORD
003890         WHEN KHS-CHANGE-ALPHABET
003900             ADD 1 TO KHR-ALPHABET-COUNT
003910             MOVE 'ALPHABET' TO RPT-D-CHANGE
003920             MOVE 'CHANGED' TO RPT-D-ALPHABET
003930         WHEN OTHER
003940             ADD 1 TO KHR-OTHER-TYPE-COUNT
003950             MOVE 'UNKNOWN' TO RPT-D-CHANGE
003960     END-EVALUATE
003970     MOVE ' ' TO RPT-CARRIAGE-CONTROL
003980     MOVE RPT-DETAIL-LINE TO RPT-LINE-TEXT
003990     WRITE RPT-LINE
004000     IF RPT-FILE-STATUS NOT = '00'
004010         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
004020         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
004030         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004040     END-IF
004050 2200-EXIT.
004060     EXIT.
004070*=============================================================*
004080 9000-TERMINATE.
004090*=============================================================*
004100     PERFORM 9010-PRINT-TYPE-TOTALS THRU 9010-EXIT
004110     MOVE SPACE TO RPT-LINE-TEXT
004120     MOVE ' ' TO RPT-CARRIAGE-CONTROL
004130     WRITE RPT-LINE
004140     MOVE KHR-RECORDS-READ TO RPT-TR-READ
004150     MOVE RPT-TRAILER-1 TO RPT-LINE-TEXT
004160     WRITE RPT-LINE
004170     MOVE KHR-RECORDS-SELECTED TO RPT-TR-SELECTED
004180     MOVE RPT-TRAILER-2 TO RPT-LINE-TEXT
004190     WRITE RPT-LINE
004200     IF RPT-FILE-STATUS NOT = '00'
004210         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
004220         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
004230         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004240     END-IF
004250     CLOSE KEY-HISTORY-IN
004260     CLOSE REPORT-OUT
004270 9000-EXIT.
004280     EXIT.
004290*=============================================================*
004300 9010-PRINT-TYPE-TOTALS.
004310*=============================================================*
004320     MOVE 'TOTALS BY CHANGE TYPE' TO RPT-S-TITLE
004330     PERFORM 9040-WRITE-SECTION-TITLE THRU 9040-EXIT
004340     MOVE 'KEYS ADDED' TO RPT-T-LABEL
004350     MOVE KHR-ADD-COUNT TO RPT-T-COUNT
004360     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
004370     MOVE 'WINDOWS CHANGED' TO RPT-T-LABEL
004380     MOVE KHR-WINDOW-COUNT TO RPT-T-COUNT
004390     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
004400     MOVE 'KEYWORDS CHANGED' TO RPT-T-LABEL
004410     MOVE KHR-KEYWORD-COUNT TO RPT-T-COUNT
004420     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
004430     MOVE 'ALPHABETS CHANGED' TO RPT-T-LABEL
004440     MOVE KHR-ALPHABET-COUNT TO RPT-T-COUNT
004450     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
004460     IF KHR-OTHER-TYPE-COUNT > 0
004470         MOVE 'UNRECOGNIZED' TO RPT-T-LABEL
004480         MOVE KHR-OTHER-TYPE-COUNT TO RPT-T-COUNT
004490         PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
004500     END-IF
004510 9010-EXIT.
004520     EXIT.
004530*=============================================================*
004540 9040-WRITE-SECTION-TITLE.
004550*=============================================================*
004560     MOVE SPACE TO RPT-LINE-TEXT
004570     MOVE ' ' TO RPT-CARRIAGE-CONTROL
004580     WRITE RPT-LINE
004590     MOVE RPT-SECTION-LINE TO RPT-LINE-TEXT
004600     WRITE RPT-LINE
004610 9040-EXIT.
004620     EXIT.
004630*=============================================================*
004640 9050-WRITE-TOTAL-LINE.
004650*=============================================================*
004660     MOVE RPT-TOTAL-LINE TO RPT-LINE-TEXT
004670     WRITE RPT-LINE
004680 9050-EXIT.
004690     EXIT.
004700*=============================================================*
004710* Common fatal-file-error handler, same shape as AUDRPT's:    *
004720* the caller MOVEs the failing ddname and status into          *
004730* ABEND-FILE-ID-WS/ABEND-FILE-STATUS-WS first.                 *
004740*=============================================================*
004750 9100-ABEND-FILE-ERROR.
004760*=============================================================*
004770     DISPLAY 'FATAL -- ' ABEND-FILE-ID-WS
004780         ' FILE ERROR, STATUS=' ABEND-FILE-STATUS-WS
004790     MOVE 16 TO RETURN-CODE
004800     GOBACK
004810 9100-EXIT.
004820     EXIT.
