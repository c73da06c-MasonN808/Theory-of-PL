000110* XMT-MSG-ID) and acknowledgments come back on the ACK-IN     *
000120* dataset (ACKREC.cpy, keyed on the same id), but until now   *
000130* nobody matched the two -- a missing message surfaced weeks  *
000140* later by phone call.  This program browses the message      *
000140* master for every message still marked transmitted, looks    *
000140* each MSG-ID up on the ack file, marks the ones matched      *
000140* acknowledged, prints a detail line for every message still  *
000140* unacknowledged with its age in days (from MSG-STATUS-DATE,  *
000140* the day it was marked transmitted), and summarizes the      *
000180* unacked counts into aging buckets (under 3 days, 3-6 days,  *
000190* 7 days and over) with control totals the balancing clerk    *
000200* can cross-foot.  The job ends with the same graduated       *
000260* MODIFICATION HISTORY                                        *
000270*   DATE       BY   DESCRIPTION                               *
000280*   2026-09-02 RH   Original version.                         *
000281*   2026-10-15 RH   A matched acknowledgment now marks the    *
000282*                   message acknowledged on the message       *
000283*                   master (MSG-STATUS, MSGREC.cpy), dated    *
000284*                   with ACK-DATE, through the new MESSAGE-IO *
000285*                   file (MSGIO DD).                          *
000286*   2026-10-15 RH   Reconciles every partner's outbound       *
000287*                   transmit dataset off the PARTNER-PROFILE  *
000288*                   master (PTNREC.cpy) as well as the house  *
000289*                   file, with a partner column on the detail *
000289*                   lines and the aging broken out by partner.*
000289*   2026-10-15 RH   Passes over the transmit envelope header  *
000289*                   and trailer records (XMTREC.cpy).         *
000289*   2026-10-15 RH   Matches and ages from the message master  *
000289*                   (MSG-STATUS transmitted) instead of the   *
000289*                   transmit datasets, which hold only the    *
000289*                   last run's output: a late ack is still    *
000289*                   matched and an old unacked message stays  *
000289*                   listed.  Partner breakout is by           *
000289*                   MSG-PARTNER-ID.                           *
000290*-------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000410     SELECT ACK-IN ASSIGN TO "ACKIN"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS ACK-MSG-ID
000450         FILE STATUS IS ACK-FILE-STATUS.
000451     SELECT MESSAGE-IO ASSIGN TO "MSGIO"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000454         RECORD KEY IS MSG-ID
000455         FILE STATUS IS MSG-FILE-STATUS.
000456     SELECT PARTNER-PROFILE ASSIGN TO "PARTNER"
000457         ORGANIZATION IS INDEXED
000458         ACCESS MODE IS SEQUENTIAL
000459         RECORD KEY IS PTN-ID
000459         FILE STATUS IS PTN-FILE-STATUS.
000460     SELECT REPORT-OUT ASSIGN TO PARM-RPTOUT-DSN
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RPT-FILE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000540 FD  ACK-IN
000550     LABEL RECORD IS STANDARD.
000560 COPY ACKREC.
000561 FD  MESSAGE-IO
000562     LABEL RECORD IS STANDARD.
000563 COPY MSGREC.
000564 FD  PARTNER-PROFILE
000565     LABEL RECORD IS STANDARD.
000566 COPY PTNREC.
000570 FD  REPORT-OUT
000580     LABEL RECORD IS STANDARD.
000590 COPY RPTREC.
000600 WORKING-STORAGE SECTION.
000620 01  ACK-FILE-STATUS              PIC X(02) VALUE '00'.
000625 01  MSG-FILE-STATUS              PIC X(02) VALUE '00'.
000626 01  PTN-FILE-STATUS              PIC X(02) VALUE '00'.
000630 01  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
000640 01  ACR-SWITCHES.
000650     05  MSG-EOF-SW               PIC X(01) VALUE 'N'.
000660         88  MSG-EOF              VALUE 'Y'.
000670     05  ACR-ACKED-SW             PIC X(01) VALUE 'N'.
000680         88  ACR-MSG-ACKED        VALUE 'Y'.
000681     05  PTN-EOF-SW               PIC X(01) VALUE 'N'.
000682         88  PTN-EOF              VALUE 'Y'.
000690*-------------------------------------------------------------*
000700* Aging work areas.  A message's age is today minus            *
000700* MSG-STATUS-DATE in days -- the date CIPHER marked it        *
000700* transmitted; a record carrying a non-numeric date is aged   *
000700* as oldest, since a message that old is exactly the one      *
000700* somebody should be chasing.                                 *
000750*-------------------------------------------------------------*
000760 01  ACR-TODAY-TEXT               PIC X(21).
000770 01  ACR-TODAY-NUM                PIC 9(08) VALUE 0.
000820* JCL PARM work areas, parsed the same way CIPHER's           *
000830* 1010-PARSE-PARM handles its own card.                       *
000840*-------------------------------------------------------------*
000860 01  PARM-RPTOUT-DSN              PIC X(08) VALUE 'ACKRPT'.
000870 01  PARM-TOKEN-COUNT             PIC 9(02) VALUE 0.
000880 01  PARM-TOKEN-TBL.
001010 01  ACR-AGE-UNDER3-COUNT         PIC 9(07) VALUE 0.
001020 01  ACR-AGE-3TO6-COUNT           PIC 9(07) VALUE 0.
001030 01  ACR-AGE-7PLUS-COUNT          PIC 9(07) VALUE 0.
001032*-------------------------------------------------------------*
001033* Per-partner breakdown, by MSG-PARTNER-ID: the house entry   *
001033* (no partner) first, then each partner in profile order,     *
001033* then any partner id found on the master but no longer on    *
001033* the profile.  A partner past the table's 101 entries is     *
001033* still reconciled but counts only in the totals.             *
001033*-------------------------------------------------------------*
001040 01  ACR-PTN-CUR-SUB              PIC 9(03) VALUE 0.
001041 01  ACR-PTN-TABLE-CTL.
001042     05  ACR-PTN-COUNT            PIC 9(03) VALUE 0.
001043     05  ACR-PTN-ENTRY OCCURS 101 TIMES
001044                 INDEXED BY ACR-PTN-IDX.
001045         10  ACR-PTN-ID           PIC X(06).
001046         10  ACR-PTN-NAME         PIC X(24).
001047         10  ACR-PTN-XMT          PIC 9(07).
001048         10  ACR-PTN-ACKED        PIC 9(07).
001049         10  ACR-PTN-UNACKED      PIC 9(07).
001049         10  ACR-PTN-UNDER3       PIC 9(07).
001049         10  ACR-PTN-3TO6         PIC 9(07).
001049         10  ACR-PTN-7PLUS        PIC 9(07).
001040*-------------------------------------------------------------*
001050* Work area for 9100-ABEND-FILE-ERROR, the common fatal-file-  *
001060* error handler, same as CIPHER's.                             *
001220     05  FILLER                   PIC X(10) VALUE 'SENT'.
001230     05  FILLER                   PIC X(10) VALUE 'AGE DAYS'.
001240     05  FILLER                   PIC X(14) VALUE 'STATUS'.
001245     05  FILLER                   PIC X(07) VALUE 'PARTNER'.
001250 01  RPT-DETAIL-LINE.
001260     05  RPT-D-MSG-ID             PIC 9(06).
001270     05  FILLER                   PIC X(02) VALUE SPACE.
001300     05  RPT-D-AGE                PIC ZZZ9.
001310     05  FILLER                   PIC X(06) VALUE SPACE.
001320     05  RPT-D-STATUS             PIC X(14).
001325     05  RPT-D-PARTNER            PIC X(06).
001330 01  RPT-SECTION-LINE.
001340     05  RPT-S-TITLE              PIC X(30).
001350 01  RPT-TOTAL-LINE.
001360     05  FILLER                   PIC X(02) VALUE SPACE.
001370     05  RPT-T-LABEL              PIC X(24).
001380     05  RPT-T-COUNT              PIC ZZZZZZ9.
001381 01  RPT-PARTNER-HEADER.
001382     05  FILLER                   PIC X(08) VALUE 'PARTNER'.
001383     05  FILLER                   PIC X(25) VALUE 'NAME'.
001384     05  FILLER                   PIC X(09) VALUE '     SENT'.
001385     05  FILLER                   PIC X(09) VALUE '    ACKED'.
001386     05  FILLER                   PIC X(09) VALUE '  UNACKED'.
001387     05  FILLER                   PIC X(09) VALUE ' UNDER 3'.
001388     05  FILLER                   PIC X(09) VALUE '   3 TO 6'.
001389     05  FILLER                   PIC X(09) VALUE '  7 PLUS'.
001390 01  RPT-PARTNER-LINE.
001391     05  RPT-P-ID                 PIC X(06).
001392     05  FILLER                   PIC X(02) VALUE SPACE.
001393     05  RPT-P-NAME               PIC X(24).
001394     05  RPT-P-XMT                PIC Z(08)9.
001395     05  RPT-P-ACKED              PIC Z(08)9.
001396     05  RPT-P-UNACKED            PIC Z(08)9.
001397     05  RPT-P-UNDER3             PIC Z(08)9.
001398     05  RPT-P-3TO6               PIC Z(08)9.
001399     05  RPT-P-7PLUS              PIC Z(08)9.
001390 LINKAGE SECTION.
001400*-------------------------------------------------------------*
001410* The PARM string on the EXEC statement's PARM= parameter is  *
001490 0000-MAINLINE.
001500*=============================================================*
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001520     PERFORM 2000-RECONCILE-MESSAGES THRU 2000-EXIT
001530     PERFORM 9000-TERMINATE THRU 9000-EXIT
001540     GOBACK.
001550*=============================================================*
001560 1000-INITIALIZE.
001570*=============================================================*
001580     PERFORM 1010-PARSE-PARM THRU 1010-EXIT
001650     OPEN INPUT ACK-IN
001660     IF ACK-FILE-STATUS NOT = '00'
001670         MOVE 'ACK-IN' TO ABEND-FILE-ID-WS
001680         MOVE ACK-FILE-STATUS TO ABEND-FILE-STATUS-WS
001690         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001700     END-IF
001701     OPEN I-O MESSAGE-IO
001702     IF MSG-FILE-STATUS NOT = '00'
001703         MOVE 'MESSAGE-IO' TO ABEND-FILE-ID-WS
001704         MOVE MSG-FILE-STATUS TO ABEND-FILE-STATUS-WS
001705         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001706     END-IF
001707     OPEN INPUT PARTNER-PROFILE
001708     IF PTN-FILE-STATUS NOT = '00'
001709         MOVE 'PARTNER-PROFILE' TO ABEND-FILE-ID-WS
001709         MOVE PTN-FILE-STATUS TO ABEND-FILE-STATUS-WS
001709         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001709     END-IF
001710     OPEN OUTPUT REPORT-OUT
001720     IF RPT-FILE-STATUS NOT = '00'
001730         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
001790     COMPUTE ACR-TODAY-INT =
001800         FUNCTION INTEGER-OF-DATE(ACR-TODAY-NUM)
001810     PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT
001810     PERFORM 1200-LOAD-PARTNER-TABLE THRU 1200-EXIT
001820 1000-EXIT.
001830     EXIT.
001840*=============================================================*
002070     UNSTRING PARM-TOKEN-ENTRY(PARM-IDX) DELIMITED BY '='
002080         INTO PARM-KEY-WS PARM-VAL-WS
002090     EVALUATE FUNCTION UPPER-CASE(PARM-KEY-WS)
002120         WHEN 'OUTFILE'
002130             MOVE PARM-VAL-WS TO PARM-RPTOUT-DSN
002140     END-EVALUATE
002360 1100-EXIT.
002370     EXIT.
002380*=============================================================*
002381* Partner breakdown table: the house entry (no partner) first,*
002383* then every partner on the profile in key order.  The blank- *
002385* key house control record on the profile is not a partner.   *
002387*=============================================================*
002389 1200-LOAD-PARTNER-TABLE.
002391*=============================================================*
002393     MOVE SPACE TO PTN-ID
002395     MOVE 'NO PARTNER (HOUSE FILE)' TO PTN-NAME
002397     PERFORM 1220-ADD-PARTNER-ENTRY THRU 1220-EXIT
002399     MOVE 'N' TO PTN-EOF-SW
002401     PERFORM 1230-READ-NEXT-PARTNER THRU 1230-EXIT
002403     PERFORM 1210-LOAD-ONE-PARTNER THRU 1210-EXIT
002405         UNTIL PTN-EOF
002407 1200-EXIT.
002409     EXIT.
002411*=============================================================*
002413 1210-LOAD-ONE-PARTNER.
002415*=============================================================*
002417     IF PTN-ID NOT = SPACE
002419         PERFORM 1220-ADD-PARTNER-ENTRY THRU 1220-EXIT
002421     END-IF
002423     PERFORM 1230-READ-NEXT-PARTNER THRU 1230-EXIT
002425 1210-EXIT.
002427     EXIT.
002429*=============================================================*
002431* Add PTN-ID/PTN-NAME as a new breakdown entry.  ACR-PTN-CUR- *
002433* SUB is left pointing at it, or zero when the table is full. *
002435*=============================================================*
002437 1220-ADD-PARTNER-ENTRY.
002439*=============================================================*
002441     IF ACR-PTN-COUNT < 101
002443         ADD 1 TO ACR-PTN-COUNT
002445         MOVE ACR-PTN-COUNT TO ACR-PTN-CUR-SUB
002447         SET ACR-PTN-IDX TO ACR-PTN-CUR-SUB
002449         MOVE PTN-ID TO ACR-PTN-ID(ACR-PTN-IDX)
002451         MOVE PTN-NAME TO ACR-PTN-NAME(ACR-PTN-IDX)
002453         MOVE 0 TO ACR-PTN-XMT(ACR-PTN-IDX)
002455                   ACR-PTN-ACKED(ACR-PTN-IDX)
002457                   ACR-PTN-UNACKED(ACR-PTN-IDX)
002459                   ACR-PTN-UNDER3(ACR-PTN-IDX)
002461                   ACR-PTN-3TO6(ACR-PTN-IDX)
002463                   ACR-PTN-7PLUS(ACR-PTN-IDX)
002465     ELSE
002467         MOVE 0 TO ACR-PTN-CUR-SUB
002469     END-IF
002471 1220-EXIT.
002473     EXIT.
002475*=============================================================*
002477 1230-READ-NEXT-PARTNER.
002479*=============================================================*
002481     READ PARTNER-PROFILE NEXT RECORD
002483         AT END SET PTN-EOF TO TRUE
002485     END-READ
002487 1230-EXIT.
002489     EXIT.
002491*=============================================================*
002493* Browse the message master from the first key.  Only         *
002495* messages still marked transmitted are reconciled: the       *
002497* transmit datasets hold just the last run's output, but the  *
002499* master keeps a message transmitted until its ack arrives,   *
002501* however many runs later that is.                            *
002503*=============================================================*
002505 2000-RECONCILE-MESSAGES.
002507*=============================================================*
002509     MOVE 0 TO MSG-ID
002511     START MESSAGE-IO KEY IS NOT LESS THAN MSG-ID
002513         INVALID KEY
002515             GO TO 2000-EXIT
002517     END-START
002519     IF MSG-FILE-STATUS NOT = '00'
002521         MOVE 'MESSAGE-IO' TO ABEND-FILE-ID-WS
002523         MOVE MSG-FILE-STATUS TO ABEND-FILE-STATUS-WS
002525         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002527     END-IF
002529     MOVE 'N' TO MSG-EOF-SW
002531     PERFORM 2050-READ-NEXT-MESSAGE THRU 2050-EXIT
002533     PERFORM 2100-MATCH-ONE-MESSAGE THRU 2100-EXIT
002535         UNTIL MSG-EOF
002537 2000-EXIT.
002539     EXIT.
002541*=============================================================*
002543 2050-READ-NEXT-MESSAGE.
002545*=============================================================*
002547     READ MESSAGE-IO NEXT RECORD
002549         AT END SET MSG-EOF TO TRUE
002551     END-READ
002553     IF NOT MSG-EOF AND MSG-FILE-STATUS NOT = '00'
002555         MOVE 'MESSAGE-IO' TO ABEND-FILE-ID-WS
002557         MOVE MSG-FILE-STATUS TO ABEND-FILE-STATUS-WS
002559         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002561     END-IF
002563 2050-EXIT.
002565     EXIT.
002567*=============================================================*
002569* Look a transmitted message's id up on the ack file.  A hit  *
002571* marks it acknowledged on the master; a miss is an           *
002573* unacknowledged message, aged and printed so somebody chases *
002575* it before the business unit does.  Pending, acknowledged    *
002577* and held messages are passed over.                          *
002579*=============================================================*
002581 2100-MATCH-ONE-MESSAGE.
002583*=============================================================*
002585     IF NOT MSG-STATUS-TRANSMITTED
002587         PERFORM 2050-READ-NEXT-MESSAGE THRU 2050-EXIT
002589         GO TO 2100-EXIT
002591     END-IF
002593     PERFORM 2110-FIND-PARTNER-ENTRY THRU 2110-EXIT
002595     ADD 1 TO ACR-XMT-COUNT
002597     IF ACR-PTN-CUR-SUB > 0
002599         SET ACR-PTN-IDX TO ACR-PTN-CUR-SUB
002601         ADD 1 TO ACR-PTN-XMT(ACR-PTN-IDX)
002603     END-IF
002605     MOVE 'N' TO ACR-ACKED-SW
002607     MOVE MSG-ID TO ACK-MSG-ID
002609     READ ACK-IN
002611         INVALID KEY
002613             CONTINUE
002615         NOT INVALID KEY
002617             SET ACR-MSG-ACKED TO TRUE
002619     END-READ
002621     IF ACR-MSG-ACKED
002623         ADD 1 TO ACR-ACKED-COUNT
002625         IF ACR-PTN-CUR-SUB > 0
002627             ADD 1 TO ACR-PTN-ACKED(ACR-PTN-IDX)
002629         END-IF
002631         PERFORM 2150-MARK-MSG-ACKNOWLEDGED THRU 2150-EXIT
002633     ELSE
002635         ADD 1 TO ACR-UNACKED-COUNT
002637         IF ACR-PTN-CUR-SUB > 0
002639             ADD 1 TO ACR-PTN-UNACKED(ACR-PTN-IDX)
002641         END-IF
002643         PERFORM 2200-AGE-ONE-UNACKED THRU 2200-EXIT
002645     END-IF
002647     PERFORM 2050-READ-NEXT-MESSAGE THRU 2050-EXIT
002649 2100-EXIT.
002651     EXIT.
002653*=============================================================*
002655* Point ACR-PTN-CUR-SUB at the message's breakdown entry.  A  *
002657* partner id no longer on the profile gets an entry of its    *
002659* own so its messages are still broken out.                   *
002661*=============================================================*
002663 2110-FIND-PARTNER-ENTRY.
002665*=============================================================*
002667     MOVE 0 TO ACR-PTN-CUR-SUB
002669     PERFORM 2120-MATCH-ONE-PARTNER-ENTRY THRU 2120-EXIT
002671         VARYING ACR-PTN-IDX FROM 1 BY 1
002673         UNTIL ACR-PTN-IDX > ACR-PTN-COUNT
002675             OR ACR-PTN-CUR-SUB > 0
002677     IF ACR-PTN-CUR-SUB = 0
002679         MOVE MSG-PARTNER-ID TO PTN-ID
002681         MOVE 'NOT ON PARTNER PROFILE' TO PTN-NAME
002683         PERFORM 1220-ADD-PARTNER-ENTRY THRU 1220-EXIT
002685     END-IF
002687 2110-EXIT.
002689     EXIT.
002691*=============================================================*
002693 2120-MATCH-ONE-PARTNER-ENTRY.
002695*=============================================================*
002697     IF ACR-PTN-ID(ACR-PTN-IDX) = MSG-PARTNER-ID
002699         SET ACR-PTN-CUR-SUB TO ACR-PTN-IDX
002701     END-IF
002703 2120-EXIT.
002705     EXIT.
002791*=============================================================*
002792* Carry the acknowledgment onto the message master record     *
002793* just read, dated with the ack's own date when it has one.   *
002797*=============================================================*
002798 2150-MARK-MSG-ACKNOWLEDGED.
002799*=============================================================*
002808     SET MSG-STATUS-ACKNOWLEDGED TO TRUE
002809     IF ACK-DATE NUMERIC
002810         MOVE ACK-DATE TO MSG-STATUS-DATE
002811     ELSE
002812         MOVE ACR-TODAY-TEXT(1:8) TO MSG-STATUS-DATE
002813     END-IF
002814     REWRITE MSG-RECORD
002815     IF MSG-FILE-STATUS NOT = '00'
002816         MOVE 'MESSAGE-IO' TO ABEND-FILE-ID-WS
002817         MOVE MSG-FILE-STATUS TO ABEND-FILE-STATUS-WS
002818         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002819     END-IF
002821 2150-EXIT.
002822     EXIT.
002800*=============================================================*
002810 2200-AGE-ONE-UNACKED.
002820*=============================================================*
002830     IF MSG-STATUS-DATE NUMERIC
002840         MOVE MSG-STATUS-DATE TO ACR-SENT-NUM
002850         COMPUTE ACR-AGE-DAYS = ACR-TODAY-INT
002860             - FUNCTION INTEGER-OF-DATE(ACR-SENT-NUM)
002870     ELSE
002880*        A record with no usable status date -- age it as     *
002890*        oldest, since a message that old is exactly the one   *
002900*        somebody should be chasing.                           *
002910         MOVE 9999 TO ACR-AGE-DAYS
002920     END-IF
002930     EVALUATE TRUE
002940         WHEN ACR-AGE-DAYS < 3
002950             ADD 1 TO ACR-AGE-UNDER3-COUNT
002951             IF ACR-PTN-CUR-SUB > 0
002952                 ADD 1 TO ACR-PTN-UNDER3(ACR-PTN-IDX)
002953             END-IF
002960         WHEN ACR-AGE-DAYS < 7
002970             ADD 1 TO ACR-AGE-3TO6-COUNT
002971             IF ACR-PTN-CUR-SUB > 0
002972                 ADD 1 TO ACR-PTN-3TO6(ACR-PTN-IDX)
002973             END-IF
002980         WHEN OTHER
002990             ADD 1 TO ACR-AGE-7PLUS-COUNT
002991             IF ACR-PTN-CUR-SUB > 0
002992                 ADD 1 TO ACR-PTN-7PLUS(ACR-PTN-IDX)
002993             END-IF
003000     END-EVALUATE
003010     MOVE MSG-ID TO RPT-D-MSG-ID
003020     MOVE MSG-STATUS-DATE TO RPT-D-SENT-DATE
003030     MOVE ACR-AGE-DAYS TO RPT-D-AGE
003040     MOVE 'UNACKNOWLEDGED' TO RPT-D-STATUS
003045     MOVE MSG-PARTNER-ID TO RPT-D-PARTNER
003050     MOVE ' ' TO RPT-CARRIAGE-CONTROL
003060     MOVE RPT-DETAIL-LINE TO RPT-LINE-TEXT
003070     WRITE RPT-LINE
003260     MOVE '7 DAYS AND OVER' TO RPT-T-LABEL
003270     MOVE ACR-AGE-7PLUS-COUNT TO RPT-T-COUNT
003280     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
003281     MOVE 'ACKNOWLEDGMENT BY PARTNER' TO RPT-S-TITLE
003282     PERFORM 9040-WRITE-SECTION-TITLE THRU 9040-EXIT
003283     MOVE RPT-PARTNER-HEADER TO RPT-LINE-TEXT
003284     WRITE RPT-LINE
003285     PERFORM 9060-WRITE-PARTNER-LINE THRU 9060-EXIT
003286         VARYING ACR-PTN-IDX FROM 1 BY 1
003287         UNTIL ACR-PTN-IDX > ACR-PTN-COUNT
003290     MOVE 'CONTROL TOTALS' TO RPT-S-TITLE
003300     PERFORM 9040-WRITE-SECTION-TITLE THRU 9040-EXIT
003310     MOVE 'AWAITING ACK AT START' TO RPT-T-LABEL
003320     MOVE ACR-XMT-COUNT TO RPT-T-COUNT
003330     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
003340     MOVE 'ACKNOWLEDGED THIS RUN' TO RPT-T-LABEL
003350     MOVE ACR-ACKED-COUNT TO RPT-T-COUNT
003360     PERFORM 9050-WRITE-TOTAL-LINE THRU 9050-EXIT
003370     MOVE 'MESSAGES UNACKNOWLEDGED' TO RPT-T-LABEL
003420         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
003430         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003440     END-IF
003460     CLOSE ACK-IN
003462     CLOSE PARTNER-PROFILE
003465     CLOSE MESSAGE-IO
003470     CLOSE REPORT-OUT
003480*    Graduated return code, same convention as CIPHER: 0 only  *
003490*    when every transmitted message is acknowledged, 4 when    *
003500*    anything is outstanding (9100-ABEND-FILE-ERROR sets 16    *
003510*    and never reaches here).                                  *
003520     IF ACR-UNACKED-COUNT > 0
003710     WRITE RPT-LINE
003720 9050-EXIT.
003730     EXIT.
003731*=============================================================*
003732 9060-WRITE-PARTNER-LINE.
003733*=============================================================*
003734     MOVE ACR-PTN-ID(ACR-PTN-IDX) TO RPT-P-ID
003735     MOVE ACR-PTN-NAME(ACR-PTN-IDX) TO RPT-P-NAME
003736     MOVE ACR-PTN-XMT(ACR-PTN-IDX) TO RPT-P-XMT
003737     MOVE ACR-PTN-ACKED(ACR-PTN-IDX) TO RPT-P-ACKED
003738     MOVE ACR-PTN-UNACKED(ACR-PTN-IDX) TO RPT-P-UNACKED
003739     MOVE ACR-PTN-UNDER3(ACR-PTN-IDX) TO RPT-P-UNDER3
003740     MOVE ACR-PTN-3TO6(ACR-PTN-IDX) TO RPT-P-3TO6
003741     MOVE ACR-PTN-7PLUS(ACR-PTN-IDX) TO RPT-P-7PLUS
003742     MOVE RPT-PARTNER-LINE TO RPT-LINE-TEXT
003743     WRITE RPT-LINE
003744 9060-EXIT.
003745     EXIT.
003740*=============================================================*
003750* Common fatal-file-error handler, same shape as CIPHER's:    *
003760* the caller MOVEs the failing ddname and status into          *
