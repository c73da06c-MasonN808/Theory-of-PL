000190*     next job step copies back over the live log so          *
000200*     operations gets a small file again;                     *
000210*   - prints a one-page summary of how many records were      *
000220*     archived per job-id;                                    *
000221*   - moves the base of the audit chain in the AUDCHAIN       *
000222*     control record up to the last record archived, so the   *
000223*     live log's first record still chains on cleanly and     *
000224*     AUDVRFY can check the live log on its own.              *
000230* See jcl/AUDPJOB.jcl for the surrounding steps.              *
000240*-------------------------------------------------------------*
000250*-------------------------------------------------------------*
000284*                   RBA; the copy-back of the kept records    *
000285*                   is now an IDCAMS REPRO REUSE in           *
000286*                   AUDPJOB.jcl instead of IEBGENER.          *
000286*   2026-10-15 RH   The split is now by position: everything  *
000286*                   from the first record on or after the     *
000286*                   cutoff stays on the live log, so the      *
000286*                   audit chain is never cut in the middle.   *
000286*                   The last archived record's sequence       *
000286*                   number and hash are carried to the        *
000286*                   AUDCHAIN control record as the chain      *
000286*                   base.                                     *
000290*-------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000450     SELECT REPORT-OUT ASSIGN TO "ARCHRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS RPT-FILE-STATUS.
000470*    The audit chain control record (CHNREC.cpy), updated at
000470*    end of run with the new base of the live log's chain.
000470     SELECT AUDIT-CHAIN ASSIGN TO "AUDCHAIN"
000470         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000470         RECORD KEY IS CHN-KEY
000470         FILE STATUS IS CHN-FILE-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  AUDIT-LOG-IN
000640 FD  REPORT-OUT
000650     LABEL RECORD IS STANDARD.
000660 COPY RPTREC.
000660 FD  AUDIT-CHAIN
000660     LABEL RECORD IS STANDARD.
000660 COPY CHNREC.
000670 WORKING-STORAGE SECTION.
000680 01  AUD-FILE-STATUS              PIC X(02) VALUE '00'.
000690 01  ARC-FILE-STATUS              PIC X(02) VALUE '00'.
000700 01  NEW-FILE-STATUS              PIC X(02) VALUE '00'.
000710 01  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
000710 01  CHN-FILE-STATUS              PIC X(02) VALUE '00'.
000720 01  AAR-SWITCHES.
000730     05  AUD-EOF-SW               PIC X(01) VALUE 'N'.
000740         88  AUD-EOF              VALUE 'Y'.
000750     05  AAR-FOUND-SW             PIC X(01) VALUE 'N'.
000760         88  AAR-ENTRY-FOUND      VALUE 'Y'.
000760     05  AAR-KEEPING-SW           PIC X(01) VALUE 'N'.
000760         88  AAR-KEEPING          VALUE 'Y'.
000770*-------------------------------------------------------------*
000780* Retention control.  RETDAYS= on the PARM card; records      *
000790* whose AUD-RUN-DATE is more than AAR-RETAIN-DAYS days old    *
000850 01  AAR-CUTOFF-INT               PIC 9(08) VALUE 0.
000860 01  AAR-CUTOFF-NUM               PIC 9(08) VALUE 0.
000870 01  AAR-CUTOFF-DATE              PIC X(08).
000870*-------------------------------------------------------------*
000870* Chain detail of the last record archived this run.  Spaces  *
000870* (never numeric) while nothing chained has been archived, in *
000870* which case the chain base is left where it was.             *
000870*-------------------------------------------------------------*
000870 01  AAR-LAST-ARC-CHAIN           VALUE SPACE.
000870     05  AAR-LAST-SEQ-NO          PIC 9(10).
000870     05  AAR-LAST-PREV-HASH       PIC 9(10).
000870     05  AAR-LAST-REC-HASH        PIC 9(10).
000880*-------------------------------------------------------------*
000890* JCL PARM work areas, parsed the same way CIPHER's           *
000900* 1010-PARSE-PARM handles its own card.                       *
001520     05  FILLER                   PIC X(20)
001530             VALUE 'RECORDS KEPT:       '.
001540     05  RPT-TR-KEPT              PIC ZZZZZZ9.
001540 01  RPT-TRAILER-4.
001540     05  FILLER                   PIC X(20)
001540             VALUE 'CHAIN BASE SEQ NO:  '.
001540     05  RPT-TR-BASE-SEQ          PIC Z(09)9.
001550 LINKAGE SECTION.
001560*-------------------------------------------------------------*
001570* The PARM string on the EXEC statement's PARM= parameter is  *
002900* Route the record just read: older than the cutoff goes to   *
002910* the archive generation (and into the per-job-id totals),    *
002920* anything newer goes back onto the rewritten live log.       *
002921* The split is by position, not record by record: once one    *
002922* record is kept, every record after it is kept too, even an  *
002923* older one a long-running job wrote late, so the live log is *
002924* always one unbroken stretch of the audit chain.             *
002930*=============================================================*
002940 2100-ROUTE-ONE-RECORD.
002950*=============================================================*
002960     ADD 1 TO AAR-RECORDS-READ
002965     IF AUD-RUN-DATE(1:8) NOT < AAR-CUTOFF-DATE
002966         SET AAR-KEEPING TO TRUE
002967     END-IF
002970     IF NOT AAR-KEEPING
002980         ADD 1 TO AAR-RECORDS-ARCHIVED
002985         MOVE AUD-CHAIN-DETAIL TO AAR-LAST-ARC-CHAIN
002990         WRITE ARC-RECORD FROM AUD-RECORD
003000         IF ARC-FILE-STATUS NOT = '00'
003010             MOVE 'ARCHIVE-OUT' TO ABEND-FILE-ID-WS
003760     MOVE AAR-RECORDS-KEPT TO RPT-TR-KEPT
003770     MOVE RPT-TRAILER-3 TO RPT-LINE-TEXT
003780     WRITE RPT-LINE
003785     PERFORM 9050-CARRY-CHAIN-BASE THRU 9050-EXIT
003790     IF RPT-FILE-STATUS NOT = '00'
003800         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
003810         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
003870     CLOSE REPORT-OUT
003880 9000-EXIT.
003890     EXIT.
003890*=============================================================*
003890* Carry the chain across the split.  The last record archived *
003890* becomes the chain base: AUDVRFY expects the live log's      *
003890* first record to follow it, and checks the archive           *
003890* generations against it when they are read as well.  A run   *
003890* that archived nothing, or only records written before the   *
003890* chain began, leaves the base alone.                         *
003890*=============================================================*
003890 9050-CARRY-CHAIN-BASE.
003890*=============================================================*
003890     IF AAR-RECORDS-ARCHIVED = 0
003890             OR AAR-LAST-SEQ-NO IS NOT NUMERIC
003890         GO TO 9050-EXIT
003890     END-IF
003890     OPEN I-O AUDIT-CHAIN
003890     IF CHN-FILE-STATUS NOT = '00'
003890         MOVE 'AUDIT-CHAIN' TO ABEND-FILE-ID-WS
003890         MOVE CHN-FILE-STATUS TO ABEND-FILE-STATUS-WS
003890         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003890     END-IF
003890     MOVE 'AUDITLOG' TO CHN-KEY
003890     READ AUDIT-CHAIN
003890     IF CHN-FILE-STATUS NOT = '00'
003890         MOVE 'AUDIT-CHAIN' TO ABEND-FILE-ID-WS
003890         MOVE CHN-FILE-STATUS TO ABEND-FILE-STATUS-WS
003890         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003890     END-IF
003890     MOVE AAR-LAST-SEQ-NO     TO CHN-BASE-SEQ-NO
003890     MOVE AAR-LAST-REC-HASH   TO CHN-BASE-HASH
003890     MOVE AAR-TODAY-TEXT(1:8) TO CHN-BASE-DATE
003890     REWRITE CHN-RECORD
003890     IF CHN-FILE-STATUS NOT = '00'
003890         MOVE 'AUDIT-CHAIN' TO ABEND-FILE-ID-WS
003890         MOVE CHN-FILE-STATUS TO ABEND-FILE-STATUS-WS
003890         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003890     END-IF
003890     CLOSE AUDIT-CHAIN
003890     MOVE AAR-LAST-SEQ-NO TO RPT-TR-BASE-SEQ
003890     MOVE RPT-TRAILER-4 TO RPT-LINE-TEXT
003890     WRITE RPT-LINE
003890 9050-EXIT.
003890     EXIT.
003900*=============================================================*
003910 9010-PRINT-ONE-JOB-ID.
003920*=============================================================*
