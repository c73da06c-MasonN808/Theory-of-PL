000258*                   OUTPUT cannot create a VSAM cluster --     *
000258*                   IDCAMS-define it once, like the            *
000258*                   checkpoint file (see CIPHJOB.jcl).         *
000258*   2026-10-15 RH   Only pending messages are processed: a     *
000258*                   message already transmitted, acknowledged, *
000258*                   or held (MSG-STATUS, MSGREC.cpy) is        *
000258*                   skipped, and 2250-WRITE-TRANSMIT-RECORD    *
000258*                   marks each message it ships transmitted on *
000258*                   the master, now opened I-O.  A restart     *
000258*                   picks up again the messages the            *
000258*                   interrupted run marked past its last       *
000258*                   checkpoint.                                *
000258*   2026-10-15 RH   Per-partner routing: a message naming a    *
000258*                   trading partner (MSG-PARTNER-ID) is written *
000258*                   to that partner's own outbound dataset off  *
000258*                   the new PARTNER-PROFILE master (PTNREC.cpy) *
000258*                   instead of the one TRANSMIT-OUT file, which *
000258*                   keeps messages with no partner.  A fresh    *
000258*                   run starts every partner dataset empty.  A  *
000258*                   message naming a partner not on the profile *
000258*                   is placed on hold.  Every transmit record   *
000258*                   carries our SHOPID= as XMT-SENDER-ID.       *
000258*   2026-10-15 RH   Every transmit file is now enveloped at end *
000258*                   of run (9300-ENVELOPE-TRANSMIT-FILES): a    *
000258*                   header under key 000000 with our shop id,   *
000258*                   job id, run date and the file's sequence    *
000258*                   number off the partner profile, and a       *
000258*                   trailer under 999999 with the record count, *
000258*                   MSG-ID hash total and text checksum of the  *
000258*                   whole file.  A message carrying either      *
000258*                   reserved id is held.                        *
000258*   2026-10-15 RH   Every CallSolve answer is now kept on the   *
000258*                   new REVIEW-OUT file (RVWREC.cpy) by         *
000258*                   2490-WRITE-REVIEW-RECORD: the dictionary    *
000258*                   score, the winning shift, keyword or        *
000258*                   derived alphabet, and the recovered text.   *
000258*                   A score below the new SOLVEMIN= PARM        *
000258*                   threshold (default 1) is queued for an      *
000258*                   analyst in the CIPHRVW review               *
000258*                   transaction; the rest are kept as           *
000258*                   confident.  Both counts print on the        *
000258*                   summary page.                               *
000258*   2026-10-15 RH   Audit records now carry a sequence number   *
000258*                   and a chained hash, taken from and posted   *
000258*                   back to the AUDCHAIN control record, for    *
000258*                   AUDVRFY to check (CIPHHASH computes it).    *
000258*   2026-10-15 RH   2080-SKIP-AWAITING-REVIEW passes over an    *
000258*                   unknown-key message whose review record is  *
000258*                   still open, rather than solving it again,   *
000258*                   until CIPHRVW decides it.                   *
000258*   2026-10-15 RH   NEWDAY=Y on the PARM card now marks the     *
000258*                   night's first step, the one that empties    *
000258*                   the partner outbound datasets.  It was      *
000258*                   inferred from FROMID=000000 before, so a    *
000258*                   night whose first partition started at any  *
000258*                   other id never emptied them.                *
000258*   2026-10-15 RH   A restart solves again, rather than skips,  *
000258*                   an unknown-key message the interrupted run  *
000258*                   itself queued for review past its last      *
000258*                   checkpoint.                                 *
000259*-------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000383         ACCESS MODE IS DYNAMIC
000384         RECORD KEY IS XMT-MSG-ID
000385         FILE STATUS IS XMT-FILE-STATUS.
000385*    A message bound for a trading partner goes to that         *
000385*    partner's own outbound dataset instead: the dataset name   *
000385*    comes off the partner profile, one partner open at a time. *
000385     SELECT PARTNER-XMT-OUT ASSIGN TO PTN-XMT-DSN-WS
000385         ORGANIZATION IS INDEXED
000385         ACCESS MODE IS DYNAMIC
000385         RECORD KEY IS PXM-MSG-ID
000385         FILE STATUS IS PXM-FILE-STATUS.
000385     SELECT PARTNER-PROFILE ASSIGN TO "PARTNER"
000385         ORGANIZATION IS INDEXED
000385         ACCESS MODE IS DYNAMIC
000385         RECORD KEY IS PTN-ID
000385         FILE STATUS IS PTN-FILE-STATUS.
000385     SELECT WORD-LIST-IN ASSIGN TO "WORDLIST"
000386         ORGANIZATION IS INDEXED
000386         ACCESS MODE IS DYNAMIC
000388     SELECT CIPHER-AUDIT-LOG ASSIGN TO "AS-CIPHAUDT"
000389         ORGANIZATION IS SEQUENTIAL
000389     FILE STATUS IS AUD-FILE-STATUS.
000389*    The audit log's chain control record (CHNREC.cpy): the
000389*    sequence number and chain hash of the last record written,
000389*    which every audit record this run is chained onto.
000389     SELECT AUDIT-CHAIN ASSIGN TO "AUDCHAIN"
000389         ORGANIZATION IS INDEXED
000389         ACCESS MODE IS RANDOM
000389         RECORD KEY IS CHN-KEY
000389         FILE STATUS IS CHN-FILE-STATUS.
000389     SELECT CHECKPOINT-FILE ASSIGN TO "CIPHCKPT"
000389         ORGANIZATION IS INDEXED
000389         ACCESS MODE IS DYNAMIC
000389         RECORD KEY IS CKP-RUN-ID
000389         FILE STATUS IS CKP-FILE-STATUS.
000389*    Every CallSolve answer is kept here for the CIPHRVW review *
000389*    transaction, keyed on the message id (RVWREC.cpy).         *
000389     SELECT REVIEW-OUT ASSIGN TO "REVIEW"
000389         ORGANIZATION IS INDEXED
000389         ACCESS MODE IS DYNAMIC
000389         RECORD KEY IS RVW-MSG-ID
000389         FILE STATUS IS RVW-FILE-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  MESSAGE-IN
000461 FD  TRANSMIT-OUT
000461     LABEL RECORD IS STANDARD.
000461 COPY XMTREC.
000461 FD  PARTNER-XMT-OUT
000461     LABEL RECORD IS STANDARD.
000461 COPY XMTREC REPLACING LEADING ==XMT== BY ==PXM==.
000461 FD  PARTNER-PROFILE
000461     LABEL RECORD IS STANDARD.
000461 COPY PTNREC.
000462 FD  WORD-LIST-IN
000464     LABEL RECORD IS STANDARD.
000466 COPY DICTREC.
000467 FD  CIPHER-AUDIT-LOG
000468     LABEL RECORD IS STANDARD.
000469 COPY AUDREC.
000469 FD  AUDIT-CHAIN
000469     LABEL RECORD IS STANDARD.
000469 COPY CHNREC.
000469 FD  CHECKPOINT-FILE
000469     LABEL RECORD IS STANDARD.
000469 COPY CKPREC.
000469 FD  REVIEW-OUT
000469     LABEL RECORD IS STANDARD.
000469 COPY RVWREC.
000470 WORKING-STORAGE SECTION.
000480 01  MSG-FILE-STATUS              PIC X(02) VALUE '00'.
000490 01  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
000491 01  XMT-FILE-STATUS              PIC X(02) VALUE '00'.
000491 01  PXM-FILE-STATUS              PIC X(02) VALUE '00'.
000491 01  PTN-FILE-STATUS              PIC X(02) VALUE '00'.
000495 01  DICT-FILE-STATUS             PIC X(02) VALUE '00'.
000493 01  CTL-FILE-STATUS              PIC X(02) VALUE '00'.
000494 01  REJ-FILE-STATUS              PIC X(02) VALUE '00'.
000495 01  KWD-FILE-STATUS              PIC X(02) VALUE '00'.
000495 01  KEY-FILE-STATUS              PIC X(02) VALUE '00'.
000496 01  AUD-FILE-STATUS              PIC X(02) VALUE '00'.
000496 01  CHN-FILE-STATUS              PIC X(02) VALUE '00'.
000497 01  CKP-FILE-STATUS              PIC X(02) VALUE '00'.
000497 01  RVW-FILE-STATUS              PIC X(02) VALUE '00'.
000500 01  CIPH-SWITCHES.
000510     05  MSG-EOF-SW               PIC X(01) VALUE 'N'.
000520         88  MSG-EOF              VALUE 'Y'.
000526         88  KWD-EOF              VALUE 'Y'.
000527     05  CKP-RESTART-SW           PIC X(01) VALUE 'N'.
000528         88  CKP-RESTART-FOUND    VALUE 'Y'.
000528     05  PTN-EOF-SW               PIC X(01) VALUE 'N'.
000528         88  PTN-EOF              VALUE 'Y'.
000528     05  PTN-FOUND-SW             PIC X(01) VALUE 'N'.
000528         88  PTN-ENTRY-FOUND      VALUE 'Y'.
000528     05  ENV-EOF-SW               PIC X(01) VALUE 'N'.
000528         88  ENV-EOF              VALUE 'Y'.
000528     05  ENV-HEADER-SW            PIC X(01) VALUE 'N'.
000528         88  ENV-HEADER-FOUND     VALUE 'Y'.
000528     05  ENV-CONTROL-SW           PIC X(01) VALUE 'N'.
000528         88  ENV-CONTROL-NEW      VALUE 'Y'.
000530*-------------------------------------------------------------*
000540* Work areas for the message currently being processed        *
000550*-------------------------------------------------------------*
000648* COPYs the same layout into its LINKAGE SECTION.              *
000649*-------------------------------------------------------------*
000650 COPY CIPHLINK.
000650*-------------------------------------------------------------*
000650* Interface to the CIPHHASH subprogram, which computes the    *
000650* audit log's chain hash -- the same copybook and subprogram  *
000650* every audit writer uses.                                    *
000650*-------------------------------------------------------------*
000650 COPY HASHLINK.
000651*-------------------------------------------------------------*
000652* Audit work areas.  AUD-RUN-DATE-WS/TIME-WS are captured once *
000653* at start-up and stamped on every audit record written this  *
000673*-------------------------------------------------------------*
000674 01  CKP-RUN-ID-WS                PIC X(08) VALUE 'CIPHRUN1'.
000675 01  CKP-INTERVAL                 PIC 9(03) VALUE 10.
000675*-------------------------------------------------------------*
000675* Run date of the interrupted run, off its checkpoint record:  *
000675* a message that run marked transmitted past the checkpoint    *
000675* carries this date and is processed again on the restart.    *
000675*-------------------------------------------------------------*
000675 01  CKP-RESTART-DATE-WS          PIC X(08) VALUE SPACE.
000675*-------------------------------------------------------------*
000675* Message lifecycle counters -- this step only, printed on the *
000675* summary page: messages passed over as not pending, and       *
000675* messages marked transmitted on the master.                   *
000675*-------------------------------------------------------------*
000675 01  STATUS-SKIP-COUNT            PIC 9(05) VALUE 0.
000675 01  STATUS-MARKED-COUNT          PIC 9(05) VALUE 0.
000675 01  PARTNER-HELD-COUNT           PIC 9(05) VALUE 0.
000675 01  RESERVED-HELD-COUNT          PIC 9(05) VALUE 0.
000675*-------------------------------------------------------------*
000675* Solve review counters -- this step only, printed on the      *
000675* summary page: CallSolve answers queued for an analyst         *
000675* because they scored below SOLVEMIN=, and answers kept as      *
000675* confident.  REVIEW-FOUND-SW says the message already had a    *
000675* review record from an earlier run.                            *
000675*-------------------------------------------------------------*
000675 01  REVIEW-QUEUED-COUNT          PIC 9(05) VALUE 0.
000675 01  REVIEW-CONFIDENT-COUNT       PIC 9(05) VALUE 0.
000675 01  REVIEW-FOUND-SW              PIC X(01) VALUE 'N'.
000675     88  REVIEW-RECORD-FOUND      VALUE 'Y'.
000675*    Pending unknown-key messages passed over because their
000675*    review record is still open -- solved by an earlier run and
000675*    waiting on an analyst's decision in CIPHRVW.
000675 01  REVIEW-AWAITING-COUNT        PIC 9(05) VALUE 0.
000675*-------------------------------------------------------------*
000675* Partner routing table: loaded once from PARTNER-PROFILE at   *
000675* start-up, so routing a message is a table match rather than  *
000675* a read per message.  PTN-OPEN-ID-WS is the partner whose     *
000675* outbound dataset PARTNER-XMT-OUT currently has open (spaces  *
000675* when none); the per-partner counts are this step's only.     *
000675*-------------------------------------------------------------*
000675 01  PTN-XMT-DSN-WS               PIC X(44) VALUE SPACE.
000675 01  PTN-OPEN-ID-WS               PIC X(06) VALUE SPACE.
000675 01  HOUSE-XMT-COUNT              PIC 9(05) VALUE 0.
000675 01  PTN-TABLE-CTL.
000675     05  PTN-ENTRY-COUNT          PIC 9(03) VALUE 0.
000675     05  PTN-TABLE-ENTRY OCCURS 100 TIMES
000675                 INDEXED BY PTN-IDX.
000675         10  PTN-TABLE-ID         PIC X(06).
000675         10  PTN-TABLE-NAME       PIC X(30).
000675         10  PTN-TABLE-DSN        PIC X(44).
000675         10  PTN-TABLE-XMT-COUNT  PIC 9(05).
000675         10  PTN-TABLE-FILE-SEQ   PIC 9(07).
000675*-------------------------------------------------------------*
000675* Transmit envelope work areas.  The control totals are taken *
000675* over every message on the file -- a step without NEWDAY=Y   *
000675* adds to a partner file an earlier step started, so they are *
000675* never just this step's.  ENV-FILE-SEQ is the sequence       *
000675* number on the file's header, kept from an existing header   *
000675* or assigned off the partner profile for a new one.          *
000675*-------------------------------------------------------------*
000675 01  ENV-RECORD-COUNT             PIC 9(07) VALUE 0.
000675 01  ENV-HASH-TOTAL               PIC 9(12) VALUE 0.
000675 01  ENV-CHECKSUM                 PIC 9(15) VALUE 0.
000675 01  ENV-FILE-SEQ                 PIC 9(07) VALUE 0.
000675 01  ENV-CHAR-POS                 PIC 9(03) COMP VALUE 0.
000675 01  ENV-MSG-ID-WS                PIC 9(06) VALUE 0.
000675 01  ENV-TEXT-WS                  PIC X(256) VALUE SPACE.
000675 01  HOUSE-FILE-SEQ               PIC 9(07) VALUE 0.
000676*-------------------------------------------------------------*
000677* JCL PARM work areas.  The PARM string passed to this job is  *
000678* a comma-separated list of KEYWORD=VALUE pairs, e.g.           *
000685 01  PARM-MSGIN-DSN               PIC X(08) VALUE 'MSGIN'.
000686 01  PARM-RPTOUT-DSN              PIC X(08) VALUE 'RPTOUT'.
000686 01  PARM-XMTOUT-DSN              PIC X(08) VALUE 'XMTOUT'.
000686*    Our own partner id as our trading partners' profiles know  *
000686*    us, SHOPID= on the PARM card, stamped on every transmit    *
000686*    record as XMT-SENDER-ID.                                   *
000686 01  PARM-SHOP-ID                 PIC X(06) VALUE 'DLS001'.
000686*    Lowest dictionary score a CallSolve answer may have and    *
000686*    still be taken as confident, SOLVEMIN= on the PARM card.   *
000686*    Anything below it is queued on REVIEW-OUT for an analyst;  *
000686*    the default of 1 queues every answer the dictionary could  *
000686*    not confirm at all.                                        *
000686 01  PARM-SOLVE-MIN               PIC 9(03) VALUE 1.
000686*-------------------------------------------------------------*
000686* Partition range, FROMID=/TOID= on the PARM card.  The       *
000686* defaults span the whole key range, so a job with no range   *
000686*-------------------------------------------------------------*
000686 01  PARM-FROM-MSG-ID             PIC 9(06) VALUE 0.
000686 01  PARM-TO-MSG-ID               PIC 9(06) VALUE 999999.
000686*    NEWDAY=Y on the PARM card marks the night's first step:    *
000686*    only that step empties the partner outbound datasets the   *
000686*    night's partitions all add to.  Left off, a step appends.  *
000686 01  PARM-NEW-DAY-SW              PIC X(01) VALUE 'N'.
000686     88  PARM-NEW-DAY             VALUE 'Y'.
000687 01  PARM-TOKEN-COUNT             PIC 9(02) VALUE 0.
000688 01  PARM-TOKEN-TBL.
000689     05  PARM-TOKEN-ENTRY         PIC X(40) OCCURS 10 TIMES
000690                 INDEXED BY PARM-IDX.
000691 01  PARM-KEY-WS                  PIC X(10).
000692 01  PARM-VAL-WS                  PIC X(30).
001120 1000-INITIALIZE.
001130*=============================================================*
001131     PERFORM 1010-PARSE-PARM THRU 1010-EXIT
001140*    I-O, not INPUT: 2250-WRITE-TRANSMIT-RECORD REWRITEs each   *
001140*    message it ships with its transmitted status.              *
001140     OPEN I-O MESSAGE-IN
001142     IF MSG-FILE-STATUS NOT = '00'
001143         MOVE 'MESSAGE-IN' TO ABEND-FILE-ID-WS
001144         MOVE MSG-FILE-STATUS TO ABEND-FILE-STATUS-WS
001157         MOVE AUD-FILE-STATUS TO ABEND-FILE-STATUS-WS
001158         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001159     END-IF
001159     OPEN I-O AUDIT-CHAIN
001159     IF CHN-FILE-STATUS NOT = '00'
001159         MOVE 'AUDIT-CHAIN' TO ABEND-FILE-ID-WS
001159         MOVE CHN-FILE-STATUS TO ABEND-FILE-STATUS-WS
001159         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001159     END-IF
001159     PERFORM 1080-READ-AUDIT-CHAIN THRU 1080-EXIT
001152*    CHECKPOINT-FILE is ORGANIZATION INDEXED (a VSAM KSDS on the *
001152*    mainframe) -- unlike CIPHER-AUDIT-LOG above, OPEN OUTPUT     *
001152*    cannot create one, so there is no OPEN-OUTPUT fallback here:*
001167         MOVE CKP-FILE-STATUS TO ABEND-FILE-STATUS-WS
001168         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001169     END-IF
001169     OPEN INPUT PARTNER-PROFILE
001169     IF PTN-FILE-STATUS NOT = '00'
001169         MOVE 'PARTNER-PROFILE' TO ABEND-FILE-ID-WS
001169         MOVE PTN-FILE-STATUS TO ABEND-FILE-STATUS-WS
001169         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001169     END-IF
001169*    The review file accumulates across runs -- a queued       *
001169*    answer waits there until an analyst decides it -- so it   *
001169*    is always opened I-O, fresh run or restart alike, and     *
001169*    like the other clusters must be IDCAMS-defined first.     *
001169     OPEN I-O REVIEW-OUT
001169     IF RVW-FILE-STATUS NOT = '00'
001169         MOVE 'REVIEW-OUT' TO ABEND-FILE-ID-WS
001169         MOVE RVW-FILE-STATUS TO ABEND-FILE-STATUS-WS
001169         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001169     END-IF
001160     MOVE FUNCTION CURRENT-DATE TO RPT-TODAY-TEXT
001170     MOVE RPT-TODAY-TEXT(1:4) TO RPT-RUN-YYYY
001180     MOVE RPT-TODAY-TEXT(5:2) TO RPT-RUN-MM
001198         PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT
001198     END-IF
001206     PERFORM 1300-LOAD-KEYWORD-LIST THRU 1300-EXIT
001206     PERFORM 1400-LOAD-PARTNER-TABLE THRU 1400-EXIT
001206*    The night's first step (NEWDAY=Y) starts every partner's   *
001206*    outbound dataset empty, as OPEN OUTPUT does for            *
001206*    TRANSMIT-OUT; every other step, whatever its FROMID=, adds *
001206*    to what the steps ahead of it wrote.  A restart keeps what *
001206*    the interrupted run wrote and replaces it message by       *
001206*    message, NEWDAY=Y or not.                                  *
001206     IF NOT CKP-RESTART-FOUND AND PARM-NEW-DAY
001206         PERFORM 1450-EMPTY-ONE-PARTNER-FILE THRU 1450-EXIT
001206             VARYING PTN-IDX FROM 1 BY 1
001206             UNTIL PTN-IDX > PTN-ENTRY-COUNT
001206     END-IF
001210 1000-EXIT.
001220     EXIT.
001221*=============================================================*
001232                  PARM-TOKEN-ENTRY(3) PARM-TOKEN-ENTRY(4)
001233                  PARM-TOKEN-ENTRY(5) PARM-TOKEN-ENTRY(6)
001233                  PARM-TOKEN-ENTRY(7) PARM-TOKEN-ENTRY(8)
001233                  PARM-TOKEN-ENTRY(9) PARM-TOKEN-ENTRY(10)
001234             TALLYING IN PARM-TOKEN-COUNT
001235         PERFORM 1020-APPLY-ONE-PARM THRU 1020-EXIT
001236             VARYING PARM-IDX FROM 1 BY 1
001254             MOVE PARM-VAL-WS TO PARM-FROM-MSG-ID
001254         WHEN 'TOID'
001254             MOVE PARM-VAL-WS TO PARM-TO-MSG-ID
001254         WHEN 'SHOPID'
001254             MOVE PARM-VAL-WS TO PARM-SHOP-ID
001254         WHEN 'SOLVEMIN'
001254             MOVE PARM-VAL-WS TO PARM-SOLVE-MIN
001254         WHEN 'NEWDAY'
001254             IF PARM-VAL-WS(1:1) = 'Y' OR 'y'
001254                 SET PARM-NEW-DAY TO TRUE
001254             END-IF
001254     END-EVALUATE
001255 1020-EXIT.
001256     EXIT.
001233         NOT INVALID KEY
001234             SET CKP-RESTART-FOUND TO TRUE
001235             MOVE CKP-MSG-COUNT TO RPT-MSG-COUNT
001235             MOVE CKP-TIMESTAMP(1:8) TO CKP-RESTART-DATE-WS
001235             PERFORM 1060-RESTORE-RUN-COUNTERS THRU 1060-EXIT
001236             DISPLAY 'CHECKPOINT FOUND -- RESUMING AFTER MSG '
001237                 CKP-LAST-MSG-ID
001246     END-START
001246 1070-EXIT.
001246     EXIT.
001246*=============================================================*
001246* Audit chain control record.  The first run against a new    *
001246* AUDCHAIN file finds no record and starts the chain at zero; *
001246* every run after that chains on where the last writer left   *
001246* off, whether that was a batch job or a CICS transaction.    *
001246*=============================================================*
001246 1080-READ-AUDIT-CHAIN.
001246*=============================================================*
001246     MOVE 'AUDITLOG' TO CHN-KEY
001246     READ AUDIT-CHAIN
001246         INVALID KEY
001246             MOVE SPACE TO CHN-RECORD
001246             MOVE 'AUDITLOG' TO CHN-KEY
001246             MOVE 0 TO CHN-LAST-SEQ-NO CHN-LAST-HASH
001246                       CHN-BASE-SEQ-NO CHN-BASE-HASH
001246             WRITE CHN-RECORD
001246                 INVALID KEY
001246                     MOVE 'AUDIT-CHAIN' TO ABEND-FILE-ID-WS
001246                     MOVE CHN-FILE-STATUS TO ABEND-FILE-STATUS-WS
001246                     PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001246             END-WRITE
001246     END-READ
001246     IF CHN-FILE-STATUS NOT = '00' AND NOT = '23'
001246         MOVE 'AUDIT-CHAIN' TO ABEND-FILE-ID-WS
001246         MOVE CHN-FILE-STATUS TO ABEND-FILE-STATUS-WS
001246         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001246     END-IF
001246 1080-EXIT.
001246     EXIT.
001230*=============================================================*
001240 1100-WRITE-REPORT-HEADERS.
001250*=============================================================*
001412 1310-EXIT.
001412     EXIT.
001412*=============================================================*
001412* Partner routing table, loaded once from PARTNER-PROFILE the *
001412* same way 1300 loads the keyword table.  A partner past the  *
001412* table's 100 entries is not loaded, and a message bound for  *
001412* it is held as an unknown partner until the table is raised. *
001412*=============================================================*
001412 1400-LOAD-PARTNER-TABLE.
001412*=============================================================*
001412     READ PARTNER-PROFILE NEXT RECORD
001412         AT END SET PTN-EOF TO TRUE
001412     END-READ
001412     PERFORM 1410-LOAD-ONE-PARTNER THRU 1410-EXIT
001412         UNTIL PTN-EOF OR PTN-ENTRY-COUNT >= 100
001412     IF PTN-ENTRY-COUNT >= 100 AND NOT PTN-EOF
001412         DISPLAY 'WARNING -- PARTNER TABLE FULL AT 100 ENTRIES'
001412             ' -- REMAINING PARTNER PROFILES NOT LOADED'
001412     END-IF
001412     CLOSE PARTNER-PROFILE
001412 1400-EXIT.
001412     EXIT.
001412*=============================================================*
001412 1410-LOAD-ONE-PARTNER.
001412*=============================================================*
001412*    The blank-id house control record is not a partner.       *
001412     IF PTN-ID = SPACE
001412         READ PARTNER-PROFILE NEXT RECORD
001412             AT END SET PTN-EOF TO TRUE
001412         END-READ
001412         GO TO 1410-EXIT
001412     END-IF
001412     ADD 1 TO PTN-ENTRY-COUNT
001412     SET PTN-IDX TO PTN-ENTRY-COUNT
001412     MOVE PTN-ID TO PTN-TABLE-ID(PTN-IDX)
001412     MOVE PTN-NAME TO PTN-TABLE-NAME(PTN-IDX)
001412     MOVE PTN-OUTBOUND-DSN TO PTN-TABLE-DSN(PTN-IDX)
001412     MOVE 0 TO PTN-TABLE-XMT-COUNT(PTN-IDX)
001412     MOVE 0 TO PTN-TABLE-FILE-SEQ(PTN-IDX)
001412     READ PARTNER-PROFILE NEXT RECORD
001412         AT END SET PTN-EOF TO TRUE
001412     END-READ
001412 1410-EXIT.
001412     EXIT.
001412*=============================================================*
001412* OPEN OUTPUT on a REUSE cluster resets it to empty, the same *
001412* as TRANSMIT-OUT's fresh-run open.  A partner with no        *
001412* outbound dataset named on its profile is passed over.       *
001412*=============================================================*
001412 1450-EMPTY-ONE-PARTNER-FILE.
001412*=============================================================*
001412     IF PTN-TABLE-DSN(PTN-IDX) = SPACE
001412         GO TO 1450-EXIT
001412     END-IF
001412     MOVE PTN-TABLE-DSN(PTN-IDX) TO PTN-XMT-DSN-WS
001412     OPEN OUTPUT PARTNER-XMT-OUT
001412     IF PXM-FILE-STATUS NOT = '00'
001412         MOVE 'PARTNER-XMT-OUT' TO ABEND-FILE-ID-WS
001412         MOVE PXM-FILE-STATUS TO ABEND-FILE-STATUS-WS
001412         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001412     END-IF
001412     CLOSE PARTNER-XMT-OUT
001412 1450-EXIT.
001412     EXIT.
001412*=============================================================*
001400 2000-PROCESS-MESSAGES.
001410*=============================================================*
001420     PERFORM 2050-READ-NEXT-MESSAGE THRU 2050-EXIT
001523     END-IF
001530 2050-EXIT.
001540     EXIT.
001540*=============================================================*
001540* Match MSG-PARTNER-ID against the partner routing table; on  *
001540* a hit PTN-IDX is left on the partner's entry for 2250.      *
001540*=============================================================*
001540 2060-FIND-PARTNER.
001540*=============================================================*
001540     MOVE 'N' TO PTN-FOUND-SW
001540     PERFORM 2065-MATCH-ONE-PARTNER THRU 2065-EXIT
001540         VARYING PTN-IDX FROM 1 BY 1
001540         UNTIL PTN-IDX > PTN-ENTRY-COUNT OR PTN-ENTRY-FOUND
001540*    The VARYING steps PTN-IDX once more after the hit.         *
001540     IF PTN-ENTRY-FOUND
001540         SET PTN-IDX DOWN BY 1
001540         IF PTN-TABLE-DSN(PTN-IDX) = SPACE
001540             MOVE 'N' TO PTN-FOUND-SW
001540         END-IF
001540     END-IF
001540 2060-EXIT.
001540     EXIT.
001540*=============================================================*
001540 2065-MATCH-ONE-PARTNER.
001540*=============================================================*
001540     IF PTN-TABLE-ID(PTN-IDX) = MSG-PARTNER-ID
001540         SET PTN-ENTRY-FOUND TO TRUE
001540     END-IF
001540 2065-EXIT.
001540     EXIT.
001540*=============================================================*
001540 2070-HOLD-UNKNOWN-PARTNER.
001540*=============================================================*
001540     DISPLAY 'WARNING -- MSG ' MSG-ID ' PARTNER ' MSG-PARTNER-ID
001540         ' NOT ON PARTNER PROFILE -- MESSAGE HELD'
001540     SET MSG-STATUS-HELD TO TRUE
001540     MOVE AUD-RUN-DATE-WS(1:8) TO MSG-STATUS-DATE
001540     REWRITE MSG-RECORD
001540     IF MSG-FILE-STATUS NOT = '00'
001540         MOVE 'MESSAGE-IN' TO ABEND-FILE-ID-WS
001540         MOVE MSG-FILE-STATUS TO ABEND-FILE-STATUS-WS
001540         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001540     END-IF
001540     ADD 1 TO PARTNER-HELD-COUNT
001540 2070-EXIT.
001540     EXIT.
001540*=============================================================*
001540* Keys 000000 and 999999 hold every transmit file's envelope  *
001540* header and trailer, so a message carrying either id cannot  *
001540* be shipped; it is held until it is re-keyed.                *
001540*=============================================================*
001540 2075-HOLD-RESERVED-MSG-ID.
001540*=============================================================*
001540     DISPLAY 'WARNING -- MSG ' MSG-ID ' IS A TRANSMIT ENVELOPE '
001540         'KEY -- MESSAGE HELD'
001540     SET MSG-STATUS-HELD TO TRUE
001540     MOVE AUD-RUN-DATE-WS(1:8) TO MSG-STATUS-DATE
001540     REWRITE MSG-RECORD
001540     IF MSG-FILE-STATUS NOT = '00'
001540         MOVE 'MESSAGE-IN' TO ABEND-FILE-ID-WS
001540         MOVE MSG-FILE-STATUS TO ABEND-FILE-STATUS-WS
001540         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001540     END-IF
001540     ADD 1 TO RESERVED-HELD-COUNT
001540 2075-EXIT.
001540     EXIT.
001550*=============================================================*
001550* REVIEW-FOUND-SW is left 'Y' only when the message has a     *
001550* review record still open (queued or confident), in which    *
001550* case it is counted and listed here and the caller moves on. *
001550*=============================================================*
001550 2080-SKIP-AWAITING-REVIEW.
001550*=============================================================*
001550     MOVE 'N' TO REVIEW-FOUND-SW
001550     MOVE MSG-ID TO RVW-MSG-ID
001550     READ REVIEW-OUT KEY IS RVW-MSG-ID
001550         INVALID KEY
001550             GO TO 2080-EXIT
001550     END-READ
001550     IF RVW-FILE-STATUS NOT = '00'
001550         MOVE 'REVIEW-OUT' TO ABEND-FILE-ID-WS
001550         MOVE RVW-FILE-STATUS TO ABEND-FILE-STATUS-WS
001550         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001550     END-IF
001550     IF NOT RVW-STATUS-OPEN
001550         GO TO 2080-EXIT
001550     END-IF
001550*    One the interrupted run itself solved past its last        *
001550*    checkpoint is solved again on the restart, the same as     *
001550*    every other message the restart repeats.                   *
001550     IF CKP-RESTART-FOUND AND RVW-JOB-ID = CKP-RUN-ID-WS
001550             AND RVW-SOLVE-DATE = CKP-RESTART-DATE-WS
001550         GO TO 2080-EXIT
001550     END-IF
001550     SET REVIEW-RECORD-FOUND TO TRUE
001550     DISPLAY 'MSG ' MSG-ID ' SOLVED ' RVW-SOLVE-DATE ' BY '
001550         RVW-JOB-ID ' -- AWAITING REVIEW (' RVW-STATUS
001550         '), NOT RE-SOLVED'
001550     ADD 1 TO REVIEW-AWAITING-COUNT
001550 2080-EXIT.
001550     EXIT.
001550*=============================================================*
001560 2100-PROCESS-ONE-MESSAGE.
001570*=============================================================*
001571*    Only pending work is processed.  A message transmitted,   *
001571*    acknowledged, or held is passed over uncounted -- except, *
001571*    on a restart, one the interrupted run itself marked       *
001571*    transmitted past its last checkpoint, which the restart   *
001571*    reprocesses the same as every other message it repeats.  *
001572     IF NOT MSG-STATUS-PENDING
001573         IF CKP-RESTART-FOUND AND MSG-STATUS-TRANSMITTED
001574                 AND MSG-STATUS-DATE = CKP-RESTART-DATE-WS
001575             CONTINUE
001576         ELSE
001577             ADD 1 TO STATUS-SKIP-COUNT
001578             PERFORM 2050-READ-NEXT-MESSAGE THRU 2050-EXIT
001579             GO TO 2100-EXIT
001579         END-IF
001579     END-IF
001579     IF MSG-ID = 000000 OR MSG-ID = 999999
001579         PERFORM 2075-HOLD-RESERVED-MSG-ID THRU 2075-EXIT
001579         PERFORM 2050-READ-NEXT-MESSAGE THRU 2050-EXIT
001579         GO TO 2100-EXIT
001579     END-IF
001579*    A message bound for a partner not on the profile (or one   *
001579*    with no outbound dataset) has nowhere to go: it is placed  *
001579*    on hold, uncounted, until the profile or the message is    *
001579*    corrected and the message released.                        *
001579     IF MSG-PARTNER-ID NOT = SPACE
001579         PERFORM 2060-FIND-PARTNER THRU 2060-EXIT
001579         IF NOT PTN-ENTRY-FOUND
001579             PERFORM 2070-HOLD-UNKNOWN-PARTNER THRU 2070-EXIT
001579             PERFORM 2050-READ-NEXT-MESSAGE THRU 2050-EXIT
001579             GO TO 2100-EXIT
001579         END-IF
001579     END-IF
001579*    An unknown-key message an earlier run already solved sits  *
001579*    on REVIEW-OUT until an analyst accepts it (back to pending *
001579*    with its key) or marks it unsolvable (held); solving it    *
001579*    again meanwhile would only repeat the S audit record and   *
001579*    overwrite the answer the analyst is looking at.            *
001579     IF MSG-SHIFT-IS-UNKNOWN
001579         PERFORM 2080-SKIP-AWAITING-REVIEW THRU 2080-EXIT
001579         IF REVIEW-RECORD-FOUND
001579             PERFORM 2050-READ-NEXT-MESSAGE THRU 2050-EXIT
001579             GO TO 2100-EXIT
001579         END-IF
001579     END-IF
001580     ADD 1 TO RPT-MSG-COUNT
001585     MOVE SPACE TO AUD-KEYWORD-WS
001611     IF MSG-TEXT-LEN < 1 OR MSG-TEXT-LEN > 256
001621         END-IF
001622         DISPLAY 'RECOVERED STRING: '
001623             DECRYPTED-STR(1:INPUT-STR-LEN)
001624         PERFORM 2490-WRITE-REVIEW-RECORD THRU 2490-EXIT
001626         MOVE 'N/A' TO RECON-STATUS-WS
001626         ADD 1 TO RECON-NA-COUNT
001627     ELSE
001825* needs the whole ciphertext, not what a human can read off   *
001826* the print line.  Not written when the engine refused the    *
001827* message (Vigenere with no keyword), since there is no       *
001828* ciphertext to transmit.  A message bound for a trading      *
001828* partner goes to that partner's own outbound dataset (2260); *
001828* one with no partner goes to TRANSMIT-OUT as always.          *
001829*=============================================================*
001830 2250-WRITE-TRANSMIT-RECORD.
001831*=============================================================*
001834     MOVE INPUT-STR-LEN   TO XMT-TEXT-LEN
001835     MOVE ENCRYPT-STR     TO XMT-TEXT
001835     MOVE AUD-RUN-DATE-WS(1:8) TO XMT-SENT-DATE
001835     MOVE PARM-SHOP-ID    TO XMT-SENDER-ID
001835     IF MSG-PARTNER-ID NOT = SPACE
001835         PERFORM 2260-WRITE-PARTNER-TRANSMIT THRU 2260-EXIT
001835     ELSE
001835         PERFORM 2255-WRITE-HOUSE-TRANSMIT THRU 2255-EXIT
001835     END-IF
001844*    Shipped: mark the master transmitted so the next run does  *
001844*    not send it again.  MESSAGE-IN is still positioned on this *
001844*    record from 2050-READ-NEXT-MESSAGE.                        *
001844     SET MSG-STATUS-TRANSMITTED TO TRUE
001844     MOVE AUD-RUN-DATE-WS(1:8) TO MSG-STATUS-DATE
001844     REWRITE MSG-RECORD
001844     IF MSG-FILE-STATUS NOT = '00'
001844         MOVE 'MESSAGE-IN' TO ABEND-FILE-ID-WS
001844         MOVE MSG-FILE-STATUS TO ABEND-FILE-STATUS-WS
001844         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001844     END-IF
001844     ADD 1 TO STATUS-MARKED-COUNT
001845 2250-EXIT.
001846     EXIT.
001846*=============================================================*
001846 2255-WRITE-HOUSE-TRANSMIT.
001846*=============================================================*
001836     WRITE XMT-RECORD
001836*    A duplicate key here is a restarted run reprocessing a    *
001836*    message the interrupted run had already written past the  *
001842         MOVE XMT-FILE-STATUS TO ABEND-FILE-STATUS-WS
001843         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001844     END-IF
001846     ADD 1 TO HOUSE-XMT-COUNT
001846 2255-EXIT.
001846     EXIT.
001846*=============================================================*
001846* Write the transmit record just built to the outbound        *
001846* dataset of the partner 2060-FIND-PARTNER left PTN-IDX on.   *
001846* Messages arrive in MSG-ID order, not partner order, so the  *
001846* open dataset is switched whenever the partner changes; it   *
001846* is always opened I-O, since a fresh run emptied it at       *
001846* start-up and every later open adds to what is there.        *
001846*=============================================================*
001846 2260-WRITE-PARTNER-TRANSMIT.
001846*=============================================================*
001846     IF PTN-OPEN-ID-WS NOT = MSG-PARTNER-ID
001846         IF PTN-OPEN-ID-WS NOT = SPACE
001846             CLOSE PARTNER-XMT-OUT
001846         END-IF
001846         MOVE PTN-TABLE-DSN(PTN-IDX) TO PTN-XMT-DSN-WS
001846         OPEN I-O PARTNER-XMT-OUT
001846         IF PXM-FILE-STATUS NOT = '00'
001846             MOVE 'PARTNER-XMT-OUT' TO ABEND-FILE-ID-WS
001846             MOVE PXM-FILE-STATUS TO ABEND-FILE-STATUS-WS
001846             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001846         END-IF
001846         MOVE MSG-PARTNER-ID TO PTN-OPEN-ID-WS
001846     END-IF
001846     MOVE XMT-RECORD TO PXM-RECORD
001846     WRITE PXM-RECORD
001846*    Same restart duplicate as 2255's -- replace, not abend.   *
001846     IF PXM-FILE-STATUS = '22'
001846         REWRITE PXM-RECORD
001846     END-IF
001846     IF PXM-FILE-STATUS NOT = '00'
001846         MOVE 'PARTNER-XMT-OUT' TO ABEND-FILE-ID-WS
001846         MOVE PXM-FILE-STATUS TO ABEND-FILE-STATUS-WS
001846         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001846     END-IF
001846     ADD 1 TO PTN-TABLE-XMT-COUNT(PTN-IDX)
001846 2260-EXIT.
001846     EXIT.
002110*=============================================================*
002120 2300-DECRYPT-MESSAGE.
002461 2450-EXIT.
002461     EXIT.
002461*=============================================================*
002461* Keep the solver's answer on REVIEW-OUT: the score, the       *
002461* winning shift, keyword or derived alphabet, and the          *
002461* recovered text.  A score below SOLVEMIN= is queued for an    *
002461* analyst; anything else is kept as confident.  A message      *
002461* already on the file from an earlier run is replaced, but an  *
002461* override the analyst has keyed against a still-open record   *
002461* is left in place; a record already decided belongs to a      *
002461* message put back to an unknown key since, and starts over.   *
002461*=============================================================*
002461 2490-WRITE-REVIEW-RECORD.
002461*=============================================================*
002461     MOVE 'N' TO REVIEW-FOUND-SW
002461     MOVE MSG-ID TO RVW-MSG-ID
002461     READ REVIEW-OUT KEY IS RVW-MSG-ID
002461         INVALID KEY
002461             CONTINUE
002461         NOT INVALID KEY
002461             SET REVIEW-RECORD-FOUND TO TRUE
002461     END-READ
002461     IF NOT REVIEW-RECORD-FOUND OR NOT RVW-STATUS-OPEN
002461         MOVE SPACE TO RVW-RECORD
002461         MOVE MSG-ID TO RVW-MSG-ID
002461         MOVE 0 TO RVW-OVR-SHIFT
002461     END-IF
002461     MOVE MSG-CIPHER-TYPE TO RVW-CIPHER-TYPE
002461     MOVE SOLVE-BEST-SCORE TO RVW-SCORE
002461     MOVE PARM-SOLVE-MIN TO RVW-SOLVE-MIN
002461     MOVE 0 TO RVW-SHIFT
002461     MOVE SPACE TO RVW-KEYWORD RVW-DERIVED-ALPHABET
002461     EVALUATE TRUE
002461         WHEN MSG-TYPE-VIGENERE
002461             MOVE SOLVE-BEST-KEYWORD TO RVW-KEYWORD
002461         WHEN MSG-TYPE-SUBST
002461             MOVE SUB-DERIVED-ALPHA TO RVW-DERIVED-ALPHABET
002461         WHEN OTHER
002461             MOVE SHIFT-VALUE TO RVW-SHIFT
002461     END-EVALUATE
002461     MOVE INPUT-STR-LEN TO RVW-TEXT-LEN
002461     MOVE SPACE TO RVW-RECOVERED-TEXT
002461     MOVE DECRYPTED-STR(1:INPUT-STR-LEN)
002461         TO RVW-RECOVERED-TEXT(1:INPUT-STR-LEN)
002461     MOVE AUD-RUN-DATE-WS(1:8) TO RVW-SOLVE-DATE
002461     MOVE AUD-JOB-ID-WS TO RVW-JOB-ID
002461     IF SOLVE-BEST-SCORE < PARM-SOLVE-MIN
002461         SET RVW-STATUS-QUEUED TO TRUE
002461         ADD 1 TO REVIEW-QUEUED-COUNT
002461         DISPLAY 'MSG ' MSG-ID ' SCORE ' SOLVE-BEST-SCORE
002461             ' BELOW SOLVEMIN -- QUEUED FOR REVIEW'
002461     ELSE
002461         SET RVW-STATUS-CONFIDENT TO TRUE
002461         ADD 1 TO REVIEW-CONFIDENT-COUNT
002461     END-IF
002461     IF REVIEW-RECORD-FOUND
002461         REWRITE RVW-RECORD
002461     ELSE
002461         WRITE RVW-RECORD
002461     END-IF
002461     IF RVW-FILE-STATUS NOT = '00'
002461         MOVE 'REVIEW-OUT' TO ABEND-FILE-ID-WS
002461         MOVE RVW-FILE-STATUS TO ABEND-FILE-STATUS-WS
002461         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002461     END-IF
002461 2490-EXIT.
002461     EXIT.
002461*=============================================================*
002461* Vigenere CallSolve.  A Vigenere message with MSG-SHIFT-VALUE *
002461* 999 has an unknown keyword, not an unknown shift -- brute-   *
002461* forcing 27 Caesar shifts against it is meaningless.  Each    *
002608     MOVE SHIFT-DISPLAY-WS        TO AUD-SHIFT-VALUE
002609     MOVE INPUT-STR-LEN           TO AUD-MSG-LEN
002609     MOVE AUD-KEYWORD-WS          TO AUD-KEYWORD
002610     PERFORM 2810-STAMP-AUDIT-CHAIN THRU 2810-EXIT
002610     WRITE AUD-RECORD
002610     IF AUD-FILE-STATUS NOT = '00'
002610         MOVE 'CIPHER-AUDIT-LOG' TO ABEND-FILE-ID-WS
002610         MOVE AUD-FILE-STATUS TO ABEND-FILE-STATUS-WS
002610         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002610     END-IF
002610     PERFORM 2820-ADVANCE-AUDIT-CHAIN THRU 2820-EXIT
002611 2800-EXIT.
002612     EXIT.
002612*=============================================================*
002612* Chain stamping.  Each audit record carries the next         *
002612* sequence number, the hash of the record before it and its   *
002612* own hash -- CIPHHASH over the whole record except           *
002612* AUD-REC-HASH itself, i.e. its first 88 bytes, AUD-SEQ-NO    *
002612* and AUD-PREV-HASH included, the same bytes AUDVRFY hashes   *
002612* -- so AUDVRFY can tell a record that was altered, removed   *
002612* or slipped in from one that was not.                        *
002612*=============================================================*
002612 2810-STAMP-AUDIT-CHAIN.
002612*=============================================================*
002612     ADD 1 TO CHN-LAST-SEQ-NO GIVING AUD-SEQ-NO
002612     MOVE CHN-LAST-HASH TO AUD-PREV-HASH
002612     MOVE AUD-RECORD TO HX-AUD-RECORD
002612     CALL 'CIPHHASH' USING HX-INTERFACE
002612     MOVE HX-HASH TO AUD-REC-HASH
002612 2810-EXIT.
002612     EXIT.
002612*=============================================================*
002612* Once the record is on the log, the control record moves on  *
002612* to it.  Rewritten after every record, not at end of job, so *
002612* an abend part-way leaves the chain pointing at the last     *
002612* record actually written.                                    *
002612*=============================================================*
002612 2820-ADVANCE-AUDIT-CHAIN.
002612*=============================================================*
002612     MOVE AUD-SEQ-NO   TO CHN-LAST-SEQ-NO
002612     MOVE AUD-REC-HASH TO CHN-LAST-HASH
002612     MOVE AUD-RUN-DATE(1:8) TO CHN-LAST-DATE
002612     MOVE AUD-RUN-TIME TO CHN-LAST-TIME
002612     MOVE AUD-JOB-ID   TO CHN-LAST-JOB-ID
002612     REWRITE CHN-RECORD
002612     IF CHN-FILE-STATUS NOT = '00'
002612         MOVE 'AUDIT-CHAIN' TO ABEND-FILE-ID-WS
002612         MOVE CHN-FILE-STATUS TO ABEND-FILE-STATUS-WS
002612         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002612     END-IF
002612 2820-EXIT.
002612     EXIT.
002613*=============================================================*
002614 9000-TERMINATE.
002620*=============================================================*
002680         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
002680         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002680     END-IF
002680     PERFORM 9300-ENVELOPE-TRANSMIT-FILES THRU 9300-EXIT
002680     PERFORM 9050-WRITE-RUN-SUMMARY THRU 9050-EXIT
002680     PERFORM 9070-WRITE-CONTROL-RECORD THRU 9070-EXIT
002681     IF CKP-RESTART-FOUND
002696     CLOSE KEYWORD-LIST-IN
002697     CLOSE KEYWORD-VAULT
002700     CLOSE REPORT-OUT
002702     CLOSE REJECT-OUT
002705     CLOSE CIPHER-AUDIT-LOG
002705     CLOSE AUDIT-CHAIN
002706     CLOSE CHECKPOINT-FILE
002706     CLOSE REVIEW-OUT
002706*    Graduated return code for the scheduler: 0 only when the   *
002706*    run was clean, 4 when anything was rejected or failed      *
002706*    reconciliation (9100-ABEND-FILE-ERROR sets 16 and never    *
002721     MOVE 'BEST SCORE ZERO' TO RPT-ST-LABEL
002721     MOVE SOLVE-ZERO-SCORE-COUNT TO RPT-ST-COUNT
002721     PERFORM 9056-WRITE-STAT-LINE THRU 9056-EXIT
002721     MOVE 'SOLVE REVIEW (THIS STEP)' TO RPT-ST-SECTION-TITLE
002721     PERFORM 9055-WRITE-SECTION-TITLE THRU 9055-EXIT
002721     MOVE 'QUEUED - BELOW SOLVEMIN' TO RPT-ST-LABEL
002721     MOVE REVIEW-QUEUED-COUNT TO RPT-ST-COUNT
002721     PERFORM 9056-WRITE-STAT-LINE THRU 9056-EXIT
002721     MOVE 'KEPT AS CONFIDENT' TO RPT-ST-LABEL
002721     MOVE REVIEW-CONFIDENT-COUNT TO RPT-ST-COUNT
002721     PERFORM 9056-WRITE-STAT-LINE THRU 9056-EXIT
002721     MOVE 'AWAITING REVIEW - SKIPPED' TO RPT-ST-LABEL
002721     MOVE REVIEW-AWAITING-COUNT TO RPT-ST-COUNT
002721     PERFORM 9056-WRITE-STAT-LINE THRU 9056-EXIT
002721     MOVE 'INVALID CHARACTERS' TO RPT-ST-SECTION-TITLE
002721     PERFORM 9055-WRITE-SECTION-TITLE THRU 9055-EXIT
002721     MOVE 'FLAGGED BY ENGINE' TO RPT-ST-LABEL
002721     MOVE INVALID-CHAR-TOTAL TO RPT-ST-COUNT
002721     PERFORM 9056-WRITE-STAT-LINE THRU 9056-EXIT
002721     MOVE 'MESSAGE STATUS (THIS STEP)' TO RPT-ST-SECTION-TITLE
002721     PERFORM 9055-WRITE-SECTION-TITLE THRU 9055-EXIT
002721     MOVE 'NOT PENDING - SKIPPED' TO RPT-ST-LABEL
002721     MOVE STATUS-SKIP-COUNT TO RPT-ST-COUNT
002721     PERFORM 9056-WRITE-STAT-LINE THRU 9056-EXIT
002721     MOVE 'MARKED TRANSMITTED' TO RPT-ST-LABEL
002721     MOVE STATUS-MARKED-COUNT TO RPT-ST-COUNT
002721     PERFORM 9056-WRITE-STAT-LINE THRU 9056-EXIT
002721     MOVE 'UNKNOWN PARTNER - HELD' TO RPT-ST-LABEL
002721     MOVE PARTNER-HELD-COUNT TO RPT-ST-COUNT
002721     PERFORM 9056-WRITE-STAT-LINE THRU 9056-EXIT
002721     MOVE 'RESERVED MSG ID - HELD' TO RPT-ST-LABEL
002721     MOVE RESERVED-HELD-COUNT TO RPT-ST-COUNT
002721     PERFORM 9056-WRITE-STAT-LINE THRU 9056-EXIT
002721     MOVE 'SHIPPED BY PARTNER (THIS STEP)'
002721         TO RPT-ST-SECTION-TITLE
002721     PERFORM 9055-WRITE-SECTION-TITLE THRU 9055-EXIT
002721     MOVE 'NO PARTNER (TRANSMIT-OUT)' TO RPT-ST-LABEL
002721     MOVE HOUSE-XMT-COUNT TO RPT-ST-COUNT
002721     PERFORM 9056-WRITE-STAT-LINE THRU 9056-EXIT
002721     PERFORM 9060-WRITE-PARTNER-LINE THRU 9060-EXIT
002721         VARYING PTN-IDX FROM 1 BY 1
002721         UNTIL PTN-IDX > PTN-ENTRY-COUNT
002721     MOVE 'ENVELOPE FILE SEQUENCE' TO RPT-ST-SECTION-TITLE
002721     PERFORM 9055-WRITE-SECTION-TITLE THRU 9055-EXIT
002721     MOVE 'NO PARTNER (TRANSMIT-OUT)' TO RPT-ST-LABEL
002721     MOVE HOUSE-FILE-SEQ TO RPT-ST-COUNT
002721     PERFORM 9056-WRITE-STAT-LINE THRU 9056-EXIT
002721     PERFORM 9065-WRITE-PARTNER-SEQ-LINE THRU 9065-EXIT
002721         VARYING PTN-IDX FROM 1 BY 1
002721         UNTIL PTN-IDX > PTN-ENTRY-COUNT
002721     IF RPT-FILE-STATUS NOT = '00'
002721         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
002721         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
002721 9056-EXIT.
002721     EXIT.
002721*=============================================================*
002721 9060-WRITE-PARTNER-LINE.
002721*=============================================================*
002721     MOVE SPACE TO RPT-ST-LABEL
002721     STRING PTN-TABLE-ID(PTN-IDX) ' '
002721            PTN-TABLE-NAME(PTN-IDX)
002721         DELIMITED BY SIZE INTO RPT-ST-LABEL
002721     MOVE PTN-TABLE-XMT-COUNT(PTN-IDX) TO RPT-ST-COUNT
002721     PERFORM 9056-WRITE-STAT-LINE THRU 9056-EXIT
002721 9060-EXIT.
002721     EXIT.
002721*=============================================================*
002721 9065-WRITE-PARTNER-SEQ-LINE.
002721*=============================================================*
002721     IF PTN-TABLE-DSN(PTN-IDX) = SPACE
002721         GO TO 9065-EXIT
002721     END-IF
002721     MOVE SPACE TO RPT-ST-LABEL
002721     STRING PTN-TABLE-ID(PTN-IDX) ' '
002721            PTN-TABLE-NAME(PTN-IDX)
002721         DELIMITED BY SIZE INTO RPT-ST-LABEL
002721     MOVE PTN-TABLE-FILE-SEQ(PTN-IDX) TO RPT-ST-COUNT
002721     PERFORM 9056-WRITE-STAT-LINE THRU 9056-EXIT
002721 9065-EXIT.
002721     EXIT.
002721*=============================================================*
002721* The same totals as one fixed-field record on CONTROL-OUT,    *
002721* opened and closed here -- one record per run -- so the       *
002721* balancing job reads totals without parsing the print file.   *
002733     GOBACK
002734 9100-EXIT.
002735     EXIT.
002736*=============================================================*
002736* Transmit envelopes.  Every transmit file this job writes to  *
002736* -- TRANSMIT-OUT and each partner's outbound dataset -- is    *
002736* closed, reopened I-O, and read end to end for its control    *
002736* totals; a file with no header yet gets one with the next     *
002736* sequence number off the partner profile, and the trailer is  *
002736* written or replaced with the totals.  A header already on    *
002736* the file (an earlier step's that night, or a restarted       *
002736* run's own) is kept, so one file keeps one sequence number    *
002736* however many steps add to it.  A partner file with nothing   *
002736* in it still gets an envelope: it tells the partner there was *
002736* nothing to send, rather than leaving them to wonder whether  *
002736* a file went missing.                                         *
002736*=============================================================*
002736 9300-ENVELOPE-TRANSMIT-FILES.
002736*=============================================================*
002736     CLOSE TRANSMIT-OUT
002736     IF PTN-OPEN-ID-WS NOT = SPACE
002736         CLOSE PARTNER-XMT-OUT
002736         MOVE SPACE TO PTN-OPEN-ID-WS
002736     END-IF
002736     OPEN I-O PARTNER-PROFILE
002736     IF PTN-FILE-STATUS NOT = '00'
002736         MOVE 'PARTNER-PROFILE' TO ABEND-FILE-ID-WS
002736         MOVE PTN-FILE-STATUS TO ABEND-FILE-STATUS-WS
002736         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002736     END-IF
002736     PERFORM 9310-ENVELOPE-HOUSE-FILE THRU 9310-EXIT
002736     PERFORM 9330-ENVELOPE-PARTNER-FILE THRU 9330-EXIT
002736         VARYING PTN-IDX FROM 1 BY 1
002736         UNTIL PTN-IDX > PTN-ENTRY-COUNT
002736     CLOSE PARTNER-PROFILE
002736 9300-EXIT.
002736     EXIT.
002736*=============================================================*
002736 9310-ENVELOPE-HOUSE-FILE.
002736*=============================================================*
002736     OPEN I-O TRANSMIT-OUT
002736     IF XMT-FILE-STATUS NOT = '00'
002736         MOVE 'TRANSMIT-OUT' TO ABEND-FILE-ID-WS
002736         MOVE XMT-FILE-STATUS TO ABEND-FILE-STATUS-WS
002736         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002736     END-IF
002736     MOVE 0 TO ENV-RECORD-COUNT ENV-HASH-TOTAL ENV-CHECKSUM
002736     MOVE 'N' TO ENV-HEADER-SW
002736     MOVE 'N' TO ENV-EOF-SW
002736     READ TRANSMIT-OUT NEXT RECORD
002736         AT END SET ENV-EOF TO TRUE
002736     END-READ
002736     PERFORM 9315-TOTAL-ONE-HOUSE-RECORD THRU 9315-EXIT
002736         UNTIL ENV-EOF
002736     IF NOT ENV-HEADER-FOUND
002736         MOVE SPACE TO PTN-ID
002736         PERFORM 9350-ASSIGN-FILE-SEQ THRU 9350-EXIT
002736         MOVE SPACE TO XMT-ENVELOPE-RECORD
002736         MOVE 000000 TO XMT-ENV-MSG-ID
002736         SET XMT-ENV-IS-HEADER TO TRUE
002736         MOVE PARM-SHOP-ID TO XMT-ENV-SHOP-ID
002736         MOVE AUD-JOB-ID-WS TO XMT-ENV-JOB-ID
002736         MOVE AUD-RUN-DATE-WS(1:8) TO XMT-ENV-RUN-DATE
002736         MOVE ENV-FILE-SEQ TO XMT-ENV-FILE-SEQ
002736         MOVE 0 TO XMT-ENV-RECORD-COUNT XMT-ENV-HASH-TOTAL
002736                   XMT-ENV-CHECKSUM
002736         WRITE XMT-ENVELOPE-RECORD
002736         IF XMT-FILE-STATUS NOT = '00'
002736             MOVE 'TRANSMIT-OUT' TO ABEND-FILE-ID-WS
002736             MOVE XMT-FILE-STATUS TO ABEND-FILE-STATUS-WS
002736             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002736         END-IF
002736     END-IF
002736     MOVE SPACE TO XMT-ENVELOPE-RECORD
002736     MOVE 999999 TO XMT-ENV-MSG-ID
002736     SET XMT-ENV-IS-TRAILER TO TRUE
002736     MOVE PARM-SHOP-ID TO XMT-ENV-SHOP-ID
002736     MOVE AUD-JOB-ID-WS TO XMT-ENV-JOB-ID
002736     MOVE AUD-RUN-DATE-WS(1:8) TO XMT-ENV-RUN-DATE
002736     MOVE ENV-FILE-SEQ TO XMT-ENV-FILE-SEQ
002736     MOVE ENV-RECORD-COUNT TO XMT-ENV-RECORD-COUNT
002736     MOVE ENV-HASH-TOTAL TO XMT-ENV-HASH-TOTAL
002736     MOVE ENV-CHECKSUM TO XMT-ENV-CHECKSUM
002736     WRITE XMT-ENVELOPE-RECORD
002736*    A trailer already there is the one an earlier step left;  *
002736*    its totals are replaced with the whole file's.            *
002736     IF XMT-FILE-STATUS = '22'
002736         REWRITE XMT-ENVELOPE-RECORD
002736     END-IF
002736     IF XMT-FILE-STATUS NOT = '00'
002736         MOVE 'TRANSMIT-OUT' TO ABEND-FILE-ID-WS
002736         MOVE XMT-FILE-STATUS TO ABEND-FILE-STATUS-WS
002736         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002736     END-IF
002736     CLOSE TRANSMIT-OUT
002736     MOVE ENV-FILE-SEQ TO HOUSE-FILE-SEQ
002736     DISPLAY 'TRANSMIT-OUT ENVELOPE -- FILE SEQ ' ENV-FILE-SEQ
002736         ' RECORDS ' ENV-RECORD-COUNT
002736 9310-EXIT.
002736     EXIT.
002736*=============================================================*
002736 9315-TOTAL-ONE-HOUSE-RECORD.
002736*=============================================================*
002736     IF XMT-ENVELOPE-HEADER
002736         SET ENV-HEADER-FOUND TO TRUE
002736         MOVE XMT-ENV-FILE-SEQ TO ENV-FILE-SEQ
002736     ELSE
002736         IF NOT XMT-ENVELOPE-TRAILER
002736             MOVE XMT-MSG-ID TO ENV-MSG-ID-WS
002736             MOVE XMT-TEXT TO ENV-TEXT-WS
002736             PERFORM 9360-TOTAL-ONE-MESSAGE THRU 9360-EXIT
002736         END-IF
002736     END-IF
002736     READ TRANSMIT-OUT NEXT RECORD
002736         AT END SET ENV-EOF TO TRUE
002736     END-READ
002736 9315-EXIT.
002736     EXIT.
002736*=============================================================*
002736* Same as 9310, for the partner outbound dataset PTN-IDX is    *
002736* on.  A partner with no outbound dataset has no file.         *
002736*=============================================================*
002736 9330-ENVELOPE-PARTNER-FILE.
002736*=============================================================*
002736     IF PTN-TABLE-DSN(PTN-IDX) = SPACE
002736         GO TO 9330-EXIT
002736     END-IF
002736     MOVE PTN-TABLE-DSN(PTN-IDX) TO PTN-XMT-DSN-WS
002736     OPEN I-O PARTNER-XMT-OUT
002736     IF PXM-FILE-STATUS NOT = '00'
002736         MOVE 'PARTNER-XMT-OUT' TO ABEND-FILE-ID-WS
002736         MOVE PXM-FILE-STATUS TO ABEND-FILE-STATUS-WS
002736         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002736     END-IF
002736     MOVE 0 TO ENV-RECORD-COUNT ENV-HASH-TOTAL ENV-CHECKSUM
002736     MOVE 'N' TO ENV-HEADER-SW
002736     MOVE 'N' TO ENV-EOF-SW
002736     READ PARTNER-XMT-OUT NEXT RECORD
002736         AT END SET ENV-EOF TO TRUE
002736     END-READ
002736     PERFORM 9335-TOTAL-ONE-PARTNER-RECORD THRU 9335-EXIT
002736         UNTIL ENV-EOF
002736     IF NOT ENV-HEADER-FOUND
002736         MOVE PTN-TABLE-ID(PTN-IDX) TO PTN-ID
002736         PERFORM 9350-ASSIGN-FILE-SEQ THRU 9350-EXIT
002736         MOVE SPACE TO PXM-ENVELOPE-RECORD
002736         MOVE 000000 TO PXM-ENV-MSG-ID
002736         SET PXM-ENV-IS-HEADER TO TRUE
002736         MOVE PARM-SHOP-ID TO PXM-ENV-SHOP-ID
002736         MOVE AUD-JOB-ID-WS TO PXM-ENV-JOB-ID
002736         MOVE AUD-RUN-DATE-WS(1:8) TO PXM-ENV-RUN-DATE
002736         MOVE ENV-FILE-SEQ TO PXM-ENV-FILE-SEQ
002736         MOVE 0 TO PXM-ENV-RECORD-COUNT PXM-ENV-HASH-TOTAL
002736                   PXM-ENV-CHECKSUM
002736         WRITE PXM-ENVELOPE-RECORD
002736         IF PXM-FILE-STATUS NOT = '00'
002736             MOVE 'PARTNER-XMT-OUT' TO ABEND-FILE-ID-WS
002736             MOVE PXM-FILE-STATUS TO ABEND-FILE-STATUS-WS
002736             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002736         END-IF
002736     END-IF
002736     MOVE SPACE TO PXM-ENVELOPE-RECORD
002736     MOVE 999999 TO PXM-ENV-MSG-ID
002736     SET PXM-ENV-IS-TRAILER TO TRUE
002736     MOVE PARM-SHOP-ID TO PXM-ENV-SHOP-ID
002736     MOVE AUD-JOB-ID-WS TO PXM-ENV-JOB-ID
002736     MOVE AUD-RUN-DATE-WS(1:8) TO PXM-ENV-RUN-DATE
002736     MOVE ENV-FILE-SEQ TO PXM-ENV-FILE-SEQ
002736     MOVE ENV-RECORD-COUNT TO PXM-ENV-RECORD-COUNT
002736     MOVE ENV-HASH-TOTAL TO PXM-ENV-HASH-TOTAL
002736     MOVE ENV-CHECKSUM TO PXM-ENV-CHECKSUM
002736     WRITE PXM-ENVELOPE-RECORD
002736     IF PXM-FILE-STATUS = '22'
002736         REWRITE PXM-ENVELOPE-RECORD
002736     END-IF
002736     IF PXM-FILE-STATUS NOT = '00'
002736         MOVE 'PARTNER-XMT-OUT' TO ABEND-FILE-ID-WS
002736         MOVE PXM-FILE-STATUS TO ABEND-FILE-STATUS-WS
002736         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002736     END-IF
002736     CLOSE PARTNER-XMT-OUT
002736     MOVE ENV-FILE-SEQ TO PTN-TABLE-FILE-SEQ(PTN-IDX)
002736     DISPLAY 'PARTNER ' PTN-TABLE-ID(PTN-IDX)
002736         ' ENVELOPE -- FILE SEQ ' ENV-FILE-SEQ
002736         ' RECORDS ' ENV-RECORD-COUNT
002736 9330-EXIT.
002736     EXIT.
002736*=============================================================*
002736 9335-TOTAL-ONE-PARTNER-RECORD.
002736*=============================================================*
002736     IF PXM-ENVELOPE-HEADER
002736         SET ENV-HEADER-FOUND TO TRUE
002736         MOVE PXM-ENV-FILE-SEQ TO ENV-FILE-SEQ
002736     ELSE
002736         IF NOT PXM-ENVELOPE-TRAILER
002736             MOVE PXM-MSG-ID TO ENV-MSG-ID-WS
002736             MOVE PXM-TEXT TO ENV-TEXT-WS
002736             PERFORM 9360-TOTAL-ONE-MESSAGE THRU 9360-EXIT
002736         END-IF
002736     END-IF
002736     READ PARTNER-XMT-OUT NEXT RECORD
002736         AT END SET ENV-EOF TO TRUE
002736     END-READ
002736 9335-EXIT.
002736     EXIT.
002736*=============================================================*
002736* Next outbound file sequence number for the profile record    *
002736* whose key the caller left in PTN-ID -- blank for the house   *
002736* file, whose control record is added here the first time.    *
002736*=============================================================*
002736 9350-ASSIGN-FILE-SEQ.
002736*=============================================================*
002736     MOVE 'N' TO ENV-CONTROL-SW
002736     READ PARTNER-PROFILE KEY IS PTN-ID
002736         INVALID KEY
002736             IF PTN-ID = SPACE
002736                 SET ENV-CONTROL-NEW TO TRUE
002736             END-IF
002736     END-READ
002736     IF ENV-CONTROL-NEW
002736         MOVE SPACE TO PTN-RECORD
002736         MOVE 'HOUSE TRANSMIT FILE CONTROL' TO PTN-NAME
002736         MOVE 0 TO PTN-SHIFT PTN-OUTBOUND-SEQ PTN-INBOUND-SEQ
002736     ELSE
002736         IF PTN-FILE-STATUS NOT = '00'
002736             MOVE 'PARTNER-PROFILE' TO ABEND-FILE-ID-WS
002736             MOVE PTN-FILE-STATUS TO ABEND-FILE-STATUS-WS
002736             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002736         END-IF
002736     END-IF
002736*    Seven digits wrap from 9999999 back to 0000001, not 0.    *
002736     IF PTN-OUTBOUND-SEQ NOT NUMERIC
002736             OR PTN-OUTBOUND-SEQ = 9999999
002736         MOVE 0 TO PTN-OUTBOUND-SEQ
002736     END-IF
002736     ADD 1 TO PTN-OUTBOUND-SEQ
002736     MOVE PTN-OUTBOUND-SEQ TO ENV-FILE-SEQ
002736     IF ENV-CONTROL-NEW
002736         WRITE PTN-RECORD
002736     ELSE
002736         REWRITE PTN-RECORD
002736     END-IF
002736     IF PTN-FILE-STATUS NOT = '00'
002736         MOVE 'PARTNER-PROFILE' TO ABEND-FILE-ID-WS
002736         MOVE PTN-FILE-STATUS TO ABEND-FILE-STATUS-WS
002736         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002736     END-IF
002736 9350-EXIT.
002736     EXIT.
002736*=============================================================*
002736* Add one message to the file's control totals: the count,    *
002736* its MSG-ID into the hash total, and each text byte's        *
002736* ordinal value times its position into the checksum.         *
002736* CIPHRCV's 1260-CHECKSUM-ONE-CHAR computes the same sum.     *
002736*=============================================================*
002736 9360-TOTAL-ONE-MESSAGE.
002736*=============================================================*
002736     ADD 1 TO ENV-RECORD-COUNT
002736     ADD ENV-MSG-ID-WS TO ENV-HASH-TOTAL
002736     PERFORM 9365-CHECKSUM-ONE-CHAR THRU 9365-EXIT
002736         VARYING ENV-CHAR-POS FROM 1 BY 1
002736         UNTIL ENV-CHAR-POS > 256
002736 9360-EXIT.
002736     EXIT.
002736*=============================================================*
002736 9365-CHECKSUM-ONE-CHAR.
002736*=============================================================*
002736     COMPUTE ENV-CHECKSUM = ENV-CHECKSUM
002736         + FUNCTION ORD(ENV-TEXT-WS(ENV-CHAR-POS:1))
002736         * ENV-CHAR-POS
002736 9365-EXIT.
002736     EXIT.
