000120* re-keyed into CIPHER.PROD.MESSAGES as decrypt work by hand. *
000130* This program reads the inbound dataset directly, drives     *
000140* each record through CIPHENGN as a decrypt using the key     *
000150* agreed with the sending shop (its PARTNER-PROFILE record,   *
000160* PTNREC.cpy, found by the record's XMT-SENDER-ID), writes    *
000160* the recovered cleartext to the RECEIVED-OUT                 *
000170* dataset in the standard MSGREC.cpy layout, and prints a     *
000180* receipt report.  Records the engine cannot decrypt (bad     *
000190* XMT-TEXT-LEN, bad XMT-CIPHER-TYPE, or a type V/S record     *
000220* gives its MESSAGE-IN records.  Every decrypt is appended    *
000230* to the CIPHER-AUDIT-LOG the same way the batch driver and   *
000240* the online transaction append theirs.                       *
000241* Every message received is acknowledged back to the sender   *
000242* on ACK-OUT (ACKREC.cpy, the layout CIPHACK reads from our    *
000243* own partners) and recorded on RECEIVED-HISTORY (RHSREC.cpy); *
000244* a message already on the history from an earlier run is a   *
000245* duplicate, reported and kept off RECEIVED-OUT.              *
000246* Before anything is decrypted the file's envelope (XMTREC.cpy) *
000247* is verified end to end -- header, trailer, control totals,  *
000248* sending shop and file sequence number.  A file that fails   *
000249* any check is rejected whole: nothing is received,           *
000249* acknowledged or rejected record by record, and the job      *
000249* ends RC 16.                                                 *
000250*-------------------------------------------------------------*
000260*-------------------------------------------------------------*
000270* MODIFICATION HISTORY                                        *
000400*                   OPEN-OUTPUT first-run fallback is gone    *
000410*                   since OPEN OUTPUT cannot create a VSAM    *
000420*                   cluster.                                  *
000420*   2026-10-15 RH   The decrypt key now comes from the        *
000420*                   sender's PARTNER-PROFILE record, found by *
000420*                   XMT-SENDER-ID on each inbound record, not *
000420*                   from SHIFT=/KEYID= on the PARM card; a    *
000420*                   sender not on the profile, or a record    *
000420*                   not of the agreed cipher type, is         *
000420*                   rejected.  The receipt report carries a   *
000420*                   partner column and a per-partner summary. *
000420*   2026-10-15 RH   Acknowledges every message received on    *
000420*                   ACK-OUT and records it on the new         *
000420*                   RECEIVED-HISTORY file (RHSREC.cpy); a     *
000420*                   sender/msg id already there is reported   *
000420*                   as a duplicate and not written again.     *
000420*                   Report totals read, received, ack'd,      *
000420*                   rejected and duplicate, and cross-foots   *
000420*                   them (RC 8 when they do not foot).        *
000420*   2026-10-15 RH   Verifies the transmit envelope before     *
000420*                   processing (1200-VERIFY-ENVELOPE): header *
000420*                   and trailer present, record count, MSG-ID *
000420*                   hash total and text checksum agreeing,    *
000420*                   the sending shop on the partner profile   *
000420*                   and its file sequence number next after   *
000420*                   PTN-INBOUND-SEQ, every record from that   *
000420*                   shop.  Any failure rejects the whole file *
000420*                   with RC 16; a file that passes advances   *
000420*                   PTN-INBOUND-SEQ at end of run.            *
000420*   2026-10-15 RH   Audit records now carry a sequence number *
000420*                   and chained hash (AUDCHAIN control file,  *
000420*                   CIPHHASH).                                *
000300*-------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS KEY-ID
000570         FILE STATUS IS KEY-FILE-STATUS.
000570     SELECT PARTNER-PROFILE ASSIGN TO "PARTNER"
000570         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000570         RECORD KEY IS PTN-ID
000570         FILE STATUS IS PTN-FILE-STATUS.
000571     SELECT ACK-OUT ASSIGN TO "ACKOUT"
000572         ORGANIZATION IS LINE SEQUENTIAL
000573         FILE STATUS IS ACK-FILE-STATUS.
000574     SELECT RECEIVED-HISTORY ASSIGN TO "RCVHIST"
000575         ORGANIZATION IS INDEXED
000576         ACCESS MODE IS RANDOM
000577         RECORD KEY IS RHS-KEY
000578         FILE STATUS IS RHS-FILE-STATUS.
000580*    CIPHER.PROD.AUDITLOG is a VSAM ESDS (the AS- assignment   *
000590*    prefix selects entry-sequenced organization), the same    *
000600*    cluster the batch driver and the online transactions     *
000620     SELECT CIPHER-AUDIT-LOG ASSIGN TO "AS-CIPHAUDT"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS AUD-FILE-STATUS.
000640*    The audit log's chain control record (CHNREC.cpy): the
000640*    sequence number and chain hash of the last record written,
000640*    which every audit record this run is chained onto.
000640     SELECT AUDIT-CHAIN ASSIGN TO "AUDCHAIN"
000640         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000640         RECORD KEY IS CHN-KEY
000640         FILE STATUS IS CHN-FILE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  TRANSMIT-IN
000860 FD  KEYWORD-VAULT
000870     LABEL RECORD IS STANDARD.
000880 COPY KEYREC.
000880 FD  PARTNER-PROFILE
000880     LABEL RECORD IS STANDARD.
000880 COPY PTNREC.
000881*-------------------------------------------------------------*
000882* The acknowledgment goes back to the sender in the same      *
000883* ACKREC layout our own partners return to us for CIPHACK.    *
000884*-------------------------------------------------------------*
000885 FD  ACK-OUT
000886     LABEL RECORD IS STANDARD.
000887 COPY ACKREC.
000888 FD  RECEIVED-HISTORY
000889     LABEL RECORD IS STANDARD.
000889 COPY RHSREC.
000890 FD  CIPHER-AUDIT-LOG
000900     LABEL RECORD IS STANDARD.
000910 COPY AUDREC.
000910 FD  AUDIT-CHAIN
000910     LABEL RECORD IS STANDARD.
000910 COPY CHNREC.
000920 WORKING-STORAGE SECTION.
000930 01  XMT-FILE-STATUS              PIC X(02) VALUE '00'.
000940 01  RCM-FILE-STATUS              PIC X(02) VALUE '00'.
000960 01  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
000970 01  KEY-FILE-STATUS              PIC X(02) VALUE '00'.
000980 01  AUD-FILE-STATUS              PIC X(02) VALUE '00'.
000980 01  CHN-FILE-STATUS              PIC X(02) VALUE '00'.
000980 01  PTN-FILE-STATUS              PIC X(02) VALUE '00'.
000981 01  ACK-FILE-STATUS              PIC X(02) VALUE '00'.
000982 01  RHS-FILE-STATUS              PIC X(02) VALUE '00'.
000990 01  RCV-SWITCHES.
001000     05  XMT-EOF-SW               PIC X(01) VALUE 'N'.
001010         88  XMT-EOF              VALUE 'Y'.
001020     05  RCV-KEY-OK-SW            PIC X(01) VALUE 'N'.
001030         88  RCV-KEY-RESOLVED     VALUE 'Y'.
001030     05  RCV-PARTNER-OK-SW        PIC X(01) VALUE 'N'.
001030         88  RCV-PARTNER-KNOWN    VALUE 'Y'.
001030     05  RCV-FOUND-SW             PIC X(01) VALUE 'N'.
001030         88  RCV-ENTRY-FOUND      VALUE 'Y'.
001031     05  RCV-DUPLICATE-SW         PIC X(01) VALUE 'N'.
001032         88  RCV-DUPLICATE        VALUE 'Y'.
001033     05  RCV-RERUN-SW             PIC X(01) VALUE 'N'.
001034         88  RCV-RERUN-RECORD     VALUE 'Y'.
001035     05  RCV-OUT-OF-FOOT-SW       PIC X(01) VALUE 'N'.
001036         88  RCV-OUT-OF-FOOT      VALUE 'Y'.
001036     05  RCV-ENVELOPE-SW          PIC X(01) VALUE 'N'.
001036         88  RCV-ENVELOPE-FAILED  VALUE 'Y'.
001036     05  ENV-EOF-SW               PIC X(01) VALUE 'N'.
001036         88  ENV-EOF              VALUE 'Y'.
001036     05  ENV-HEADER-SW            PIC X(01) VALUE 'N'.
001036         88  ENV-HEADER-FOUND     VALUE 'Y'.
001036         88  ENV-HEADER-GARBLED   VALUE 'G'.
001036     05  ENV-TRAILER-SW           PIC X(01) VALUE 'N'.
001036         88  ENV-TRAILER-FOUND    VALUE 'Y'.
001036         88  ENV-TRAILER-GARBLED  VALUE 'G'.
001036     05  ENV-SHOP-SW              PIC X(01) VALUE 'N'.
001036         88  ENV-SHOP-KNOWN       VALUE 'Y'.
001040*-------------------------------------------------------------*
001050* The decrypt key agreed with the sending shop, off its       *
001060* PARTNER-PROFILE record: PTN-SHIFT is the Caesar shift,      *
001070* PTN-KEY-ID the vault id whose keyword or alphabet decrypts  *
001080* the V and S records.  Both are looked up again only when    *
001090* XMT-SENDER-ID changes from one record to the next; a V/S    *
001100* record arriving with no usable key is rejected by the       *
001100* engine's no-keyword check, the same as in the batch driver. *
001110*-------------------------------------------------------------*
001115 01  RCV-CUR-SENDER-ID            PIC X(06) VALUE HIGH-VALUE.
001117 01  RCV-PTN-TYPE                 PIC X(01) VALUE SPACE.
001120 01  RCV-PTN-SHIFT                PIC 9(03) VALUE 0.
001130 01  RCV-PTN-KEY-ID               PIC X(08) VALUE SPACE.
001140 01  RCV-VAULT-KEYWORD            PIC X(20) VALUE SPACE.
001150 01  RCV-VAULT-KEYWORD-LEN        PIC 9(03) VALUE 0.
001155 01  RCV-VAULT-SUB-ALPHA          PIC X(26) VALUE SPACE.
001200 01  RCV-STATUS-WS                PIC X(09) VALUE SPACE.
001210 01  SHIFT-DISPLAY-WS             PIC X(03) VALUE SPACE.
001220 01  SHIFT-DISPLAY-NUM-WS         PIC ZZ9.
001225 01  RCV-FIRST-DATE-WS            PIC X(08) VALUE SPACE.
001226*-------------------------------------------------------------*
001227* Envelope verification.  ENV-HDR-/ENV-TRL- hold what the      *
001228* header and trailer claim; ENV-RECORD-COUNT, ENV-HASH-TOTAL   *
001229* and ENV-CHECKSUM are the same totals taken over the records  *
001229* actually on the file, the way CIPHER took them when it       *
001229* wrote the trailer.  ENV-LAST-SEQ is the sending shop's       *
001229* PTN-INBOUND-SEQ, the last file accepted from it.             *
001229*-------------------------------------------------------------*
001229 01  ENV-HDR-SHOP-ID              PIC X(06) VALUE SPACE.
001229 01  ENV-HDR-FILE-SEQ             PIC 9(07) VALUE 0.
001229 01  ENV-TRL-SHOP-ID              PIC X(06) VALUE SPACE.
001229 01  ENV-TRL-FILE-SEQ             PIC 9(07) VALUE 0.
001229 01  ENV-TRL-RECORD-COUNT         PIC 9(07) VALUE 0.
001229 01  ENV-TRL-HASH-TOTAL           PIC 9(12) VALUE 0.
001229 01  ENV-TRL-CHECKSUM             PIC 9(15) VALUE 0.
001229 01  ENV-RECORD-COUNT             PIC 9(07) VALUE 0.
001229 01  ENV-HASH-TOTAL               PIC 9(12) VALUE 0.
001229 01  ENV-CHECKSUM                 PIC 9(15) VALUE 0.
001229 01  ENV-OTHER-SENDER-COUNT       PIC 9(07) VALUE 0.
001229 01  ENV-LAST-SEQ                 PIC 9(07) VALUE 0.
001229 01  ENV-EXPECTED-SEQ             PIC 9(07) VALUE 0.
001229 01  ENV-CHAR-POS                 PIC 9(03) COMP VALUE 0.
001229 01  ENV-EDIT-NUM                 PIC Z(14)9.
001230*-------------------------------------------------------------*
001240* Interface to the CIPHENGN subprogram -- the same copybook   *
001250* and the same subprogram the batch driver and the online     *
001270* with the send side about how a message decrypts.            *
001280*-------------------------------------------------------------*
001290 COPY CIPHLINK.
001290*-------------------------------------------------------------*
001290* Interface to the CIPHHASH subprogram, which computes the    *
001290* audit log's chain hash -- the same copybook and subprogram  *
001290* every audit writer uses.                                    *
001290*-------------------------------------------------------------*
001290 COPY HASHLINK.
001300*-------------------------------------------------------------*
001310* Audit work areas, captured once at start-up and stamped on  *
001320* every audit record this run appends, same as CIPHER's.      *
001620 01  RCV-MSG-COUNT                PIC 9(05) VALUE 0.
001630 01  RCV-RECEIVED-COUNT           PIC 9(05) VALUE 0.
001640 01  RCV-REJECT-COUNT             PIC 9(05) VALUE 0.
001641 01  RCV-ACK-COUNT                PIC 9(05) VALUE 0.
001642 01  RCV-DUPLICATE-COUNT          PIC 9(05) VALUE 0.
001643 01  RCV-FOOT-TOTAL               PIC 9(05) VALUE 0.
001641*-------------------------------------------------------------*
001642* Per-partner receipt counts for the report's partner         *
001643* summary, one entry per sender id in first-seen order.  A    *
001644* full table rolls the remainder into an OTHERS line with a   *
001645* DISPLAY warning, the same way AUDARCH's job-id table does.  *
001646*-------------------------------------------------------------*
001647 01  SND-TABLE-CTL.
001648     05  SND-ENTRY-COUNT          PIC 9(03) VALUE 0.
001649     05  SND-OVERFLOW-READ        PIC 9(05) VALUE 0.
001649     05  SND-OVERFLOW-RECEIVED    PIC 9(05) VALUE 0.
001649     05  SND-OVERFLOW-REJECTED    PIC 9(05) VALUE 0.
001649     05  SND-OVERFLOW-DUPLICATE   PIC 9(05) VALUE 0.
001650     05  SND-TABLE-ENTRY OCCURS 50 TIMES
001651                 INDEXED BY SND-IDX.
001652         10  SND-TABLE-ID         PIC X(06).
001653         10  SND-TABLE-NAME       PIC X(30).
001654         10  SND-TABLE-READ       PIC 9(05).
001655         10  SND-TABLE-RECEIVED   PIC 9(05).
001656         10  SND-TABLE-REJECTED   PIC 9(05).
001656         10  SND-TABLE-DUPLICATE  PIC 9(05).
001657 01  SND-CUR-SUB                  PIC 9(03) VALUE 0.
001650*-------------------------------------------------------------*
001660* Report work areas.  The ciphertext and cleartext columns    *
001670* print only the first 30 bytes, same as CIPHER's report;     *
001770 01  RPT-HEADER-2.
001780     05  FILLER                   PIC X(08) VALUE 'MSG ID'.
001790     05  FILLER                   PIC X(02) VALUE SPACE.
001795     05  FILLER                   PIC X(08) VALUE 'PARTNER'.
001800     05  FILLER                   PIC X(31) VALUE 'CIPHERTEXT'.
001810     05  FILLER                   PIC X(31) VALUE 'CLEARTEXT'.
001820     05  FILLER                   PIC X(05) VALUE 'TYPE'.
001860 01  RPT-DETAIL-LINE.
001870     05  RPT-D-MSG-ID             PIC 9(06).
001880     05  FILLER                   PIC X(02) VALUE SPACE.
001885     05  RPT-D-PARTNER            PIC X(06).
001886     05  FILLER                   PIC X(02) VALUE SPACE.
001890     05  RPT-D-CIPHERTEXT         PIC X(30).
001900     05  FILLER                   PIC X(01) VALUE SPACE.
001910     05  RPT-D-CLEARTEXT          PIC X(30).
002080     05  FILLER                   PIC X(20)
002090             VALUE 'RECORDS REJECTED:   '.
002100     05  RPT-TR-REJECTED          PIC ZZZZ9.
002100 01  RPT-TRAILER-4.
002100     05  FILLER                   PIC X(20)
002100             VALUE 'ACKNOWLEDGED:       '.
002100     05  RPT-TR-ACKED             PIC ZZZZ9.
002100 01  RPT-TRAILER-5.
002100     05  FILLER                   PIC X(20)
002100             VALUE 'DUPLICATES SKIPPED: '.
002100     05  RPT-TR-DUPLICATE         PIC ZZZZ9.
002100 01  RPT-FOOT-LINE.
002100     05  RPT-F-LABEL              PIC X(40).
002100     05  RPT-F-LEFT               PIC ZZZZ9.
002100     05  FILLER                   PIC X(03) VALUE ' / '.
002100     05  RPT-F-RIGHT              PIC ZZZZ9.
002100     05  FILLER                   PIC X(02) VALUE SPACE.
002100     05  RPT-F-STATUS             PIC X(14).
002100 01  RPT-ENV-TITLE.
002100     05  FILLER                   PIC X(30)
002100             VALUE 'TRANSMISSION ENVELOPE'.
002100 01  RPT-ENV-HEADER.
002100     05  FILLER                   PIC X(26) VALUE 'CHECK'.
002100     05  FILLER                   PIC X(18)
002100             VALUE '       EXPECTED'.
002100     05  FILLER                   PIC X(18)
002100             VALUE '          FOUND'.
002100     05  FILLER                   PIC X(08) VALUE 'RESULT'.
002100 01  RPT-ENV-LINE.
002100     05  RPT-E-LABEL              PIC X(26).
002100     05  RPT-E-EXPECTED           PIC X(15) JUSTIFIED RIGHT.
002100     05  FILLER                   PIC X(03) VALUE SPACE.
002100     05  RPT-E-FOUND              PIC X(15) JUSTIFIED RIGHT.
002100     05  FILLER                   PIC X(03) VALUE SPACE.
002100     05  RPT-E-RESULT             PIC X(08).
002101 01  RPT-PARTNER-TITLE.
002102     05  FILLER                   PIC X(30)
002103             VALUE 'RECEIPTS BY PARTNER'.
002104 01  RPT-PARTNER-HEADER.
002105     05  FILLER                   PIC X(08) VALUE 'PARTNER'.
002106     05  FILLER                   PIC X(31) VALUE 'NAME'.
002107     05  FILLER                   PIC X(08) VALUE '    READ'.
002108     05  FILLER                   PIC X(10) VALUE '  RECEIVED'.
002109     05  FILLER                   PIC X(10) VALUE '  REJECTED'.
002109     05  FILLER                   PIC X(10) VALUE ' DUPLICATE'.
002110 01  RPT-PARTNER-LINE.
002111     05  RPT-P-ID                 PIC X(06).
002112     05  FILLER                   PIC X(02) VALUE SPACE.
002113     05  RPT-P-NAME               PIC X(30).
002114     05  FILLER                   PIC X(01) VALUE SPACE.
002115     05  RPT-P-READ               PIC ZZZZZZ9.
002116     05  FILLER                   PIC X(03) VALUE SPACE.
002117     05  RPT-P-RECEIVED           PIC ZZZZZZ9.
002118     05  FILLER                   PIC X(03) VALUE SPACE.
002119     05  RPT-P-REJECTED           PIC ZZZZZZ9.
002119     05  FILLER                   PIC X(03) VALUE SPACE.
002119     05  RPT-P-DUPLICATE          PIC ZZZZZZ9.
002110 LINKAGE SECTION.
002120*-------------------------------------------------------------*
002130* The PARM string on the EXEC statement's PARM= parameter is  *
002210 0000-MAINLINE.
002220*=============================================================*
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002240     IF NOT RCV-ENVELOPE-FAILED
002240         PERFORM 2000-PROCESS-TRANSMITS THRU 2000-EXIT
002240     END-IF
002250     PERFORM 9000-TERMINATE THRU 9000-EXIT
002260     GOBACK.
002270*=============================================================*
002580         MOVE KEY-FILE-STATUS TO ABEND-FILE-STATUS-WS
002590         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002600     END-IF
002600*    I-O: a file that passes its envelope check advances the   *
002600*    sender's PTN-INBOUND-SEQ at end of run.                   *
002600     OPEN I-O PARTNER-PROFILE
002600     IF PTN-FILE-STATUS NOT = '00'
002600         MOVE 'PARTNER-PROFILE' TO ABEND-FILE-ID-WS
002600         MOVE PTN-FILE-STATUS TO ABEND-FILE-STATUS-WS
002600         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002600     END-IF
002601     OPEN OUTPUT ACK-OUT
002602     IF ACK-FILE-STATUS NOT = '00'
002603         MOVE 'ACK-OUT' TO ABEND-FILE-ID-WS
002604         MOVE ACK-FILE-STATUS TO ABEND-FILE-STATUS-WS
002605         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002606     END-IF
002607*    The history is VSAM and accumulates across runs, so it is  *
002608*    opened I-O; like the audit log it must be IDCAMS-defined   *
002609*    ahead of the first run (see RCVJOB.jcl).                   *
002609     OPEN I-O RECEIVED-HISTORY
002609     IF RHS-FILE-STATUS NOT = '00'
002609         MOVE 'RECEIVED-HISTORY' TO ABEND-FILE-ID-WS
002609         MOVE RHS-FILE-STATUS TO ABEND-FILE-STATUS-WS
002609         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002609     END-IF
002610*    The audit log is VSAM (an ESDS) -- OPEN OUTPUT cannot     *
002620*    create the cluster, so there is no first-run fallback:    *
002630*    it must be IDCAMS-defined ahead of time (see CIPHJOB.jcl) *
002680         MOVE AUD-FILE-STATUS TO ABEND-FILE-STATUS-WS
002690         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002700     END-IF
002700     OPEN I-O AUDIT-CHAIN
002700     IF CHN-FILE-STATUS NOT = '00'
002700         MOVE 'AUDIT-CHAIN' TO ABEND-FILE-ID-WS
002700         MOVE CHN-FILE-STATUS TO ABEND-FILE-STATUS-WS
002700         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002700     END-IF
002700     PERFORM 1080-READ-AUDIT-CHAIN THRU 1080-EXIT
002700     MOVE FUNCTION CURRENT-DATE TO RPT-TODAY-TEXT
002710     MOVE RPT-TODAY-TEXT(1:8) TO AUD-RUN-DATE-WS(1:8)
002720     MOVE SPACE TO AUD-RUN-DATE-WS(9:2)
002730     ACCEPT AUD-RUN-TIME-WS FROM TIME
002750     PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT
002750     PERFORM 1200-VERIFY-ENVELOPE THRU 1200-EXIT
002750     IF NOT RCV-ENVELOPE-FAILED
002750         PERFORM 1150-WRITE-COLUMN-HEADERS THRU 1150-EXIT
002750     END-IF
002760 1000-EXIT.
002770     EXIT.
002780*=============================================================*
003060             MOVE PARM-VAL-WS TO PARM-XMTIN-DSN
003070         WHEN 'OUTFILE'
003080             MOVE PARM-VAL-WS TO PARM-RPTOUT-DSN
003140         WHEN 'JOBID'
003150             MOVE PARM-VAL-WS TO AUD-JOB-ID-WS
003160         WHEN 'OPERATOR'
003180     END-EVALUATE
003190 1020-EXIT.
003200     EXIT.
003200*=============================================================*
003200* Audit chain control record.  The first run against a new    *
003200* AUDCHAIN file finds no record and starts the chain at zero; *
003200* every run after that chains on where the last writer left   *
003200* off, whether that was a batch job or a CICS transaction.    *
003200*=============================================================*
003200 1080-READ-AUDIT-CHAIN.
003200*=============================================================*
003200     MOVE 'AUDITLOG' TO CHN-KEY
003200     READ AUDIT-CHAIN
003200         INVALID KEY
003200             MOVE SPACE TO CHN-RECORD
003200             MOVE 'AUDITLOG' TO CHN-KEY
003200             MOVE 0 TO CHN-LAST-SEQ-NO CHN-LAST-HASH
003200                       CHN-BASE-SEQ-NO CHN-BASE-HASH
003200             WRITE CHN-RECORD
003200                 INVALID KEY
003200                     MOVE 'AUDIT-CHAIN' TO ABEND-FILE-ID-WS
003200                     MOVE CHN-FILE-STATUS TO ABEND-FILE-STATUS-WS
003200                     PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003200             END-WRITE
003200     END-READ
003200     IF CHN-FILE-STATUS NOT = '00' AND NOT = '23'
003200         MOVE 'AUDIT-CHAIN' TO ABEND-FILE-ID-WS
003200         MOVE CHN-FILE-STATUS TO ABEND-FILE-STATUS-WS
003200         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003200     END-IF
003200 1080-EXIT.
003200     EXIT.
003470*=============================================================*
003480 1100-WRITE-REPORT-HEADERS.
003490*=============================================================*
003550     MOVE '1' TO RPT-CARRIAGE-CONTROL
003560     MOVE RPT-HEADER-1 TO RPT-LINE-TEXT
003570     WRITE RPT-LINE
003610     IF RPT-FILE-STATUS NOT = '00'
003620         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
003630         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
003650     END-IF
003660 1100-EXIT.
003670     EXIT.
003670*=============================================================*
003670* Detail column headings, printed below the envelope section  *
003670* only when the file passed and there are details to follow.  *
003670*=============================================================*
003670 1150-WRITE-COLUMN-HEADERS.
003670*=============================================================*
003670     MOVE ' ' TO RPT-CARRIAGE-CONTROL
003670     MOVE SPACE TO RPT-LINE-TEXT
003670     WRITE RPT-LINE
003590     MOVE RPT-HEADER-2 TO RPT-LINE-TEXT
003600     WRITE RPT-LINE
003670     IF RPT-FILE-STATUS NOT = '00'
003670         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
003670         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
003670         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003670     END-IF
003670 1150-EXIT.
003670     EXIT.
003670*=============================================================*
003670* Envelope verification: one pass over the whole inbound file *
003670* before any record is processed.  The header must be the     *
003670* first record and the trailer the last; the trailer's record *
003670* count, MSG-ID hash total and text checksum must match the   *
003670* records actually there; the header's shop must be on the    *
003670* partner profile, every record must come from it, and the    *
003670* file's sequence number must be the one after the last file  *
003670* accepted from it (any number while none has been).  Every   *
003670* check is printed with both sides; any failure rejects the   *
003670* whole file.  A file that passes is repositioned past its    *
003670* header for the processing pass.                             *
003670*=============================================================*
003670 1200-VERIFY-ENVELOPE.
003670*=============================================================*
003670     PERFORM 1250-READ-ENVELOPE-PASS THRU 1250-EXIT
003670     IF NOT ENV-EOF AND XMT-ENVELOPE-HEADER
003670         MOVE XMT-ENV-SHOP-ID TO ENV-HDR-SHOP-ID
003670         IF XMT-ENV-FILE-SEQ NUMERIC
003670             SET ENV-HEADER-FOUND TO TRUE
003670             MOVE XMT-ENV-FILE-SEQ TO ENV-HDR-FILE-SEQ
003670         ELSE
003670             SET ENV-HEADER-GARBLED TO TRUE
003670         END-IF
003670         PERFORM 1250-READ-ENVELOPE-PASS THRU 1250-EXIT
003670     END-IF
003670     PERFORM 1210-TOTAL-ONE-RECORD THRU 1210-EXIT
003670         UNTIL ENV-EOF
003670     PERFORM 1220-FIND-SENDING-SHOP THRU 1220-EXIT
003670     PERFORM 1230-PRINT-ENVELOPE-CHECKS THRU 1230-EXIT
003670     IF RCV-ENVELOPE-FAILED
003670         DISPLAY 'FATAL -- TRANSMIT ENVELOPE CHECK FAILED -- '
003670             'INBOUND FILE REJECTED, SEE REPORT'
003670     ELSE
003670         MOVE 000000 TO XMT-MSG-ID
003670         START TRANSMIT-IN KEY IS GREATER THAN XMT-MSG-ID
003670             INVALID KEY
003670                 SET XMT-EOF TO TRUE
003670         END-START
003670     END-IF
003670 1200-EXIT.
003670     EXIT.
003670*=============================================================*
003670 1210-TOTAL-ONE-RECORD.
003670*=============================================================*
003670     IF XMT-ENVELOPE-TRAILER
003670         MOVE XMT-ENV-SHOP-ID TO ENV-TRL-SHOP-ID
003670         IF XMT-ENV-FILE-SEQ NUMERIC
003670                 AND XMT-ENV-RECORD-COUNT NUMERIC
003670                 AND XMT-ENV-HASH-TOTAL NUMERIC
003670                 AND XMT-ENV-CHECKSUM NUMERIC
003670             SET ENV-TRAILER-FOUND TO TRUE
003670             MOVE XMT-ENV-FILE-SEQ TO ENV-TRL-FILE-SEQ
003670             MOVE XMT-ENV-RECORD-COUNT TO ENV-TRL-RECORD-COUNT
003670             MOVE XMT-ENV-HASH-TOTAL TO ENV-TRL-HASH-TOTAL
003670             MOVE XMT-ENV-CHECKSUM TO ENV-TRL-CHECKSUM
003670         ELSE
003670             SET ENV-TRAILER-GARBLED TO TRUE
003670         END-IF
003670     ELSE
003670         ADD 1 TO ENV-RECORD-COUNT
003670         ADD XMT-MSG-ID TO ENV-HASH-TOTAL
003670         PERFORM 1260-CHECKSUM-ONE-CHAR THRU 1260-EXIT
003670             VARYING ENV-CHAR-POS FROM 1 BY 1
003670             UNTIL ENV-CHAR-POS > 256
003670         IF XMT-SENDER-ID NOT = ENV-HDR-SHOP-ID
003670             ADD 1 TO ENV-OTHER-SENDER-COUNT
003670         END-IF
003670     END-IF
003670     PERFORM 1250-READ-ENVELOPE-PASS THRU 1250-EXIT
003670 1210-EXIT.
003670     EXIT.
003670*=============================================================*
003670* The header's shop on the partner profile, and the next file *
003670* sequence number expected from it -- zero when none has been *
003670* accepted yet, or the profile record predates the envelope.  *
003670*=============================================================*
003670 1220-FIND-SENDING-SHOP.
003670*=============================================================*
003670     IF ENV-HDR-SHOP-ID = SPACE
003670         GO TO 1220-EXIT
003670     END-IF
003670     MOVE ENV-HDR-SHOP-ID TO PTN-ID
003670     READ PARTNER-PROFILE
003670         INVALID KEY
003670             CONTINUE
003670         NOT INVALID KEY
003670             SET ENV-SHOP-KNOWN TO TRUE
003670             IF PTN-INBOUND-SEQ NUMERIC
003670                 MOVE PTN-INBOUND-SEQ TO ENV-LAST-SEQ
003670             END-IF
003670     END-READ
003670     IF ENV-LAST-SEQ > 0
003670         IF ENV-LAST-SEQ = 9999999
003670             MOVE 1 TO ENV-EXPECTED-SEQ
003670         ELSE
003670             COMPUTE ENV-EXPECTED-SEQ = ENV-LAST-SEQ + 1
003670         END-IF
003670     END-IF
003670 1220-EXIT.
003670     EXIT.
003670*=============================================================*
003670 1230-PRINT-ENVELOPE-CHECKS.
003670*=============================================================*
003670     MOVE SPACE TO RPT-LINE-TEXT
003670     WRITE RPT-LINE
003670     MOVE RPT-ENV-TITLE TO RPT-LINE-TEXT
003670     WRITE RPT-LINE
003670     MOVE RPT-ENV-HEADER TO RPT-LINE-TEXT
003670     WRITE RPT-LINE
003670     MOVE 'HEADER RECORD (000000)' TO RPT-E-LABEL
003670     MOVE 'PRESENT' TO RPT-E-EXPECTED
003670     EVALUATE TRUE
003670         WHEN ENV-HEADER-FOUND
003670             MOVE 'PRESENT' TO RPT-E-FOUND
003670         WHEN ENV-HEADER-GARBLED
003670             MOVE 'NOT NUMERIC' TO RPT-E-FOUND
003670         WHEN OTHER
003670             MOVE 'MISSING' TO RPT-E-FOUND
003670     END-EVALUATE
003670     PERFORM 1290-WRITE-ENVELOPE-LINE THRU 1290-EXIT
003670     MOVE 'TRAILER RECORD (999999)' TO RPT-E-LABEL
003670     MOVE 'PRESENT' TO RPT-E-EXPECTED
003670     EVALUATE TRUE
003670         WHEN ENV-TRAILER-FOUND
003670             MOVE 'PRESENT' TO RPT-E-FOUND
003670         WHEN ENV-TRAILER-GARBLED
003670             MOVE 'NOT NUMERIC' TO RPT-E-FOUND
003670         WHEN OTHER
003670             MOVE 'MISSING' TO RPT-E-FOUND
003670     END-EVALUATE
003670     PERFORM 1290-WRITE-ENVELOPE-LINE THRU 1290-EXIT
003670     MOVE 'SENDING SHOP' TO RPT-E-LABEL
003670     MOVE 'ON PROFILE' TO RPT-E-EXPECTED
003670     MOVE ENV-HDR-SHOP-ID TO RPT-E-FOUND
003670     IF ENV-SHOP-KNOWN
003670         MOVE 'OK' TO RPT-E-RESULT
003670     ELSE
003670         MOVE 'FAILED' TO RPT-E-RESULT
003670     END-IF
003670     PERFORM 1295-WRITE-RESULT-LINE THRU 1295-EXIT
003670     MOVE 'FILE SEQUENCE NUMBER' TO RPT-E-LABEL
003670     IF ENV-EXPECTED-SEQ = 0
003670         MOVE 'ANY' TO RPT-E-EXPECTED
003670     ELSE
003670         MOVE ENV-EXPECTED-SEQ TO ENV-EDIT-NUM
003670         MOVE ENV-EDIT-NUM TO RPT-E-EXPECTED
003670     END-IF
003670     MOVE ENV-HDR-FILE-SEQ TO ENV-EDIT-NUM
003670     MOVE ENV-EDIT-NUM TO RPT-E-FOUND
003670     IF ENV-HEADER-FOUND AND ENV-SHOP-KNOWN
003670             AND (ENV-EXPECTED-SEQ = 0
003670                  OR ENV-HDR-FILE-SEQ = ENV-EXPECTED-SEQ)
003670         MOVE 'OK' TO RPT-E-RESULT
003670     ELSE
003670         MOVE 'FAILED' TO RPT-E-RESULT
003670     END-IF
003670     PERFORM 1295-WRITE-RESULT-LINE THRU 1295-EXIT
003670     MOVE 'TRAILER SHOP AND SEQUENCE' TO RPT-E-LABEL
003670     MOVE ENV-HDR-FILE-SEQ TO ENV-EDIT-NUM
003670     MOVE ENV-EDIT-NUM TO RPT-E-EXPECTED
003670     MOVE ENV-TRL-FILE-SEQ TO ENV-EDIT-NUM
003670     MOVE ENV-EDIT-NUM TO RPT-E-FOUND
003670     IF ENV-HEADER-FOUND AND ENV-TRAILER-FOUND
003670             AND ENV-TRL-FILE-SEQ = ENV-HDR-FILE-SEQ
003670             AND ENV-TRL-SHOP-ID = ENV-HDR-SHOP-ID
003670         MOVE 'OK' TO RPT-E-RESULT
003670     ELSE
003670         MOVE 'FAILED' TO RPT-E-RESULT
003670     END-IF
003670     PERFORM 1295-WRITE-RESULT-LINE THRU 1295-EXIT
003670     MOVE 'RECORD COUNT' TO RPT-E-LABEL
003670     MOVE ENV-TRL-RECORD-COUNT TO ENV-EDIT-NUM
003670     MOVE ENV-EDIT-NUM TO RPT-E-EXPECTED
003670     MOVE ENV-RECORD-COUNT TO ENV-EDIT-NUM
003670     MOVE ENV-EDIT-NUM TO RPT-E-FOUND
003670     PERFORM 1240-SET-TOTAL-RESULT THRU 1240-EXIT
003670     MOVE 'HASH TOTAL OF MSG IDS' TO RPT-E-LABEL
003670     MOVE ENV-TRL-HASH-TOTAL TO ENV-EDIT-NUM
003670     MOVE ENV-EDIT-NUM TO RPT-E-EXPECTED
003670     MOVE ENV-HASH-TOTAL TO ENV-EDIT-NUM
003670     MOVE ENV-EDIT-NUM TO RPT-E-FOUND
003670     PERFORM 1240-SET-TOTAL-RESULT THRU 1240-EXIT
003670     MOVE 'CHECKSUM OF MESSAGE TEXT' TO RPT-E-LABEL
003670     MOVE ENV-TRL-CHECKSUM TO ENV-EDIT-NUM
003670     MOVE ENV-EDIT-NUM TO RPT-E-EXPECTED
003670     MOVE ENV-CHECKSUM TO ENV-EDIT-NUM
003670     MOVE ENV-EDIT-NUM TO RPT-E-FOUND
003670     PERFORM 1240-SET-TOTAL-RESULT THRU 1240-EXIT
003670     MOVE 'RECORDS FROM OTHER SHOPS' TO RPT-E-LABEL
003670     MOVE 0 TO ENV-EDIT-NUM
003670     MOVE ENV-EDIT-NUM TO RPT-E-EXPECTED
003670     MOVE ENV-OTHER-SENDER-COUNT TO ENV-EDIT-NUM
003670     MOVE ENV-EDIT-NUM TO RPT-E-FOUND
003670     IF ENV-OTHER-SENDER-COUNT = 0
003670         MOVE 'OK' TO RPT-E-RESULT
003670     ELSE
003670         MOVE 'FAILED' TO RPT-E-RESULT
003670     END-IF
003670     PERFORM 1295-WRITE-RESULT-LINE THRU 1295-EXIT
003670     MOVE SPACE TO RPT-LINE-TEXT
003670     IF RCV-ENVELOPE-FAILED
003670         MOVE '*** ENVELOPE CHECK FAILED -- FILE REJECTED, NO RE
003670-             'CORD RECEIVED OR ACKNOWLEDGED ***' TO RPT-LINE-TEXT
003670     ELSE
003670         MOVE 'ENVELOPE VERIFIED -- FILE ACCEPTED'
003670             TO RPT-LINE-TEXT
003670     END-IF
003670     WRITE RPT-LINE
003670     IF RPT-FILE-STATUS NOT = '00'
003670         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
003670         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
003670         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003670     END-IF
003670 1230-EXIT.
003670     EXIT.
003670*=============================================================*
003670* A control total can only agree with a trailer that is there *
003670* and readable.                                               *
003670*=============================================================*
003670 1240-SET-TOTAL-RESULT.
003670*=============================================================*
003670     IF ENV-TRAILER-FOUND AND RPT-E-EXPECTED = RPT-E-FOUND
003670         MOVE 'OK' TO RPT-E-RESULT
003670     ELSE
003670         MOVE 'FAILED' TO RPT-E-RESULT
003670     END-IF
003670     PERFORM 1295-WRITE-RESULT-LINE THRU 1295-EXIT
003670 1240-EXIT.
003670     EXIT.
003670*=============================================================*
003670 1250-READ-ENVELOPE-PASS.
003670*=============================================================*
003670     READ TRANSMIT-IN NEXT RECORD
003670         AT END SET ENV-EOF TO TRUE
003670     END-READ
003670 1250-EXIT.
003670     EXIT.
003670*=============================================================*
003670* Same sum CIPHER's 9365-CHECKSUM-ONE-CHAR builds the trailer *
003670* checksum from: each text byte's ordinal value times its     *
003670* position in XMT-TEXT.                                       *
003670*=============================================================*
003670 1260-CHECKSUM-ONE-CHAR.
003670*=============================================================*
003670     COMPUTE ENV-CHECKSUM = ENV-CHECKSUM
003670         + FUNCTION ORD(XMT-TEXT(ENV-CHAR-POS:1))
003670         * ENV-CHAR-POS
003670 1260-EXIT.
003670     EXIT.
003670*=============================================================*
003670* A presence check: OK when what was found is what was        *
003670* expected.                                                   *
003670*=============================================================*
003670 1290-WRITE-ENVELOPE-LINE.
003670*=============================================================*
003670     IF RPT-E-FOUND = RPT-E-EXPECTED
003670         MOVE 'OK' TO RPT-E-RESULT
003670     ELSE
003670         MOVE 'FAILED' TO RPT-E-RESULT
003670     END-IF
003670     PERFORM 1295-WRITE-RESULT-LINE THRU 1295-EXIT
003670 1290-EXIT.
003670     EXIT.
003670*=============================================================*
003670 1295-WRITE-RESULT-LINE.
003670*=============================================================*
003670     IF RPT-E-RESULT = 'FAILED'
003670         SET RCV-ENVELOPE-FAILED TO TRUE
003670     END-IF
003670     MOVE RPT-ENV-LINE TO RPT-LINE-TEXT
003670     WRITE RPT-LINE
003670 1295-EXIT.
003670     EXIT.
003680*=============================================================*
003690 2000-PROCESS-TRANSMITS.
003700*=============================================================*
003790     READ TRANSMIT-IN NEXT RECORD
003800         AT END SET XMT-EOF TO TRUE
003810     END-READ
003811*    The envelope trailer ends the messages.                   *
003812     IF NOT XMT-EOF AND XMT-ENVELOPE-TRAILER
003813         SET XMT-EOF TO TRUE
003814     END-IF
003820 2050-EXIT.
003830     EXIT.
003840*=============================================================*
003850 2100-PROCESS-ONE-TRANSMIT.
003860*=============================================================*
003870     ADD 1 TO RCV-MSG-COUNT
003871     IF XMT-SENDER-ID NOT = RCV-CUR-SENDER-ID
003872         PERFORM 2070-RESOLVE-SENDER THRU 2070-EXIT
003873     END-IF
003875     IF SND-CUR-SUB = 0
003876         ADD 1 TO SND-OVERFLOW-READ
003877     ELSE
003877         SET SND-IDX TO SND-CUR-SUB
003878         ADD 1 TO SND-TABLE-READ(SND-IDX)
003879     END-IF
003879     PERFORM 2200-CHECK-DUPLICATE THRU 2200-EXIT
003879     IF RCV-DUPLICATE
003879         PERFORM 2130-SKIP-DUPLICATE THRU 2130-EXIT
003879         PERFORM 2050-READ-NEXT-TRANSMIT THRU 2050-EXIT
003879         GO TO 2100-EXIT
003879     END-IF
003880     IF XMT-TEXT-LEN < 1 OR XMT-TEXT-LEN > 256
003890         DISPLAY 'WARNING -- MSG ' XMT-MSG-ID ' HAS INVALID '
003900             'TEXT LENGTH ' XMT-TEXT-LEN ' -- RECORD REJECTED'
003960             'CIPHER TYPE ' XMT-CIPHER-TYPE ' -- RECORD REJECTED'
003970         PERFORM 2120-REJECT-ONE-TRANSMIT THRU 2120-EXIT
003980     ELSE
003981     IF NOT RCV-PARTNER-KNOWN
003982         DISPLAY 'WARNING -- MSG ' XMT-MSG-ID ' SENDER '
003983             XMT-SENDER-ID ' NOT ON PARTNER PROFILE -- '
003984             'RECORD REJECTED'
003985         PERFORM 2120-REJECT-ONE-TRANSMIT THRU 2120-EXIT
003986     ELSE
003987     IF RCV-PTN-TYPE NOT = SPACE
003988             AND XMT-CIPHER-TYPE NOT = RCV-PTN-TYPE
003989         DISPLAY 'WARNING -- MSG ' XMT-MSG-ID ' CIPHER TYPE '
003989             XMT-CIPHER-TYPE ' IS NOT THE TYPE ' RCV-PTN-TYPE
003989             ' AGREED WITH ' XMT-SENDER-ID ' -- RECORD REJECTED'
003989         PERFORM 2120-REJECT-ONE-TRANSMIT THRU 2120-EXIT
003989     ELSE
003990         PERFORM 2300-DECRYPT-ONE-MESSAGE THRU 2300-EXIT
004000         IF CX-RC-NO-KEYWORD
004010             DISPLAY 'WARNING -- MSG ' XMT-MSG-ID
004030             PERFORM 2120-REJECT-ONE-TRANSMIT THRU 2120-EXIT
004040         ELSE
004050             ADD 1 TO RCV-RECEIVED-COUNT
004050             IF SND-CUR-SUB = 0
004050                 ADD 1 TO SND-OVERFLOW-RECEIVED
004050             ELSE
004050                 ADD 1 TO SND-TABLE-RECEIVED(SND-IDX)
004050             END-IF
004060             MOVE 'RECEIVED' TO RCV-STATUS-WS
004070             PERFORM 2600-WRITE-RECEIVED-RECORD THRU 2600-EXIT
004075             PERFORM 2650-ACKNOWLEDGE-RECEIPT THRU 2650-EXIT
004080             PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT
004090             PERFORM 2800-WRITE-AUDIT-RECORD THRU 2800-EXIT
004100         END-IF
004110     END-IF
004110     END-IF
004110     END-IF
004120     END-IF
004130     PERFORM 2050-READ-NEXT-TRANSMIT THRU 2050-EXIT
004140 2100-EXIT.
004150     EXIT.
004151*=============================================================*
004152* A new sender id: look the sender up on the partner profile  *
004153* for the shift, key id, and cipher type agreed with it, and  *
004154* resolve the key id against the vault.  A sender not on the  *
004155* profile leaves RCV-PARTNER-KNOWN off and every record it    *
004156* sent is rejected.  The sender's entry in the per-partner    *
004157* count table is found or added here too.                     *
004158*=============================================================*
004159 2070-RESOLVE-SENDER.
004160*=============================================================*
004161     MOVE XMT-SENDER-ID TO RCV-CUR-SENDER-ID
004162     MOVE 'N' TO RCV-PARTNER-OK-SW
004163     MOVE 'N' TO RCV-KEY-OK-SW
004164     MOVE SPACE TO RCV-PTN-TYPE RCV-PTN-KEY-ID
004165     MOVE 0 TO RCV-PTN-SHIFT
004166     MOVE SPACE TO RCV-VAULT-KEYWORD RCV-VAULT-SUB-ALPHA
004167     MOVE 0 TO RCV-VAULT-KEYWORD-LEN
004168     MOVE XMT-SENDER-ID TO PTN-ID
004169     READ PARTNER-PROFILE
004170         INVALID KEY
004171             MOVE '*** NOT ON PARTNER PROFILE ***' TO PTN-NAME
004172         NOT INVALID KEY
004173             SET RCV-PARTNER-KNOWN TO TRUE
004174             MOVE PTN-CIPHER-TYPE TO RCV-PTN-TYPE
004175             MOVE PTN-SHIFT TO RCV-PTN-SHIFT
004176             MOVE FUNCTION UPPER-CASE(PTN-KEY-ID)
004177                 TO RCV-PTN-KEY-ID
004178             PERFORM 2080-RESOLVE-PARTNER-KEY-ID THRU 2080-EXIT
004179     END-READ
004180     PERFORM 2090-FIND-SENDER-ENTRY THRU 2090-EXIT
004181 2070-EXIT.
004182     EXIT.
003210*=============================================================*
003220* The key id agreed with the sending shop is resolved against *
003230* the vault once per sender, not per record -- every keyed    *
003240* (type V or S) record from one partner uses the same key.  A *
003250* missing or unknown id only matters if the partner actually  *
003260* sends keyed records: they reach the engine with no          *
003270* keyword or alphabet and are rejected by its existing        *
003280* no-keyword check.                                           *
003280*=============================================================*
003290 2080-RESOLVE-PARTNER-KEY-ID.
003300*=============================================================*
003310     IF RCV-PTN-KEY-ID = SPACE
003320         GO TO 2080-EXIT
003330     END-IF
003340     MOVE RCV-PTN-KEY-ID TO KEY-ID
003350     READ KEYWORD-VAULT
003360         INVALID KEY
003370             DISPLAY 'WARNING -- KEY ID ' RCV-PTN-KEY-ID
003380                 ' FOR PARTNER ' RCV-CUR-SENDER-ID
003380                 ' NOT ON KEYWORD VAULT -- TYPE V/S RECORDS '
003390                 'WILL BE REJECTED'
003400         NOT INVALID KEY
003400*            Same lifecycle window every other resolver        *
003400*            checks: a key outside its effective/expiry dates  *
003400*            is as unusable as one missing from the vault.  A  *
003400*            blank or non-numeric date is open-ended           *
003400*            (KEYREC.cpy).                                     *
003400             IF (KEY-EFFECTIVE-DATE NUMERIC AND
003400                 KEY-EFFECTIVE-DATE > AUD-RUN-DATE-WS(1:8))
003400                 OR (KEY-EXPIRY-DATE NUMERIC AND
003400                 KEY-EXPIRY-DATE < AUD-RUN-DATE-WS(1:8))
003400                 DISPLAY 'WARNING -- KEY ID ' RCV-PTN-KEY-ID
003400                     ' FOR PARTNER ' RCV-CUR-SENDER-ID
003400                     ' OUTSIDE ITS EFFECTIVE/EXPIRY WINDOW -- '
003400                     'TYPE V/S RECORDS WILL BE REJECTED'
003400             ELSE
003410                 MOVE KEY-KEYWORD TO RCV-VAULT-KEYWORD
003420                 MOVE KEY-KEYWORD-LEN TO RCV-VAULT-KEYWORD-LEN
003425                 MOVE FUNCTION UPPER-CASE(KEY-SUB-ALPHABET)
003426                     TO RCV-VAULT-SUB-ALPHA
003430                 SET RCV-KEY-RESOLVED TO TRUE
003430             END-IF
003440     END-READ
003450 2080-EXIT.
003460     EXIT.
004183*=============================================================*
004184 2090-FIND-SENDER-ENTRY.
004185*=============================================================*
004186     MOVE 'N' TO RCV-FOUND-SW
004187     PERFORM 2095-MATCH-ONE-SENDER THRU 2095-EXIT
004188         VARYING SND-IDX FROM 1 BY 1
004189         UNTIL SND-IDX > SND-ENTRY-COUNT OR RCV-ENTRY-FOUND
004190     IF RCV-ENTRY-FOUND
004191         SET SND-IDX DOWN BY 1
004192         SET SND-CUR-SUB TO SND-IDX
004193     ELSE
004194         IF SND-ENTRY-COUNT < 50
004195             ADD 1 TO SND-ENTRY-COUNT
004196             SET SND-IDX TO SND-ENTRY-COUNT
004197             SET SND-CUR-SUB TO SND-IDX
004198             MOVE XMT-SENDER-ID TO SND-TABLE-ID(SND-IDX)
004199             MOVE PTN-NAME TO SND-TABLE-NAME(SND-IDX)
004200             MOVE 0 TO SND-TABLE-READ(SND-IDX)
004201             MOVE 0 TO SND-TABLE-RECEIVED(SND-IDX)
004202             MOVE 0 TO SND-TABLE-REJECTED(SND-IDX)
004202             MOVE 0 TO SND-TABLE-DUPLICATE(SND-IDX)
004203         ELSE
004204             IF SND-OVERFLOW-READ = 0
004205                 DISPLAY 'WARNING -- PARTNER TABLE FULL AT 50'
004206                     ' -- FURTHER SENDERS LUMPED INTO OTHERS'
004207             END-IF
004208             MOVE 0 TO SND-CUR-SUB
004209         END-IF
004210     END-IF
004211 2090-EXIT.
004212     EXIT.
004213*=============================================================*
004214 2095-MATCH-ONE-SENDER.
004215*=============================================================*
004216     IF SND-TABLE-ID(SND-IDX) = XMT-SENDER-ID
004217         SET RCV-ENTRY-FOUND TO TRUE
004218     END-IF
004219 2095-EXIT.
004220     EXIT.
004160*=============================================================*
004170* The rejected record goes to REJECT-OUT intact, and a        *
004180* REJECTED detail line goes on the receipt report, the same   *
004210 2120-REJECT-ONE-TRANSMIT.
004220*=============================================================*
004230     ADD 1 TO RCV-REJECT-COUNT
004230     IF SND-CUR-SUB = 0
004230         ADD 1 TO SND-OVERFLOW-REJECTED
004230     ELSE
004230         ADD 1 TO SND-TABLE-REJECTED(SND-IDX)
004230     END-IF
004240     MOVE XMT-RECORD TO REJ-RECORD
004250     WRITE REJ-RECORD
004260     IF REJ-FILE-STATUS NOT = '00'
004300     END-IF
004310     MOVE 'REJECTED' TO RCV-STATUS-WS
004320     MOVE XMT-MSG-ID TO RPT-D-MSG-ID
004325     MOVE XMT-SENDER-ID TO RPT-D-PARTNER
004330     MOVE SPACE TO RPT-D-CIPHERTEXT
004340     MOVE SPACE TO RPT-D-CLEARTEXT
004350     MOVE XMT-CIPHER-TYPE TO RPT-D-TYPE
004460     END-IF
004470 2120-EXIT.
004480     EXIT.
004481*=============================================================*
004482* A duplicate is neither received nor rejected: it was        *
004483* received and acknowledged by an earlier run, so it is not   *
004484* decrypted, written, acknowledged or audited again -- only   *
004485* listed, with the date it first arrived, so the partner can  *
004486* be asked why it was sent twice.                             *
004487*=============================================================*
004488 2130-SKIP-DUPLICATE.
004489*=============================================================*
004490     ADD 1 TO RCV-DUPLICATE-COUNT
004491     IF SND-CUR-SUB = 0
004492         ADD 1 TO SND-OVERFLOW-DUPLICATE
004493     ELSE
004494         ADD 1 TO SND-TABLE-DUPLICATE(SND-IDX)
004495     END-IF
004496     DISPLAY 'WARNING -- MSG ' XMT-MSG-ID ' FROM '
004497         XMT-SENDER-ID ' ALREADY RECEIVED ' RCV-FIRST-DATE-WS
004498         ' -- DUPLICATE SKIPPED'
004499     MOVE XMT-MSG-ID TO RPT-D-MSG-ID
004500     MOVE XMT-SENDER-ID TO RPT-D-PARTNER
004501     MOVE SPACE TO RPT-D-CIPHERTEXT
004502     MOVE SPACE TO RPT-D-CLEARTEXT
004503     STRING 'FIRST RECEIVED ' RCV-FIRST-DATE-WS
004504         DELIMITED BY SIZE INTO RPT-D-CLEARTEXT
004505     MOVE XMT-CIPHER-TYPE TO RPT-D-TYPE
004506     MOVE SPACE TO RPT-D-SHIFT
004507     MOVE 'DUPLICATE' TO RPT-D-STATUS
004508     MOVE 'NO' TO RPT-D-TRUNC
004509     MOVE ' ' TO RPT-CARRIAGE-CONTROL
004510     MOVE RPT-DETAIL-LINE TO RPT-LINE-TEXT
004511     WRITE RPT-LINE
004512     IF RPT-FILE-STATUS NOT = '00'
004513         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
004514         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
004515         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004516     END-IF
004517 2130-EXIT.
004518     EXIT.
004490*=============================================================*
004500* Build the CX-INTERFACE the same way CIPHER's own            *
004510* 2150-BUILD-ENGINE-INTERFACE does, from the inbound record   *
004520* and the key agreed with the sending shop on its profile.    *
004530*=============================================================*
004540 2150-BUILD-ENGINE-INTERFACE.
004550*=============================================================*
004560     MOVE XMT-CIPHER-TYPE TO CX-CIPHER-TYPE
004570     MOVE RCV-PTN-SHIFT TO CX-SHIFT-VALUE
004580     MOVE SPACE TO CX-KEYWORD
004590     MOVE 0 TO CX-KEYWORD-LEN
004595     MOVE SPACE TO CX-SUB-ALPHABET
004740             MOVE 13 TO SHIFT-DISPLAY-NUM-WS
004750             MOVE SHIFT-DISPLAY-NUM-WS TO SHIFT-DISPLAY-WS
004760         WHEN OTHER
004770             MOVE RCV-PTN-SHIFT TO SHIFT-DISPLAY-NUM-WS
004780             MOVE SHIFT-DISPLAY-NUM-WS TO SHIFT-DISPLAY-WS
004790     END-EVALUATE
004800 2160-EXIT.
004940     END-IF
004950 2300-EXIT.
004960     EXIT.
004961*=============================================================*
004962* Look the sender and msg id up on the received history.  A   *
004963* hit written by this same job id on this same run date is    *
004964* this run's own work being picked up again after an          *
004965* interrupted run -- RECEIVED-OUT and ACK-OUT start empty     *
004966* every run, so it is received again, not a duplicate.        *
004967*=============================================================*
004968 2200-CHECK-DUPLICATE.
004969*=============================================================*
004970     MOVE 'N' TO RCV-DUPLICATE-SW
004971     MOVE 'N' TO RCV-RERUN-SW
004972     MOVE XMT-SENDER-ID TO RHS-SENDER-ID
004973     MOVE XMT-MSG-ID TO RHS-MSG-ID
004974     READ RECEIVED-HISTORY
004975         INVALID KEY
004976             CONTINUE
004977         NOT INVALID KEY
004978             IF RHS-JOB-ID = AUD-JOB-ID-WS
004979                     AND RHS-RECEIVED-DATE = AUD-RUN-DATE-WS(1:8)
004980                 SET RCV-RERUN-RECORD TO TRUE
004981             ELSE
004982                 SET RCV-DUPLICATE TO TRUE
004983                 MOVE RHS-RECEIVED-DATE TO RCV-FIRST-DATE-WS
004984             END-IF
004985     END-READ
004986     IF RHS-FILE-STATUS NOT = '00' AND RHS-FILE-STATUS NOT = '23'
004987         MOVE 'RECEIVED-HISTORY' TO ABEND-FILE-ID-WS
004988         MOVE RHS-FILE-STATUS TO ABEND-FILE-STATUS-WS
004989         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004990     END-IF
004991 2200-EXIT.
004992     EXIT.
004970*=============================================================*
004980* The recovered cleartext goes out in the standard MSGREC     *
004990* layout so the received messages can be browsed with         *
005000* CIPHMNT or loaded wherever the business unit wants them.    *
005010* The shift and key id used for the decrypt are stored on     *
005020* the record so the decrypt could be reproduced, and the       *
005020* sender on RCM-PARTNER-ID.                                   *
005030*=============================================================*
005040 2600-WRITE-RECEIVED-RECORD.
005050*=============================================================*
005060     MOVE XMT-MSG-ID       TO RCM-ID
005070     MOVE XMT-CIPHER-TYPE  TO RCM-CIPHER-TYPE
005080     MOVE RCV-PTN-SHIFT    TO RCM-SHIFT-VALUE
005090     MOVE RCV-PTN-KEY-ID   TO RCM-KEY-ID
005095     MOVE XMT-SENDER-ID    TO RCM-PARTNER-ID
005100     MOVE XMT-TEXT-LEN     TO RCM-TEXT-LEN
005110     MOVE DECRYPTED-STR    TO RCM-TEXT
005120     WRITE RCM-RECORD
005170     END-IF
005180 2600-EXIT.
005190     EXIT.
005191*=============================================================*
005192* Acknowledge the message to its sender, dated today, and     *
005193* record it on the received history so it is caught as a     *
005194* duplicate if it is ever sent again.  Rejects are never      *
005195* acknowledged -- the partner's own aging report is what      *
005196* tells them to resend.                                       *
005197*=============================================================*
005198 2650-ACKNOWLEDGE-RECEIPT.
005199*=============================================================*
005200     MOVE XMT-MSG-ID TO ACK-MSG-ID
005201     MOVE AUD-RUN-DATE-WS(1:8) TO ACK-DATE
005202     WRITE ACK-RECORD
005203     IF ACK-FILE-STATUS NOT = '00'
005204         MOVE 'ACK-OUT' TO ABEND-FILE-ID-WS
005205         MOVE ACK-FILE-STATUS TO ABEND-FILE-STATUS-WS
005206         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005207     END-IF
005208     ADD 1 TO RCV-ACK-COUNT
005209     MOVE XMT-SENDER-ID TO RHS-SENDER-ID
005210     MOVE XMT-MSG-ID TO RHS-MSG-ID
005211     MOVE AUD-RUN-DATE-WS(1:8) TO RHS-RECEIVED-DATE
005212     MOVE AUD-JOB-ID-WS TO RHS-JOB-ID
005213     MOVE AUD-RUN-TIME-WS TO RHS-RECEIVED-TIME
005214     IF RCV-RERUN-RECORD
005215         REWRITE RHS-RECORD
005216     ELSE
005217         WRITE RHS-RECORD
005218     END-IF
005219     IF RHS-FILE-STATUS NOT = '00'
005220         MOVE 'RECEIVED-HISTORY' TO ABEND-FILE-ID-WS
005221         MOVE RHS-FILE-STATUS TO ABEND-FILE-STATUS-WS
005222         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005223     END-IF
005224 2650-EXIT.
005225     EXIT.
005200*=============================================================*
005210 2700-WRITE-DETAIL-LINE.
005220*=============================================================*
005230     MOVE XMT-MSG-ID TO RPT-D-MSG-ID
005235     MOVE XMT-SENDER-ID TO RPT-D-PARTNER
005240     MOVE XMT-TEXT(1:XMT-TEXT-LEN) TO RPT-D-CIPHERTEXT
005250     MOVE DECRYPTED-STR(1:XMT-TEXT-LEN) TO RPT-D-CLEARTEXT
005260     MOVE XMT-CIPHER-TYPE TO RPT-D-TYPE
005600     MOVE SHIFT-DISPLAY-WS    TO AUD-SHIFT-VALUE
005610     MOVE XMT-TEXT-LEN        TO AUD-MSG-LEN
005620     MOVE SPACE               TO AUD-KEYWORD
005630     PERFORM 2810-STAMP-AUDIT-CHAIN THRU 2810-EXIT
005630     WRITE AUD-RECORD
005640     IF AUD-FILE-STATUS NOT = '00'
005650         MOVE 'CIPHER-AUDIT-LOG' TO ABEND-FILE-ID-WS
005660         MOVE AUD-FILE-STATUS TO ABEND-FILE-STATUS-WS
005670         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005680     END-IF
005680     PERFORM 2820-ADVANCE-AUDIT-CHAIN THRU 2820-EXIT
005690 2800-EXIT.
005700     EXIT.
005700*=============================================================*
005700* Chain stamping.  Each audit record carries the next         *
005700* sequence number, the hash of the record before it and its   *
005700* own hash -- CIPHHASH over the whole record except           *
005700* AUD-REC-HASH itself, i.e. its first 88 bytes, AUD-SEQ-NO    *
005700* and AUD-PREV-HASH included, the same bytes AUDVRFY hashes   *
005700* -- so AUDVRFY can tell a record that was altered, removed   *
005700* or slipped in from one that was not.                        *
005700*=============================================================*
005700 2810-STAMP-AUDIT-CHAIN.
005700*=============================================================*
005700     ADD 1 TO CHN-LAST-SEQ-NO GIVING AUD-SEQ-NO
005700     MOVE CHN-LAST-HASH TO AUD-PREV-HASH
005700     MOVE AUD-RECORD TO HX-AUD-RECORD
005700     CALL 'CIPHHASH' USING HX-INTERFACE
005700     MOVE HX-HASH TO AUD-REC-HASH
005700 2810-EXIT.
005700     EXIT.
005700*=============================================================*
005700* Once the record is on the log, the control record moves on  *
005700* to it.  Rewritten after every record, not at end of job, so *
005700* an abend part-way leaves the chain pointing at the last     *
005700* record actually written.                                    *
005700*=============================================================*
005700 2820-ADVANCE-AUDIT-CHAIN.
005700*=============================================================*
005700     MOVE AUD-SEQ-NO   TO CHN-LAST-SEQ-NO
005700     MOVE AUD-REC-HASH TO CHN-LAST-HASH
005700     MOVE AUD-RUN-DATE(1:8) TO CHN-LAST-DATE
005700     MOVE AUD-RUN-TIME TO CHN-LAST-TIME
005700     MOVE AUD-JOB-ID   TO CHN-LAST-JOB-ID
005700     REWRITE CHN-RECORD
005700     IF CHN-FILE-STATUS NOT = '00'
005700         MOVE 'AUDIT-CHAIN' TO ABEND-FILE-ID-WS
005700         MOVE CHN-FILE-STATUS TO ABEND-FILE-STATUS-WS
005700         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005700     END-IF
005700 2820-EXIT.
005700     EXIT.
005710*=============================================================*
005720 9000-TERMINATE.
005730*=============================================================*
005830     MOVE RCV-REJECT-COUNT TO RPT-TR-REJECTED
005840     MOVE RPT-TRAILER-3 TO RPT-LINE-TEXT
005850     WRITE RPT-LINE
005850     MOVE RCV-ACK-COUNT TO RPT-TR-ACKED
005850     MOVE RPT-TRAILER-4 TO RPT-LINE-TEXT
005850     WRITE RPT-LINE
005850     MOVE RCV-DUPLICATE-COUNT TO RPT-TR-DUPLICATE
005850     MOVE RPT-TRAILER-5 TO RPT-LINE-TEXT
005850     WRITE RPT-LINE
005850     PERFORM 9020-CROSS-FOOT-TOTALS THRU 9020-EXIT
005851     MOVE SPACE TO RPT-LINE-TEXT
005852     WRITE RPT-LINE
005853     MOVE RPT-PARTNER-TITLE TO RPT-LINE-TEXT
005854     WRITE RPT-LINE
005855     MOVE RPT-PARTNER-HEADER TO RPT-LINE-TEXT
005856     WRITE RPT-LINE
005857     PERFORM 9010-PRINT-ONE-PARTNER THRU 9010-EXIT
005858         VARYING SND-IDX FROM 1 BY 1
005859         UNTIL SND-IDX > SND-ENTRY-COUNT
005860     IF SND-OVERFLOW-READ > 0
005861         MOVE 'OTHERS' TO RPT-P-ID
005862         MOVE SPACE TO RPT-P-NAME
005863         MOVE SND-OVERFLOW-READ TO RPT-P-READ
005864         MOVE SND-OVERFLOW-RECEIVED TO RPT-P-RECEIVED
005865         MOVE SND-OVERFLOW-REJECTED TO RPT-P-REJECTED
005865         MOVE SND-OVERFLOW-DUPLICATE TO RPT-P-DUPLICATE
005866         MOVE RPT-PARTNER-LINE TO RPT-LINE-TEXT
005867         WRITE RPT-LINE
005868     END-IF
005869     IF RPT-FILE-STATUS NOT = '00'
005870         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
005880         MOVE RPT-FILE-STATUS TO ABEND-FILE-STATUS-WS
005890         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005900     END-IF
005905     IF NOT RCV-ENVELOPE-FAILED
005905         PERFORM 9040-ADVANCE-INBOUND-SEQ THRU 9040-EXIT
005905     END-IF
005910     CLOSE TRANSMIT-IN
005915     CLOSE PARTNER-PROFILE
005920     CLOSE RECEIVED-OUT
005930     CLOSE REJECT-OUT
005935     CLOSE ACK-OUT
005935     CLOSE RECEIVED-HISTORY
005940     CLOSE REPORT-OUT
005950     CLOSE KEYWORD-VAULT
005960     CLOSE CIPHER-AUDIT-LOG
005960     CLOSE AUDIT-CHAIN
005970*    Graduated return code, same convention as CIPHER: 0 only  *
005980*    when every inbound record was received, 4 when any was    *
005990*    rejected or was a duplicate, 8 when the totals do not     *
005995*    cross-foot, 16 when the envelope check rejected the whole *
006000*    file (9100-ABEND-FILE-ERROR also sets 16 and never        *
006000*    reaches here).                                            *
006010     IF RCV-ENVELOPE-FAILED
006010         MOVE 16 TO RETURN-CODE
006010     ELSE
006010     IF RCV-OUT-OF-FOOT
006011         MOVE 8 TO RETURN-CODE
006012     ELSE
006013         IF RCV-REJECT-COUNT > 0 OR RCV-DUPLICATE-COUNT > 0
006020             MOVE 4 TO RETURN-CODE
006021         END-IF
006030     END-IF
006030     END-IF
006040 9000-EXIT.
006050     EXIT.
006051*=============================================================*
006052 9010-PRINT-ONE-PARTNER.
006053*=============================================================*
006054     MOVE SND-TABLE-ID(SND-IDX) TO RPT-P-ID
006055     MOVE SND-TABLE-NAME(SND-IDX) TO RPT-P-NAME
006056     MOVE SND-TABLE-READ(SND-IDX) TO RPT-P-READ
006057     MOVE SND-TABLE-RECEIVED(SND-IDX) TO RPT-P-RECEIVED
006058     MOVE SND-TABLE-REJECTED(SND-IDX) TO RPT-P-REJECTED
006058     MOVE SND-TABLE-DUPLICATE(SND-IDX) TO RPT-P-DUPLICATE
006059     MOVE RPT-PARTNER-LINE TO RPT-LINE-TEXT
006060     WRITE RPT-LINE
006061 9010-EXIT.
006062     EXIT.
006063*=============================================================*
006064* Every record read is received, rejected, or a duplicate,    *
006065* and every record received is acknowledged.  Both are        *
006066* printed with the two sides and flagged if they disagree.    *
006067*=============================================================*
006068 9020-CROSS-FOOT-TOTALS.
006069*=============================================================*
006070     COMPUTE RCV-FOOT-TOTAL = RCV-RECEIVED-COUNT
006071         + RCV-REJECT-COUNT + RCV-DUPLICATE-COUNT
006072     MOVE 'READ = RECEIVED + REJECTED + DUPLICATE'
006073         TO RPT-F-LABEL
006074     MOVE RCV-MSG-COUNT TO RPT-F-LEFT
006075     MOVE RCV-FOOT-TOTAL TO RPT-F-RIGHT
006076     IF RCV-MSG-COUNT = RCV-FOOT-TOTAL
006077         MOVE 'IN BALANCE' TO RPT-F-STATUS
006078     ELSE
006079         MOVE 'OUT OF BALANCE' TO RPT-F-STATUS
006080         SET RCV-OUT-OF-FOOT TO TRUE
006081     END-IF
006082     MOVE RPT-FOOT-LINE TO RPT-LINE-TEXT
006083     WRITE RPT-LINE
006084     MOVE 'ACKNOWLEDGED = RECEIVED' TO RPT-F-LABEL
006085     MOVE RCV-ACK-COUNT TO RPT-F-LEFT
006086     MOVE RCV-RECEIVED-COUNT TO RPT-F-RIGHT
006087     IF RCV-ACK-COUNT = RCV-RECEIVED-COUNT
006088         MOVE 'IN BALANCE' TO RPT-F-STATUS
006089     ELSE
006090         MOVE 'OUT OF BALANCE' TO RPT-F-STATUS
006091         SET RCV-OUT-OF-FOOT TO TRUE
006092     END-IF
006093     MOVE RPT-FOOT-LINE TO RPT-LINE-TEXT
006094     WRITE RPT-LINE
006095 9020-EXIT.
006096     EXIT.
006096*=============================================================*
006096* The file is through: its sequence number becomes the last   *
006096* accepted from the sending shop, so the same file sent again *
006096* -- or one sent out of order -- fails its envelope check.    *
006096*=============================================================*
006096 9040-ADVANCE-INBOUND-SEQ.
006096*=============================================================*
006096     MOVE ENV-HDR-SHOP-ID TO PTN-ID
006096     READ PARTNER-PROFILE
006096     IF PTN-FILE-STATUS = '00'
006096         MOVE ENV-HDR-FILE-SEQ TO PTN-INBOUND-SEQ
006096         REWRITE PTN-RECORD
006096     END-IF
006096     IF PTN-FILE-STATUS NOT = '00'
006096         MOVE 'PARTNER-PROFILE' TO ABEND-FILE-ID-WS
006096         MOVE PTN-FILE-STATUS TO ABEND-FILE-STATUS-WS
006096         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006096     END-IF
006096 9040-EXIT.
006096     EXIT.
006060*=============================================================*
006070* Common fatal-file-error handler, same shape as CIPHER's:    *
006080* the caller MOVEs the failing ddname and status into          *
