000260*   2026-09-02 RH   Original version.                         *
000261*   2026-09-02 RH   Accepted the new substitution type S in   *
000262*                   the load edits, same as CIPHMNT.          *
000263*   2026-10-15 RH   An add goes on the master pending; a      *
000264*                   change puts the message back to pending   *
000265*                   (new content to ship) unless it is held,  *
000266*                   same as CIPHMNT.                          *
000267*   2026-10-15 RH   Carries the destination partner id onto   *
000268*                   the master; a non-blank one must be on    *
000269*                   the PARTNER-PROFILE master.               *
000269*   2026-10-15 RH   An add may not use msg id 000000 or       *
000269*                   999999, the transmit envelope keys        *
000269*                   (XMTREC.cpy).                             *
000270*-------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS KEY-ID
000460         FILE STATUS IS KEY-FILE-STATUS.
000461     SELECT PARTNER-PROFILE ASSIGN TO "PARTNER"
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS RANDOM
000464         RECORD KEY IS PTN-ID
000465         FILE STATUS IS PTN-FILE-STATUS.
000470     SELECT REPORT-OUT ASSIGN TO PARM-RPTOUT-DSN
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS RPT-FILE-STATUS.
000580 FD  KEYWORD-VAULT
000590     LABEL RECORD IS STANDARD.
000600 COPY KEYREC.
000601 FD  PARTNER-PROFILE
000602     LABEL RECORD IS STANDARD.
000603 COPY PTNREC.
000610 FD  REPORT-OUT
000620     LABEL RECORD IS STANDARD.
000630 COPY RPTREC.
000650 01  TRN-FILE-STATUS              PIC X(02) VALUE '00'.
000660 01  MSG-FILE-STATUS              PIC X(02) VALUE '00'.
000670 01  KEY-FILE-STATUS              PIC X(02) VALUE '00'.
000675 01  PTN-FILE-STATUS              PIC X(02) VALUE '00'.
000680 01  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
000690 01  LOD-SWITCHES.
000700     05  TRN-EOF-SW               PIC X(01) VALUE 'N'.
001790         MOVE KEY-FILE-STATUS TO ABEND-FILE-STATUS-WS
001800         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001810     END-IF
001811     OPEN INPUT PARTNER-PROFILE
001812     IF PTN-FILE-STATUS NOT = '00'
001813         MOVE 'PARTNER-PROFILE' TO ABEND-FILE-ID-WS
001814         MOVE PTN-FILE-STATUS TO ABEND-FILE-STATUS-WS
001815         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001816     END-IF
001820     OPEN OUTPUT REPORT-OUT
001830     IF RPT-FILE-STATUS NOT = '00'
001840         MOVE 'REPORT-OUT' TO ABEND-FILE-ID-WS
003210     IF TRN-ACTION-DELETE
003220         GO TO 2200-EXIT
003230     END-IF
003231     IF TRN-ACTION-ADD
003232             AND (TRN-MSG-ID = '000000' OR TRN-MSG-ID = '999999')
003233         MOVE 'N' TO LOD-VALID-SW
003234         MOVE 'MSG IDS 000000 AND 999999 ARE RESERVED'
003235             TO LOD-REASON-TEXT
003236         GO TO 2200-EXIT
003237     END-IF
003240     IF TRN-CIPHER-TYPE NOT = 'C' AND TRN-CIPHER-TYPE NOT = 'R'
003250             AND TRN-CIPHER-TYPE NOT = 'V'
003255             AND TRN-CIPHER-TYPE NOT = 'S'
003490             GO TO 2200-EXIT
003500         END-IF
003510     END-IF
003511     IF TRN-PARTNER-ID NOT = SPACE
003512         MOVE FUNCTION UPPER-CASE(TRN-PARTNER-ID) TO PTN-ID
003513         READ PARTNER-PROFILE
003514             INVALID KEY
003515                 MOVE 'N' TO LOD-VALID-SW
003516                 MOVE 'PARTNER ID NOT ON PARTNER PROFILE'
003517                     TO LOD-REASON-TEXT
003518         END-READ
003519         IF NOT LOD-TRAN-VALID
003519             GO TO 2200-EXIT
003519         END-IF
003519     END-IF
003520     IF TRN-TEXT-LEN = SPACE
003530         MOVE FUNCTION STORED-CHAR-LENGTH
003540             (FUNCTION TRIM(TRN-TEXT)) TO LOD-TEXT-LEN-WS
003950*=============================================================*
003960 2300-ADD-MESSAGE.
003970*=============================================================*
003975     MOVE SPACE TO MSG-RECORD
003980     PERFORM 2700-BUILD-MSG-RECORD THRU 2700-EXIT
003985     SET MSG-STATUS-PENDING TO TRUE
003986     MOVE LOD-TODAY-TEXT(1:8) TO MSG-STATUS-DATE
003990     WRITE MSG-RECORD
004000     EVALUATE MSG-FILE-STATUS
004010         WHEN '00'
004200             MOVE 'MSG ID NOT ON FILE' TO LOD-REASON-TEXT
004210         NOT INVALID KEY
004220             PERFORM 2700-BUILD-MSG-RECORD THRU 2700-EXIT
004221*            Changed content is new work for CIPHER, unless    *
004222*            the message is on hold -- only a release lifts    *
004223*            a hold.                                           *
004224             IF NOT MSG-STATUS-HELD
004225                 SET MSG-STATUS-PENDING TO TRUE
004226                 MOVE LOD-TODAY-TEXT(1:8) TO MSG-STATUS-DATE
004227             END-IF
004230             REWRITE MSG-RECORD
004240             IF MSG-FILE-STATUS NOT = '00'
004250                 MOVE 'MESSAGE-IO' TO ABEND-FILE-ID-WS
004580     MOVE FUNCTION UPPER-CASE(TRN-KEY-ID) TO MSG-KEY-ID
004590     MOVE FUNCTION UPPER-CASE(TRN-TEXT) TO MSG-TEXT
004600     MOVE LOD-TEXT-LEN-WS TO MSG-TEXT-LEN
004605     MOVE FUNCTION UPPER-CASE(TRN-PARTNER-ID) TO MSG-PARTNER-ID
004610 2700-EXIT.
004620     EXIT.
004630*=============================================================*
004830     CLOSE TRANSACT-IN
004840     CLOSE MESSAGE-IO
004850     CLOSE KEYWORD-VAULT
004855     CLOSE PARTNER-PROFILE
004860     CLOSE REPORT-OUT
004870*    Graduated return code, same convention as CIPHER: 0 only  *
004880*    when every transaction was accepted, 4 when any was       *
