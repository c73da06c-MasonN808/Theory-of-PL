000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CIPHAUDW.
000030 AUTHOR.        R HENRICKSEN.
000040 INSTALLATION.  DATA LIBRARY SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-------------------------------------------------------------*
000080* CIPHAUDW is the audit writer that every CIPHSET transaction *
000090* writing to the audit log LINKs to -- CIPHONL for each       *
000100* request, CIPHAUTH for each refusal, CIPHRVW for each review *
000110* decision -- in place of its own WRITE to CICS file CIPHAUD. *
000120* The audit log is now a hash chain (AUDREC.cpy's             *
000130* AUD-CHAIN-DETAIL): each record carries the next sequence    *
000140* number, the chain hash of the record before it, and its own *
000150* chain hash from CIPHHASH.  The last sequence number and     *
000160* hash live on the chain control record (CHNREC.cpy, CICS     *
000170* file AUDCHAIN), shared with the batch writers.  This        *
000180* program reads it for update, stamps the caller's record,    *
000190* writes it and advances the control record; the READ UPDATE  *
000200* holds every other writer off until the unit of work ends,   *
000210* so the log and the chain go forward together in one order   *
000220* however many terminals are writing.  The caller passes its  *
000230* AUDREC in AW-INTERFACE (AUDWLINK.cpy) and gets it back as   *
000240* written, with AW-RESULT-CD saying whether it was.           *
000250*-------------------------------------------------------------*
000260*-------------------------------------------------------------*
000270* MODIFICATION HISTORY                                        *
000280*   DATE       BY   DESCRIPTION                               *
000290*   2026-10-15 RH   Original version.                         *
000300*-------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 DATA DIVISION.
000360 WORKING-STORAGE SECTION.
000370*-------------------------------------------------------------*
000380* The caller's request, moved in from the COMMAREA on entry   *
000390* and back out on return.                                     *
000400*-------------------------------------------------------------*
000410 COPY AUDWLINK.
000420*-------------------------------------------------------------*
000430* The record being written, the chain control record, and the *
000440* interface to the CIPHHASH subprogram.                       *
000450*-------------------------------------------------------------*
000460 COPY AUDREC.
000470 COPY CHNREC.
000480 COPY HASHLINK.
000490*-------------------------------------------------------------*
000500* Work areas.                                                 *
000510*-------------------------------------------------------------*
000520 01  AWR-SWITCHES.
000530     05  AWR-NEW-CHAIN-SW         PIC X(01) VALUE 'N'.
000540         88  AWR-NEW-CHAIN        VALUE 'Y'.
000550 01  AWR-RESP-WS                  PIC S9(08) COMP VALUE 0.
000560 01  AWR-CHAIN-KEY                PIC X(08) VALUE 'AUDITLOG'.
000570*    ESDS append position: CICS returns the RBA it assigned    *
000580*    the written audit record here.                            *
000590 01  AWR-AUD-RBA                  PIC S9(08) COMP VALUE 0.
000600 LINKAGE SECTION.
000610*-------------------------------------------------------------*
000620* The caller's AW-INTERFACE, the same length as AUDWLINK.cpy. *
000630*-------------------------------------------------------------*
000640 01  DFHCOMMAREA                  PIC X(99).
000650 PROCEDURE DIVISION USING DFHCOMMAREA.
000660*=============================================================*
000670 0000-MAINLINE.
000680*=============================================================*
000690     MOVE DFHCOMMAREA TO AW-INTERFACE
000700     MOVE AW-AUD-RECORD TO AUD-RECORD
000710     SET AW-NOT-WRITTEN TO TRUE
000720     PERFORM 1000-WRITE-CHAINED-RECORD THRU 1000-EXIT
000730     MOVE AUD-RECORD TO AW-AUD-RECORD
000740     MOVE AW-INTERFACE TO DFHCOMMAREA
000750     EXEC CICS RETURN
000760     END-EXEC
000770     GOBACK.
000780*=============================================================*
000790* Read the control record for update, stamp and write the     *
000800* audit record, then advance the control record past it.  A   *
000810* log with no control record yet starts the chain at 1.       *
000820* Any failure leaves AW-NOT-WRITTEN for the caller to act on. *
000830*=============================================================*
000840 1000-WRITE-CHAINED-RECORD.
000850*=============================================================*
000860     MOVE 'N' TO AWR-NEW-CHAIN-SW
000870     EXEC CICS READ FILE('AUDCHAIN')
000880         INTO(CHN-RECORD)
000890         RIDFLD(AWR-CHAIN-KEY)
000900         UPDATE
000910         RESP(AWR-RESP-WS)
000920     END-EXEC
000930     EVALUATE AWR-RESP-WS
000940         WHEN DFHRESP(NORMAL)
000950             CONTINUE
000960         WHEN DFHRESP(NOTFND)
000970             SET AWR-NEW-CHAIN TO TRUE
000980             MOVE SPACE TO CHN-RECORD
000990             MOVE AWR-CHAIN-KEY TO CHN-KEY
001000             MOVE 0 TO CHN-LAST-SEQ-NO CHN-LAST-HASH
001010                 CHN-BASE-SEQ-NO CHN-BASE-HASH
001020         WHEN OTHER
001030             GO TO 1000-EXIT
001040     END-EVALUATE
001050     ADD 1 TO CHN-LAST-SEQ-NO GIVING AUD-SEQ-NO
001060     MOVE CHN-LAST-HASH TO AUD-PREV-HASH
001070     MOVE AUD-RECORD TO HX-AUD-RECORD
001080     CALL 'CIPHHASH' USING HX-INTERFACE
001090     MOVE HX-HASH TO AUD-REC-HASH
001100     MOVE 0 TO AWR-AUD-RBA
001110     EXEC CICS WRITE FILE('CIPHAUD')
001120         FROM(AUD-RECORD)
001130         RIDFLD(AWR-AUD-RBA)
001140         RBA
001150         RESP(AWR-RESP-WS)
001160     END-EXEC
001170     IF AWR-RESP-WS NOT = DFHRESP(NORMAL)
001180         IF NOT AWR-NEW-CHAIN
001190             EXEC CICS UNLOCK FILE('AUDCHAIN')
001200             END-EXEC
001210         END-IF
001220         GO TO 1000-EXIT
001230     END-IF
001240     MOVE AUD-SEQ-NO TO CHN-LAST-SEQ-NO
001250     MOVE AUD-REC-HASH TO CHN-LAST-HASH
001260     MOVE AUD-RUN-DATE(1:8) TO CHN-LAST-DATE
001270     MOVE AUD-RUN-TIME TO CHN-LAST-TIME
001280     MOVE AUD-JOB-ID TO CHN-LAST-JOB-ID
001290     IF AWR-NEW-CHAIN
001300         EXEC CICS WRITE FILE('AUDCHAIN')
001310             FROM(CHN-RECORD)
001320             RIDFLD(CHN-KEY)
001330             RESP(AWR-RESP-WS)
001340         END-EXEC
001350     ELSE
001360         EXEC CICS REWRITE FILE('AUDCHAIN')
001370             FROM(CHN-RECORD)
001380             RESP(AWR-RESP-WS)
001390         END-EXEC
001400     END-IF
001410     IF AWR-RESP-WS = DFHRESP(NORMAL)
001420         SET AW-WRITTEN TO TRUE
001430     END-IF
001440 1000-EXIT.
001450     EXIT.
