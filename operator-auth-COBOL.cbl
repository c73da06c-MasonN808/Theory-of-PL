000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CIPHAUTH.
000030 AUTHOR.        R HENRICKSEN.
000040 INSTALLATION.  DATA LIBRARY SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-------------------------------------------------------------*
000080* CIPHAUTH is the operator-authorization check every CIPHSET  *
000090* transaction LINKs to before it does anything.  Anyone       *
000100* signed on to CICS used to be able to run any of the cipher  *
000110* screens with any key; now each operator's OPERATOR-AUTH     *
000120* record (ATHREC.cpy, CICS file OPRAUTH, keyed on the user    *
000130* id) lists the transactions they may start, the functions    *
000140* they may perform (encrypt, decrypt, maintain, repair,       *
000150* inquire) and the cipher types and vault key ids they may    *
000160* use.  The caller passes what it is about to do in           *
000170* AX-INTERFACE (AUTHLINK.cpy); the transaction id always      *
000180* comes off the EIB, and each of function, cipher type and    *
000190* key id is checked only when the caller filled it in.        *
000200* A refusal comes back with the screen line to show and is    *
000210* written to the audit log (CICS file CIPHAUD) as an AUDREC   *
000220* with function code V, so every refused attempt is on the    *
000230* same trail as everything that was allowed.  An operator     *
000240* with no record, or an authorization file that cannot be     *
000250* read, is refused -- the check never fails open.             *
000260* The logic lives here once, the way the cipher math lives    *
000270* once in CIPHENGN, so no screen can apply the rules          *
000280* differently from another.                                   *
000290*-------------------------------------------------------------*
000300*-------------------------------------------------------------*
000310* MODIFICATION HISTORY                                        *
000320*   DATE       BY   DESCRIPTION                               *
000330*   2026-10-15 RH   Original version.                         *
000330*   2026-10-15 RH   Violation records are written through     *
000330*                   CIPHAUDW, which stamps the audit log's    *
000330*                   sequence number and chain hash on them.   *
000340*-------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 DATA DIVISION.
000400 WORKING-STORAGE SECTION.
000410*-------------------------------------------------------------*
000420* The caller's request, moved in from the COMMAREA on entry   *
000430* and back out on return.                                     *
000440*-------------------------------------------------------------*
000450 COPY AUTHLINK.
000460*-------------------------------------------------------------*
000470* The operator's authorization record, and the audit record   *
000480* a refusal writes.                                           *
000490*-------------------------------------------------------------*
000500 COPY ATHREC.
000510 COPY AUDREC.
000520*-------------------------------------------------------------*
000530* Work areas.                                                 *
000540*-------------------------------------------------------------*
000550 01  ATH-SWITCHES.
000560     05  ATH-FOUND-SW             PIC X(01) VALUE 'N'.
000570         88  ATH-ENTRY-FOUND      VALUE 'Y'.
000580 01  ATH-RESP-WS                  PIC S9(08) COMP VALUE 0.
000590 01  ATH-TYPE-COUNT               PIC 9(03) VALUE 0.
000600 01  ATH-TODAY-TEXT               PIC X(21) VALUE SPACE.
000630*-------------------------------------------------------------*
000630* Interface to CIPHAUDW, which chains and writes the audit    *
000630* record (AUDWLINK.cpy).                                      *
000630*-------------------------------------------------------------*
000630 COPY AUDWLINK.
000640 LINKAGE SECTION.
000650*-------------------------------------------------------------*
000660* The caller's AX-INTERFACE, the same length as AUTHLINK.cpy. *
000670*-------------------------------------------------------------*
000680 01  DFHCOMMAREA                  PIC X(66).
000690 PROCEDURE DIVISION USING DFHCOMMAREA.
000700*=============================================================*
000710 0000-MAINLINE.
000720*=============================================================*
000730     MOVE DFHCOMMAREA TO AX-INTERFACE
000740     PERFORM 1000-CHECK-OPERATOR THRU 1000-EXIT
000750     IF AX-REFUSED
000760         PERFORM 2000-WRITE-VIOLATION THRU 2000-EXIT
000770     END-IF
000780     MOVE AX-INTERFACE TO DFHCOMMAREA
000790     EXEC CICS RETURN
000800     END-EXEC
000810     GOBACK.
000820*=============================================================*
000830* Each test below refuses with its own reason and screen      *
000840* line and stops there; an operator who passes all of them    *
000850* is authorized.                                              *
000860*=============================================================*
000870 1000-CHECK-OPERATOR.
000880*=============================================================*
000890     SET AX-AUTHORIZED TO TRUE
000900     MOVE SPACE TO AX-REASON-CD AX-MESSAGE-TEXT
000910     EXEC CICS ASSIGN USERID(AX-OPERATOR-ID)
000920     END-EXEC
000930     EXEC CICS READ FILE('OPRAUTH')
000940         INTO(ATH-RECORD)
000950         RIDFLD(AX-OPERATOR-ID)
000960         RESP(ATH-RESP-WS)
000970     END-EXEC
000980     EVALUATE ATH-RESP-WS
000990         WHEN DFHRESP(NORMAL)
001000             CONTINUE
001010         WHEN DFHRESP(NOTFND)
001020             SET AX-REFUSED TO TRUE
001030             MOVE 'U' TO AX-REASON-CD
001040             MOVE 'NOT AUTHORIZED -- OPERATOR NOT ON FILE'
001050                 TO AX-MESSAGE-TEXT
001060             GO TO 1000-EXIT
001070         WHEN OTHER
001080             SET AX-REFUSED TO TRUE
001090             MOVE 'E' TO AX-REASON-CD
001100             MOVE 'NOT AUTHORIZED -- AUTH FILE ERROR'
001110                 TO AX-MESSAGE-TEXT
001120             GO TO 1000-EXIT
001130     END-EVALUATE
001140     MOVE 'N' TO ATH-FOUND-SW
001150     PERFORM 1100-MATCH-ONE-TRANSID THRU 1100-EXIT
001160         VARYING ATH-TRN-IDX FROM 1 BY 1
001170         UNTIL ATH-TRN-IDX > 10 OR ATH-ENTRY-FOUND
001180     IF NOT ATH-ENTRY-FOUND
001190         SET AX-REFUSED TO TRUE
001200         MOVE 'T' TO AX-REASON-CD
001210         MOVE 'NOT AUTHORIZED FOR THIS TRANSACTION'
001220             TO AX-MESSAGE-TEXT
001230         GO TO 1000-EXIT
001240     END-IF
001250     IF AX-FUNCTION-CD NOT = SPACE
001260         PERFORM 1200-CHECK-FUNCTION THRU 1200-EXIT
001270         IF AX-REFUSED
001280             GO TO 1000-EXIT
001290         END-IF
001300     END-IF
001310*    A cipher type is allowed when it, or an asterisk, is       *
001320*    anywhere in ATH-CIPHER-TYPES.                              *
001330     IF AX-CIPHER-TYPE NOT = SPACE
001340         MOVE 0 TO ATH-TYPE-COUNT
001350         INSPECT ATH-CIPHER-TYPES TALLYING ATH-TYPE-COUNT
001360             FOR ALL AX-CIPHER-TYPE ALL '*'
001370         IF ATH-TYPE-COUNT = 0
001380             SET AX-REFUSED TO TRUE
001390             MOVE 'C' TO AX-REASON-CD
001400             MOVE 'NOT AUTHORIZED FOR THIS CIPHER TYPE'
001410                 TO AX-MESSAGE-TEXT
001420             GO TO 1000-EXIT
001430         END-IF
001440     END-IF
001450     IF AX-KEY-ID NOT = SPACE
001460         MOVE 'N' TO ATH-FOUND-SW
001470         PERFORM 1300-MATCH-ONE-KEY-ID THRU 1300-EXIT
001480             VARYING ATH-KEY-IDX FROM 1 BY 1
001490             UNTIL ATH-KEY-IDX > 10 OR ATH-ENTRY-FOUND
001500         IF NOT ATH-ENTRY-FOUND
001510             SET AX-REFUSED TO TRUE
001520             MOVE 'K' TO AX-REASON-CD
001530             MOVE 'NOT AUTHORIZED FOR THIS KEY ID'
001540                 TO AX-MESSAGE-TEXT
001550         END-IF
001560     END-IF
001570 1000-EXIT.
001580     EXIT.
001590*=============================================================*
001600 1100-MATCH-ONE-TRANSID.
001610*=============================================================*
001620     IF ATH-TRANSID(ATH-TRN-IDX) = EIBTRNID
001630         SET ATH-ENTRY-FOUND TO TRUE
001640     END-IF
001650 1100-EXIT.
001660     EXIT.
001670*=============================================================*
001680 1200-CHECK-FUNCTION.
001690*=============================================================*
001700     EVALUATE TRUE
001710         WHEN AX-FUNC-ENCRYPT AND ATH-MAY-ENCRYPT
001720             CONTINUE
001730         WHEN AX-FUNC-DECRYPT AND ATH-MAY-DECRYPT
001740             CONTINUE
001750         WHEN AX-FUNC-MAINTAIN AND ATH-MAY-MAINTAIN
001760             CONTINUE
001770         WHEN AX-FUNC-REPAIR AND ATH-MAY-REPAIR
001780             CONTINUE
001790         WHEN AX-FUNC-INQUIRE AND ATH-MAY-INQUIRE
001800             CONTINUE
001810         WHEN OTHER
001820             SET AX-REFUSED TO TRUE
001830             MOVE 'F' TO AX-REASON-CD
001840             MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
001850                 TO AX-MESSAGE-TEXT
001860     END-EVALUATE
001870 1200-EXIT.
001880     EXIT.
001890*=============================================================*
001900 1300-MATCH-ONE-KEY-ID.
001910*=============================================================*
001920     IF ATH-KEY-ID(ATH-KEY-IDX) = AX-KEY-ID
001930             OR ATH-KEY-ID(ATH-KEY-IDX) = '*'
001940         SET ATH-ENTRY-FOUND TO TRUE
001950     END-IF
001960 1300-EXIT.
001970     EXIT.
001980*=============================================================*
001990* The violation record: terminal and operator where CIPHONL   *
002000* puts them, function code V, and in the keyword columns the  *
002010* transaction, the function asked for, the reason and the key *
002020* id (AUDREC.cpy's AUD-VIOLATION-DETAIL).  CIPHAUDW chains    *
002030* and writes it.  A write failure is not allowed to turn a    *
002040* refusal into anything else -- the caller refuses either     *
002040* way.                                                        *
002050*=============================================================*
002060 2000-WRITE-VIOLATION.
002070*=============================================================*
002080     MOVE SPACE TO AUD-RECORD
002090     MOVE FUNCTION CURRENT-DATE TO ATH-TODAY-TEXT
002100     MOVE ATH-TODAY-TEXT(1:8) TO AUD-RUN-DATE(1:8)
002110     MOVE ATH-TODAY-TEXT(9:8) TO AUD-RUN-TIME
002120     MOVE EIBTRMID TO AUD-JOB-ID(1:4)
002130     MOVE AX-OPERATOR-ID TO AUD-OPERATOR-ID
002140     SET AUD-FUNC-VIOLATION TO TRUE
002150     MOVE AX-CIPHER-TYPE TO AUD-CIPHER-TYPE
002160     MOVE AX-MSG-ID TO AUD-MSG-ID
002170     MOVE 0 TO AUD-MSG-LEN
002180     MOVE EIBTRNID TO AUD-VIO-TRANSID
002190     MOVE AX-FUNCTION-CD TO AUD-VIO-FUNCTION
002200     MOVE AX-REASON-CD TO AUD-VIO-REASON
002210     MOVE AX-KEY-ID TO AUD-VIO-KEY-ID
002220     MOVE AUD-RECORD TO AW-AUD-RECORD
002230     EXEC CICS LINK PROGRAM('CIPHAUDW')
002240         COMMAREA(AW-INTERFACE)
002250         LENGTH(LENGTH OF AW-INTERFACE)
002270         RESP(ATH-RESP-WS)
002280     END-EXEC
002290 2000-EXIT.
002300     EXIT.
