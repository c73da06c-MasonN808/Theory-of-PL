000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CIPHVLT.
000030 AUTHOR.        R HENRICKSEN.
000040 INSTALLATION.  DATA LIBRARY SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-------------------------------------------------------------*
000080* CIPHVLT is the keyword-vault maintenance transaction, a     *
000090* sibling to CIPHMNT on mapset CIPHSET.  Every resolver in    *
000100* the system reads CIPHER.PROD.KEYVAULT, yet security used to *
000110* add or rotate a KEYREC by REPRO-out, edit and REPRO-in,     *
000120* with no record of who changed a keyword or what it had      *
000130* been.  This transaction stages a change to one vault key    *
000140* (CICS file KEYVAULT, keyed on KEY-ID) on the KEYPEND file   *
000150* (KPDREC.cpy) -- an add, a new effective/expiry window, a    *
000160* new keyword or a new substitution alphabet -- and applies   *
000170* it only when a second security officer, signed on under a   *
000180* different user id, approves it.  Each approved change       *
000190* appends a before/after record to the KEYHIST file           *
000200* (KHSREC.cpy), which CIPHKHR prints for the auditors.        *
000210* A keyword or alphabet already on the vault is never shown:  *
000220* the entry fields are dark, always sent back blank, and the  *
000230* screen says only whether the key has one.                   *
000240*-------------------------------------------------------------*
000250* CIPHSET/CIPHVLT are generated from bms/CIPHSET.BMS;         *
000260* CIPHVLTM.cpy under copybooks/ is the symbolic map DFHMAPC   *
000270* would produce from that source.                             *
000280*-------------------------------------------------------------*
000290*-------------------------------------------------------------*
000300* MODIFICATION HISTORY                                        *
000310*   DATE       BY   DESCRIPTION                               *
000320*   2026-10-15 RH   Original version.                         *
000320*   2026-10-15 RH   Every entry first LINKs to CIPHAUTH to    *
000320*                   check the signed-on operator against the  *
000320*                   operator authorization file (ATHREC.cpy), *
000320*                   and each request is checked again for its *
000320*                   function (inquire for I, maintain for the *
000320*                   rest) and the key id; a refusal shows NOT *
000320*                   AUTHORIZED and is written to the audit    *
000320*                   log as a V record.                        *
000320*   2026-10-15 RH   The effective and expiry date edit now    *
000320*                   rejects a day the month does not have     *
000320*                   (20260231, 29 February outside a leap     *
000320*                   year), not just a day outside 1-31.       *
000330*-------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 DATA DIVISION.
000390 WORKING-STORAGE SECTION.
000400*-------------------------------------------------------------*
000410* EIBAID is supplied by the CICS translator along with the    *
000420* rest of the EIB, the same way EIBCALEN below is used        *
000430* without being declared anywhere in this program.            *
000440* WS-AID-CLEAR is the AID value CICS sets EIBAID to when the  *
000450* operator presses CLEAR -- 0000-MAINLINE checks EIBAID       *
000460* against it before RECEIVE MAP, same as CIPHMNT.             *
000470*-------------------------------------------------------------*
000480 01  WS-AID-CLEAR                 PIC X(01) VALUE X'6D'.
000490*-------------------------------------------------------------*
000500* Symbolic map for the CIPHVLT screen.                        *
000510*-------------------------------------------------------------*
000520 COPY CIPHVLTM.
000530*-------------------------------------------------------------*
000540* The vault record, the change pending against it, and the    *
000550* history record an approval writes.                          *
000560*-------------------------------------------------------------*
000570 COPY KEYREC.
000580 COPY KPDREC.
000590 COPY KHSREC.
000600*-------------------------------------------------------------*
000610* Transaction work areas.                                     *
000620*-------------------------------------------------------------*
000630 01  VLT-SWITCHES.
000640     05  VLT-VALID-SW             PIC X(01) VALUE 'Y'.
000650         88  VLT-INPUT-VALID      VALUE 'Y'.
000660     05  VLT-ON-VAULT-SW          PIC X(01) VALUE 'N'.
000670         88  VLT-ON-VAULT         VALUE 'Y'.
000680     05  VLT-PENDING-SW           PIC X(01) VALUE 'N'.
000690         88  VLT-PENDING-FOUND    VALUE 'Y'.
000700 01  VLT-RESP-WS                  PIC S9(08) COMP VALUE 0.
000710 01  VLT-KEY-ID                   PIC X(08) VALUE SPACE.
000720 01  VLT-USERID                   PIC X(08) VALUE SPACE.
000730 01  VLT-TODAY-TEXT               PIC X(21) VALUE SPACE.
000740*    ESDS append position: CICS returns the RBA it assigned    *
000750*    the written history record here.                         *
000760 01  VLT-KHS-RBA                  PIC S9(08) COMP VALUE 0.
000770*-------------------------------------------------------------*
000780* The new values off the screen, edited.  A date field left   *
000790* blank is spaces here; the stage paragraphs fill it in.      *
000800*-------------------------------------------------------------*
000810 01  VLT-NEW-EFFECTIVE            PIC X(08) VALUE SPACE.
000820 01  VLT-NEW-EXPIRY               PIC X(08) VALUE SPACE.
000830 01  VLT-NEW-KEYWORD              PIC X(20) VALUE SPACE.
000840 01  VLT-NEW-KEYWORD-LEN          PIC 9(03) VALUE 0.
000850 01  VLT-NEW-ALPHABET             PIC X(26) VALUE SPACE.
000860*-------------------------------------------------------------*
000870* Date edit and arithmetic.  Security's rotation policy       *
000880* retires a keyword 180 days after it takes effect, so an add *
000890* with no expiry date keyed gets effective + 180 days.        *
000900*-------------------------------------------------------------*
000910 01  VLT-POLICY-DAYS              PIC 9(03) VALUE 180.
000920 01  VLT-DATE-WS                  PIC X(08) VALUE SPACE.
000930 01  VLT-DATE-NUM REDEFINES VLT-DATE-WS
000940                                  PIC 9(08).
000950 01  VLT-DATE-PARTS REDEFINES VLT-DATE-WS.
000960     05  VLT-DATE-YYYY            PIC 9(04).
000970     05  VLT-DATE-MM              PIC 9(02).
000980     05  VLT-DATE-DD              PIC 9(02).
000990 01  VLT-DATE-INT                 PIC 9(08) VALUE 0.
001000*-------------------------------------------------------------*
001010* Alphabet edit: each letter A-Z must appear exactly once in  *
001020* the 26 positions, which makes the alphabet a permutation.   *
001030*-------------------------------------------------------------*
001040 01  VLT-LETTERS                  PIC X(26)
001050         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001060 01  VLT-LETTER-IDX               PIC 9(02) COMP VALUE 0.
001070 01  VLT-LETTER-COUNT             PIC 9(03) VALUE 0.
001080 01  VLT-SPACE-COUNT              PIC 9(03) VALUE 0.
001090 01  VLT-WARNING-TEXT             PIC X(40) VALUE SPACE.
001100 01  VLT-MESSAGE-TEXT             PIC X(79) VALUE SPACE.
001110*-------------------------------------------------------------*
001110* Operator authorization: what this screen is about to do,    *
001110* handed to CIPHAUTH, and its answer (AUTHLINK.cpy).          *
001110*-------------------------------------------------------------*
001110 COPY AUTHLINK.
001110 LINKAGE SECTION.
001120 01  DFHCOMMAREA                  PIC X(01).
001130 PROCEDURE DIVISION USING DFHCOMMAREA.
001140*=============================================================*
001150 0000-MAINLINE.
001160*=============================================================*
001170     IF EIBCALEN = 0 OR EIBAID NOT = WS-AID-CLEAR
001170         PERFORM 0100-CHECK-TRANSACTION-AUTH THRU 0100-EXIT
001170     END-IF
001170     IF EIBCALEN = 0
001180         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001190     ELSE
001200         IF EIBAID = WS-AID-CLEAR
001210             EXEC CICS RETURN
001220             END-EXEC
001230             GOBACK
001240         END-IF
001250         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001260     END-IF
001270     MOVE 'Y' TO DFHCOMMAREA
001280     EXEC CICS RETURN
001290         TRANSID('CVLT')
001300         COMMAREA(DFHCOMMAREA)
001310     END-EXEC
001320     GOBACK.
001320*=============================================================*
001320* Before anything else, on every entry: may this operator use *
001320* this transaction at all?  A refusal puts up a clean screen  *
001320* carrying CIPHAUTH's NOT AUTHORIZED line and ends the        *
001320* conversation -- no TRANSID, so the next ENTER starts over.  *
001320*=============================================================*
001320 0100-CHECK-TRANSACTION-AUTH.
001320*=============================================================*
001320     MOVE SPACE TO AX-INTERFACE
001320     MOVE 0 TO AX-MSG-ID
001320     PERFORM 0150-LINK-AUTHORIZATION THRU 0150-EXIT
001320     IF AX-REFUSED
001320         MOVE SPACE TO CIPHVLTO
001320         MOVE AX-MESSAGE-TEXT TO VMSGO
001320         EXEC CICS SEND MAP('CIPHVLT')
001320             MAPSET('CIPHSET')
001320             FROM(CIPHVLTO)
001320             ERASE
001320         END-EXEC
001320         EXEC CICS RETURN
001320         END-EXEC
001320         GOBACK
001320     END-IF
001320 0100-EXIT.
001320     EXIT.
001320*=============================================================*
001320* CIPHAUTH checks the request and writes the violation record *
001320* itself on a refusal.  If it cannot be reached at all the    *
001320* answer is still no.                                         *
001320*=============================================================*
001320 0150-LINK-AUTHORIZATION.
001320*=============================================================*
001320     EXEC CICS LINK PROGRAM('CIPHAUTH')
001320         COMMAREA(AX-INTERFACE)
001320         LENGTH(LENGTH OF AX-INTERFACE)
001320         RESP(VLT-RESP-WS)
001320     END-EXEC
001320     IF VLT-RESP-WS NOT = DFHRESP(NORMAL)
001320         SET AX-REFUSED TO TRUE
001320         MOVE 'NOT AUTHORIZED -- AUTH CHECK UNAVAILABLE'
001320             TO AX-MESSAGE-TEXT
001320     END-IF
001320 0150-EXIT.
001320     EXIT.
001320*=============================================================*
001320* Then, once the screen has passed its edits: I is an         *
001320* inquiry, every other action is maintenance, and the officer *
001320* must be allowed the key id itself.                          *
001320*=============================================================*
001320 0200-CHECK-FUNCTION-AUTH.
001320*=============================================================*
001320     MOVE SPACE TO AX-INTERFACE
001320     IF VACTI = 'I'
001320         SET AX-FUNC-INQUIRE TO TRUE
001320     ELSE
001320         SET AX-FUNC-MAINTAIN TO TRUE
001320     END-IF
001320     MOVE VLT-KEY-ID TO AX-KEY-ID
001320     MOVE 0 TO AX-MSG-ID
001320     PERFORM 0150-LINK-AUTHORIZATION THRU 0150-EXIT
001320     IF AX-REFUSED
001320         MOVE 'N' TO VLT-VALID-SW
001320         MOVE AX-MESSAGE-TEXT TO VLT-WARNING-TEXT
001320     END-IF
001320 0200-EXIT.
001320     EXIT.
001330*=============================================================*
001340* First entry into the transaction: put up a blank screen for *
001350* the security officer to fill in.                            *
001360*=============================================================*
001370 1000-SEND-INITIAL-MAP.
001380*=============================================================*
001390     MOVE SPACE TO CIPHVLTO
001400     MOVE 'ENTER ACTION (A/W/K/S/I/P/X) AND KEY ID'
001410         TO VMSGO
001420     EXEC CICS SEND MAP('CIPHVLT')
001430         MAPSET('CIPHSET')
001440         FROM(CIPHVLTO)
001450         ERASE
001460     END-EXEC
001470 1000-EXIT.
001480     EXIT.
001490*=============================================================*
001500* The officer pressed ENTER: read the screen, run the         *
001510* requested action, and send the key's state straight back.   *
001520*=============================================================*
001530 2000-PROCESS-REQUEST.
001540*=============================================================*
001550     EXEC CICS RECEIVE MAP('CIPHVLT')
001560         MAPSET('CIPHSET')
001570         INTO(CIPHVLTI)
001580     END-EXEC
001590     MOVE SPACE TO VLT-MESSAGE-TEXT
001600     EXEC CICS ASSIGN USERID(VLT-USERID)
001610     END-EXEC
001620     PERFORM 2100-VALIDATE-SCREEN-INPUT THRU 2100-EXIT
001620     IF VLT-INPUT-VALID
001620         PERFORM 0200-CHECK-FUNCTION-AUTH THRU 0200-EXIT
001620     END-IF
001630     IF VLT-INPUT-VALID
001640         EVALUATE VACTI
001650             WHEN 'A'
001660                 PERFORM 2200-STAGE-ADD THRU 2200-EXIT
001670             WHEN 'W'
001680                 PERFORM 2300-STAGE-WINDOW THRU 2300-EXIT
001690             WHEN 'K'
001700                 PERFORM 2400-STAGE-KEYWORD THRU 2400-EXIT
001710             WHEN 'S'
001720                 PERFORM 2500-STAGE-ALPHABET THRU 2500-EXIT
001730             WHEN 'P'
001740                 PERFORM 2700-APPROVE-CHANGE THRU 2700-EXIT
001750             WHEN 'X'
001760                 PERFORM 2800-CANCEL-CHANGE THRU 2800-EXIT
001770         END-EVALUATE
001780     END-IF
001790     PERFORM 3000-SEND-RESULT-MAP THRU 3000-EXIT
001800 2000-EXIT.
001810     EXIT.
001820*=============================================================*
001830* Field edits.  Every action needs a key id; the stage        *
001840* actions edit the new values they carry -- dates as          *
001850* YYYYMMDD, a keyword of 1-20 letters with no embedded        *
001860* blanks, an alphabet using each letter A-Z exactly once.     *
001870*=============================================================*
001880 2100-VALIDATE-SCREEN-INPUT.
001890*=============================================================*
001900     SET VLT-INPUT-VALID TO TRUE
001910     MOVE SPACE TO VLT-WARNING-TEXT
001920     IF VACTI NOT = 'A' AND VACTI NOT = 'W' AND VACTI NOT = 'K'
001930             AND VACTI NOT = 'S' AND VACTI NOT = 'I'
001940             AND VACTI NOT = 'P' AND VACTI NOT = 'X'
001950         MOVE 'N' TO VLT-VALID-SW
001960         MOVE 'ACTION MUST BE A/W/K/S/I/P/X'
001970             TO VLT-WARNING-TEXT
001980         GO TO 2100-EXIT
001990     END-IF
002000     MOVE FUNCTION UPPER-CASE(VKIDI) TO VLT-KEY-ID
002010*    A short id arrives null-padded from the screen; the vault  *
002020*    key is space-padded, so the nulls must become spaces or    *
002030*    every short id reads NOTFND.                               *
002040     INSPECT VLT-KEY-ID REPLACING ALL LOW-VALUE BY SPACE
002050     IF VLT-KEY-ID = SPACE
002060         MOVE 'N' TO VLT-VALID-SW
002070         MOVE 'KEY ID IS REQUIRED' TO VLT-WARNING-TEXT
002080         GO TO 2100-EXIT
002090     END-IF
002100     MOVE VEFFI TO VLT-NEW-EFFECTIVE
002110     INSPECT VLT-NEW-EFFECTIVE REPLACING ALL LOW-VALUE BY SPACE
002120     MOVE VEXPI TO VLT-NEW-EXPIRY
002130     INSPECT VLT-NEW-EXPIRY REPLACING ALL LOW-VALUE BY SPACE
002140     MOVE FUNCTION UPPER-CASE(VKWDI) TO VLT-NEW-KEYWORD
002150     INSPECT VLT-NEW-KEYWORD REPLACING ALL LOW-VALUE BY SPACE
002160     MOVE FUNCTION UPPER-CASE(VALPI) TO VLT-NEW-ALPHABET
002170     INSPECT VLT-NEW-ALPHABET REPLACING ALL LOW-VALUE BY SPACE
002180     EVALUATE VACTI
002190         WHEN 'A'
002200             IF VLT-NEW-KEYWORD = SPACE
002210                     AND VLT-NEW-ALPHABET = SPACE
002220                 MOVE 'N' TO VLT-VALID-SW
002230                 MOVE 'A NEW KEY NEEDS A KEYWORD OR ALPHABET'
002240                     TO VLT-WARNING-TEXT
002250                 GO TO 2100-EXIT
002260             END-IF
002270         WHEN 'W'
002280             IF VLT-NEW-EFFECTIVE = SPACE
002290                     AND VLT-NEW-EXPIRY = SPACE
002300                 MOVE 'N' TO VLT-VALID-SW
002310                 MOVE 'KEY A NEW EFFECTIVE AND/OR EXPIRY DATE'
002320                     TO VLT-WARNING-TEXT
002330                 GO TO 2100-EXIT
002340             END-IF
002350         WHEN 'K'
002360             IF VLT-NEW-KEYWORD = SPACE
002370                 MOVE 'N' TO VLT-VALID-SW
002380                 MOVE 'NEW KEYWORD IS REQUIRED'
002390                     TO VLT-WARNING-TEXT
002400                 GO TO 2100-EXIT
002410             END-IF
002420         WHEN 'S'
002430             IF VLT-NEW-ALPHABET = SPACE
002440                 MOVE 'N' TO VLT-VALID-SW
002450                 MOVE 'NEW ALPHABET IS REQUIRED'
002460                     TO VLT-WARNING-TEXT
002470                 GO TO 2100-EXIT
002480             END-IF
002490     END-EVALUATE
002500     IF VACTI = 'A' OR VACTI = 'W'
002510         MOVE VLT-NEW-EFFECTIVE TO VLT-DATE-WS
002520         PERFORM 2110-VALIDATE-ONE-DATE THRU 2110-EXIT
002530         MOVE VLT-NEW-EXPIRY TO VLT-DATE-WS
002540         PERFORM 2110-VALIDATE-ONE-DATE THRU 2110-EXIT
002550     END-IF
002560     IF VLT-INPUT-VALID AND (VACTI = 'A' OR VACTI = 'K')
002570             AND VLT-NEW-KEYWORD NOT = SPACE
002580         PERFORM 2120-VALIDATE-KEYWORD THRU 2120-EXIT
002590     END-IF
002600     IF VLT-INPUT-VALID AND (VACTI = 'A' OR VACTI = 'S')
002610             AND VLT-NEW-ALPHABET NOT = SPACE
002620         PERFORM 2130-VALIDATE-ALPHABET THRU 2130-EXIT
002630     END-IF
002640 2100-EXIT.
002650     EXIT.
002660*=============================================================*
002670* One date field: blank, or YYYYMMDD with a real month and    *
002680* day.                                                        *
002690*=============================================================*
002700 2110-VALIDATE-ONE-DATE.
002710*=============================================================*
002720     IF VLT-DATE-WS = SPACE
002730         GO TO 2110-EXIT
002740     END-IF
002750     IF VLT-DATE-WS NOT NUMERIC
002760         MOVE 'N' TO VLT-VALID-SW
002770         MOVE 'DATES MUST BE YYYYMMDD' TO VLT-WARNING-TEXT
002780         GO TO 2110-EXIT
002790     END-IF
002800     IF VLT-DATE-YYYY < 1601
002810             OR VLT-DATE-MM < 1 OR VLT-DATE-MM > 12
002820             OR VLT-DATE-DD < 1 OR VLT-DATE-DD > 31
002830         MOVE 'N' TO VLT-VALID-SW
002840         MOVE 'DATES MUST BE YYYYMMDD' TO VLT-WARNING-TEXT
002850         GO TO 2110-EXIT
002850     END-IF
002850*    The day must exist in that month -- 20260231, or 0229 of  *
002850*    a year that is not a leap year, never reaches KEYPEND.    *
002850     IF FUNCTION TEST-DATE-YYYYMMDD(VLT-DATE-NUM) NOT = 0
002850         MOVE 'N' TO VLT-VALID-SW
002850         MOVE 'DATES MUST BE YYYYMMDD' TO VLT-WARNING-TEXT
002850     END-IF
002860 2110-EXIT.
002870     EXIT.
002880*=============================================================*
002890* A keyword is 1-20 letters with no blanks inside it -- the   *
002900* engine steps through it letter by letter.                   *
002910*=============================================================*
002920 2120-VALIDATE-KEYWORD.
002930*=============================================================*
002940     MOVE FUNCTION STORED-CHAR-LENGTH(VLT-NEW-KEYWORD)
002950         TO VLT-NEW-KEYWORD-LEN
002960     MOVE 0 TO VLT-SPACE-COUNT
002970     INSPECT VLT-NEW-KEYWORD(1:VLT-NEW-KEYWORD-LEN)
002980         TALLYING VLT-SPACE-COUNT FOR ALL SPACE
002990     IF VLT-SPACE-COUNT > 0
003000             OR VLT-NEW-KEYWORD(1:VLT-NEW-KEYWORD-LEN)
003010                 IS NOT ALPHABETIC-UPPER
003020         MOVE 'N' TO VLT-VALID-SW
003030         MOVE 'KEYWORD MUST BE LETTERS A-Z, NO BLANKS'
003040             TO VLT-WARNING-TEXT
003050     END-IF
003060 2120-EXIT.
003070     EXIT.
003080*=============================================================*
003090 2130-VALIDATE-ALPHABET.
003100*=============================================================*
003110     PERFORM 2135-COUNT-ONE-LETTER THRU 2135-EXIT
003120         VARYING VLT-LETTER-IDX FROM 1 BY 1
003130         UNTIL VLT-LETTER-IDX > 26 OR NOT VLT-INPUT-VALID
003140 2130-EXIT.
003150     EXIT.
003160*=============================================================*
003170 2135-COUNT-ONE-LETTER.
003180*=============================================================*
003190     MOVE 0 TO VLT-LETTER-COUNT
003200     INSPECT VLT-NEW-ALPHABET TALLYING VLT-LETTER-COUNT
003210         FOR ALL VLT-LETTERS(VLT-LETTER-IDX:1)
003220     IF VLT-LETTER-COUNT NOT = 1
003230         MOVE 'N' TO VLT-VALID-SW
003240         MOVE 'ALPHABET MUST USE EACH LETTER A-Z ONCE'
003250             TO VLT-WARNING-TEXT
003260     END-IF
003270 2135-EXIT.
003280     EXIT.
003290*=============================================================*
003300* A window's expiry may not fall before its effective date.   *
003310* Both must be dates by now; a blank one is open-ended.       *
003320*=============================================================*
003330 2150-CHECK-WINDOW.
003340*=============================================================*
003350     IF KPD-NEW-EFFECTIVE-DATE NUMERIC
003360             AND KPD-NEW-EXPIRY-DATE NUMERIC
003370             AND KPD-NEW-EXPIRY-DATE < KPD-NEW-EFFECTIVE-DATE
003380         MOVE 'N' TO VLT-VALID-SW
003390         MOVE 'EXPIRY MAY NOT BE BEFORE EFFECTIVE DATE'
003400             TO VLT-WARNING-TEXT
003410     END-IF
003420 2150-EXIT.
003430     EXIT.
003440*=============================================================*
003450* Stage an add.  The key id must not be on the vault yet.  A  *
003460* blank effective date means today, a blank expiry the        *
003470* policy's 180 days after the effective date.                 *
003480*=============================================================*
003490 2200-STAGE-ADD.
003500*=============================================================*
003510     PERFORM 2900-READ-VAULT-KEY THRU 2900-EXIT
003520     IF VLT-WARNING-TEXT NOT = SPACE
003530         GO TO 2200-EXIT
003540     END-IF
003550     IF VLT-ON-VAULT
003560         MOVE 'KEY ID ALREADY ON KEYWORD VAULT'
003570             TO VLT-WARNING-TEXT
003580         GO TO 2200-EXIT
003590     END-IF
003600     MOVE SPACE TO KPD-RECORD
003610     SET KPD-CHANGE-ADD TO TRUE
003620     MOVE FUNCTION CURRENT-DATE TO VLT-TODAY-TEXT
003630     IF VLT-NEW-EFFECTIVE = SPACE
003640         MOVE VLT-TODAY-TEXT(1:8) TO KPD-NEW-EFFECTIVE-DATE
003650     ELSE
003660         MOVE VLT-NEW-EFFECTIVE TO KPD-NEW-EFFECTIVE-DATE
003670     END-IF
003680     IF VLT-NEW-EXPIRY = SPACE
003690         MOVE KPD-NEW-EFFECTIVE-DATE TO VLT-DATE-WS
003700         COMPUTE VLT-DATE-INT =
003710             FUNCTION INTEGER-OF-DATE(VLT-DATE-NUM)
003720             + VLT-POLICY-DAYS
003730         MOVE FUNCTION DATE-OF-INTEGER(VLT-DATE-INT)
003740             TO VLT-DATE-NUM
003750         MOVE VLT-DATE-WS TO KPD-NEW-EXPIRY-DATE
003760     ELSE
003770         MOVE VLT-NEW-EXPIRY TO KPD-NEW-EXPIRY-DATE
003780     END-IF
003790     PERFORM 2150-CHECK-WINDOW THRU 2150-EXIT
003800     IF NOT VLT-INPUT-VALID
003810         GO TO 2200-EXIT
003820     END-IF
003830     MOVE 0 TO KPD-NEW-KEYWORD-LEN
003840     IF VLT-NEW-KEYWORD NOT = SPACE
003850         MOVE VLT-NEW-KEYWORD TO KPD-NEW-KEYWORD
003860         MOVE VLT-NEW-KEYWORD-LEN TO KPD-NEW-KEYWORD-LEN
003870     END-IF
003880     MOVE VLT-NEW-ALPHABET TO KPD-NEW-SUB-ALPHABET
003890     PERFORM 2950-WRITE-PENDING THRU 2950-EXIT
003900 2200-EXIT.
003910     EXIT.
003920*=============================================================*
003930* Stage a new window -- extending a key or expiring it early. *
003940* A date left blank keeps the one on the vault, so the        *
003950* pending record always carries the whole new window.         *
003960*=============================================================*
003970 2300-STAGE-WINDOW.
003980*=============================================================*
003990     PERFORM 2900-READ-VAULT-KEY THRU 2900-EXIT
004000     IF VLT-WARNING-TEXT NOT = SPACE
004010         GO TO 2300-EXIT
004020     END-IF
004030     IF NOT VLT-ON-VAULT
004040         MOVE 'KEY ID NOT ON KEYWORD VAULT' TO VLT-WARNING-TEXT
004050         GO TO 2300-EXIT
004060     END-IF
004070     MOVE SPACE TO KPD-RECORD
004080     SET KPD-CHANGE-WINDOW TO TRUE
004090     MOVE 0 TO KPD-NEW-KEYWORD-LEN
004100     IF VLT-NEW-EFFECTIVE = SPACE
004110         MOVE KEY-EFFECTIVE-DATE TO KPD-NEW-EFFECTIVE-DATE
004120     ELSE
004130         MOVE VLT-NEW-EFFECTIVE TO KPD-NEW-EFFECTIVE-DATE
004140     END-IF
004150     IF VLT-NEW-EXPIRY = SPACE
004160         MOVE KEY-EXPIRY-DATE TO KPD-NEW-EXPIRY-DATE
004170     ELSE
004180         MOVE VLT-NEW-EXPIRY TO KPD-NEW-EXPIRY-DATE
004190     END-IF
004200     PERFORM 2150-CHECK-WINDOW THRU 2150-EXIT
004210     IF NOT VLT-INPUT-VALID
004220         GO TO 2300-EXIT
004230     END-IF
004240     PERFORM 2950-WRITE-PENDING THRU 2950-EXIT
004250 2300-EXIT.
004260     EXIT.
004270*=============================================================*
004280 2400-STAGE-KEYWORD.
004290*=============================================================*
004300     PERFORM 2900-READ-VAULT-KEY THRU 2900-EXIT
004310     IF VLT-WARNING-TEXT NOT = SPACE
004320         GO TO 2400-EXIT
004330     END-IF
004340     IF NOT VLT-ON-VAULT
004350         MOVE 'KEY ID NOT ON KEYWORD VAULT' TO VLT-WARNING-TEXT
004360         GO TO 2400-EXIT
004370     END-IF
004380     MOVE SPACE TO KPD-RECORD
004390     SET KPD-CHANGE-KEYWORD TO TRUE
004400     MOVE VLT-NEW-KEYWORD TO KPD-NEW-KEYWORD
004410     MOVE VLT-NEW-KEYWORD-LEN TO KPD-NEW-KEYWORD-LEN
004420     PERFORM 2950-WRITE-PENDING THRU 2950-EXIT
004430 2400-EXIT.
004440     EXIT.
004450*=============================================================*
004460 2500-STAGE-ALPHABET.
004470*=============================================================*
004480     PERFORM 2900-READ-VAULT-KEY THRU 2900-EXIT
004490     IF VLT-WARNING-TEXT NOT = SPACE
004500         GO TO 2500-EXIT
004510     END-IF
004520     IF NOT VLT-ON-VAULT
004530         MOVE 'KEY ID NOT ON KEYWORD VAULT' TO VLT-WARNING-TEXT
004540         GO TO 2500-EXIT
004550     END-IF
004560     MOVE SPACE TO KPD-RECORD
004570     SET KPD-CHANGE-ALPHABET TO TRUE
004580     MOVE 0 TO KPD-NEW-KEYWORD-LEN
004590     MOVE VLT-NEW-ALPHABET TO KPD-NEW-SUB-ALPHABET
004600     PERFORM 2950-WRITE-PENDING THRU 2950-EXIT
004610 2500-EXIT.
004620     EXIT.
004630*=============================================================*
004640* Approve the change pending against the key.  The approver   *
004650* must be signed on under a different user id from the        *
004660* officer who staged it.  The vault update, the history       *
004670* record and the removal of the pending record are one unit   *
004680* of work: if any of them fails the whole approval is backed  *
004690* out and the change stays pending.                           *
004700*=============================================================*
004710 2700-APPROVE-CHANGE.
004720*=============================================================*
004730     EXEC CICS READ FILE('KEYPEND')
004740         INTO(KPD-RECORD)
004750         RIDFLD(VLT-KEY-ID)
004760         UPDATE
004770         RESP(VLT-RESP-WS)
004780     END-EXEC
004790     IF VLT-RESP-WS = DFHRESP(NOTFND)
004800         MOVE 'NO CHANGE PENDING FOR THIS KEY' TO VLT-WARNING-TEXT
004810         GO TO 2700-EXIT
004820     END-IF
004830     IF VLT-RESP-WS NOT = DFHRESP(NORMAL)
004840         MOVE 'FILE ERROR ON PENDING CHANGES'
004850             TO VLT-WARNING-TEXT
004860         GO TO 2700-EXIT
004870     END-IF
004880     IF KPD-REQUESTED-BY = VLT-USERID
004890         EXEC CICS UNLOCK FILE('KEYPEND')
004900         END-EXEC
004910         MOVE 'ANOTHER OFFICER MUST APPROVE THIS CHANGE'
004920             TO VLT-WARNING-TEXT
004930         GO TO 2700-EXIT
004940     END-IF
004950     MOVE SPACE TO KHS-RECORD
004960     MOVE KPD-KEY-ID TO KHS-KEY-ID
004970     MOVE KPD-CHANGE-TYPE TO KHS-CHANGE-TYPE
004980     MOVE KPD-REQUESTED-BY TO KHS-REQUESTED-BY
004990     MOVE KPD-REQUEST-TERM TO KHS-REQUEST-TERM
005000     MOVE KPD-REQUEST-DATE TO KHS-REQUEST-DATE
005010     MOVE KPD-REQUEST-TIME TO KHS-REQUEST-TIME
005020     MOVE VLT-USERID TO KHS-APPROVED-BY
005030     MOVE EIBTRMID TO KHS-APPROVE-TERM
005040     MOVE FUNCTION CURRENT-DATE TO VLT-TODAY-TEXT
005050     MOVE VLT-TODAY-TEXT(1:8) TO KHS-APPROVE-DATE
005060     MOVE VLT-TODAY-TEXT(9:6) TO KHS-APPROVE-TIME
005070     MOVE 0 TO KHS-BEFORE-KEYWORD-LEN
005080     IF KPD-CHANGE-ADD
005090         PERFORM 2710-APPLY-ADD THRU 2710-EXIT
005100     ELSE
005110         PERFORM 2720-APPLY-CHANGE THRU 2720-EXIT
005120     END-IF
005130     IF VLT-WARNING-TEXT NOT = SPACE
005140         GO TO 2700-EXIT
005150     END-IF
005160     MOVE KEY-KEYWORD-LEN TO KHS-AFTER-KEYWORD-LEN
005170     MOVE KEY-KEYWORD TO KHS-AFTER-KEYWORD
005180     MOVE KEY-EFFECTIVE-DATE TO KHS-AFTER-EFFECTIVE
005190     MOVE KEY-EXPIRY-DATE TO KHS-AFTER-EXPIRY
005200     MOVE KEY-SUB-ALPHABET TO KHS-AFTER-SUB-ALPHABET
005210*    An ESDS write always appends; CICS hands back the RBA it  *
005220*    placed the record at in VLT-KHS-RBA.                      *
005230     MOVE 0 TO VLT-KHS-RBA
005240     EXEC CICS WRITE FILE('KEYHIST')
005250         FROM(KHS-RECORD)
005260         RIDFLD(VLT-KHS-RBA)
005270         RBA
005280         RESP(VLT-RESP-WS)
005290     END-EXEC
005300     IF VLT-RESP-WS NOT = DFHRESP(NORMAL)
005310         PERFORM 2790-BACK-OUT-APPROVAL THRU 2790-EXIT
005320         GO TO 2700-EXIT
005330     END-IF
005340     EXEC CICS DELETE FILE('KEYPEND')
005350         RESP(VLT-RESP-WS)
005360     END-EXEC
005370     IF VLT-RESP-WS NOT = DFHRESP(NORMAL)
005380         PERFORM 2790-BACK-OUT-APPROVAL THRU 2790-EXIT
005390         GO TO 2700-EXIT
005400     END-IF
005410     EXEC CICS SYNCPOINT
005420     END-EXEC
005430     MOVE 'CHANGE APPROVED AND APPLIED TO THE VAULT'
005440         TO VLT-MESSAGE-TEXT
005450 2700-EXIT.
005460     EXIT.
005470*=============================================================*
005480* An approved add: the vault record is built from the pending *
005490* record alone; its before-image is spaces.                   *
005500*=============================================================*
005510 2710-APPLY-ADD.
005520*=============================================================*
005530     MOVE SPACE TO KEY-RECORD
005540     MOVE KPD-KEY-ID TO KEY-ID
005550     MOVE KPD-NEW-KEYWORD-LEN TO KEY-KEYWORD-LEN
005560     MOVE KPD-NEW-KEYWORD TO KEY-KEYWORD
005570     MOVE KPD-NEW-EFFECTIVE-DATE TO KEY-EFFECTIVE-DATE
005580     MOVE KPD-NEW-EXPIRY-DATE TO KEY-EXPIRY-DATE
005590     MOVE KPD-NEW-SUB-ALPHABET TO KEY-SUB-ALPHABET
005600     EXEC CICS WRITE FILE('KEYVAULT')
005610         FROM(KEY-RECORD)
005620         RIDFLD(KEY-ID)
005630         RESP(VLT-RESP-WS)
005640     END-EXEC
005650     EVALUATE VLT-RESP-WS
005660         WHEN DFHRESP(NORMAL)
005670             CONTINUE
005680         WHEN DFHRESP(DUPREC)
005690             EXEC CICS UNLOCK FILE('KEYPEND')
005700             END-EXEC
005710             MOVE 'KEY ID ALREADY ON KEYWORD VAULT'
005720                 TO VLT-WARNING-TEXT
005730         WHEN OTHER
005740             PERFORM 2790-BACK-OUT-APPROVAL THRU 2790-EXIT
005750     END-EVALUATE
005760 2710-EXIT.
005770     EXIT.
005780*=============================================================*
005790* An approved window, keyword or alphabet change: the vault   *
005800* record as it stands is the before-image, and only the       *
005810* fields the change type covers are replaced.                 *
005820*=============================================================*
005830 2720-APPLY-CHANGE.
005840*=============================================================*
005850     EXEC CICS READ FILE('KEYVAULT')
005860         INTO(KEY-RECORD)
005870         RIDFLD(VLT-KEY-ID)
005880         UPDATE
005890         RESP(VLT-RESP-WS)
005900     END-EXEC
005910     IF VLT-RESP-WS = DFHRESP(NOTFND)
005920         EXEC CICS UNLOCK FILE('KEYPEND')
005930         END-EXEC
005940         MOVE 'KEY ID NO LONGER ON KEYWORD VAULT'
005950             TO VLT-WARNING-TEXT
005960         GO TO 2720-EXIT
005970     END-IF
005980     IF VLT-RESP-WS NOT = DFHRESP(NORMAL)
005990         PERFORM 2790-BACK-OUT-APPROVAL THRU 2790-EXIT
006000         GO TO 2720-EXIT
006010     END-IF
006020     MOVE KEY-KEYWORD-LEN TO KHS-BEFORE-KEYWORD-LEN
006030     MOVE KEY-KEYWORD TO KHS-BEFORE-KEYWORD
006040     MOVE KEY-EFFECTIVE-DATE TO KHS-BEFORE-EFFECTIVE
006050     MOVE KEY-EXPIRY-DATE TO KHS-BEFORE-EXPIRY
006060     MOVE KEY-SUB-ALPHABET TO KHS-BEFORE-SUB-ALPHABET
006070     EVALUATE TRUE
006080         WHEN KPD-CHANGE-WINDOW
006090             MOVE KPD-NEW-EFFECTIVE-DATE TO KEY-EFFECTIVE-DATE
006100             MOVE KPD-NEW-EXPIRY-DATE TO KEY-EXPIRY-DATE
006110         WHEN KPD-CHANGE-KEYWORD
006120             MOVE KPD-NEW-KEYWORD-LEN TO KEY-KEYWORD-LEN
006130             MOVE KPD-NEW-KEYWORD TO KEY-KEYWORD
006140         WHEN KPD-CHANGE-ALPHABET
006150             MOVE KPD-NEW-SUB-ALPHABET TO KEY-SUB-ALPHABET
006160     END-EVALUATE
006170     EXEC CICS REWRITE FILE('KEYVAULT')
006180         FROM(KEY-RECORD)
006190         RESP(VLT-RESP-WS)
006200     END-EXEC
006210     IF VLT-RESP-WS NOT = DFHRESP(NORMAL)
006220         PERFORM 2790-BACK-OUT-APPROVAL THRU 2790-EXIT
006230     END-IF
006240 2720-EXIT.
006250     EXIT.
006260*=============================================================*
006270 2790-BACK-OUT-APPROVAL.
006280*=============================================================*
006290     EXEC CICS SYNCPOINT ROLLBACK
006300     END-EXEC
006310     MOVE 'FILE ERROR -- APPROVAL BACKED OUT'
006320         TO VLT-WARNING-TEXT
006330 2790-EXIT.
006340     EXIT.
006350*=============================================================*
006360* Cancel the change pending against the key -- the officer    *
006370* who staged it withdrawing it, or a second officer refusing  *
006380* it.  Nothing reaches the vault or the history.              *
006390*=============================================================*
006400 2800-CANCEL-CHANGE.
006410*=============================================================*
006420     EXEC CICS DELETE FILE('KEYPEND')
006430         RIDFLD(VLT-KEY-ID)
006440         RESP(VLT-RESP-WS)
006450     END-EXEC
006460     EVALUATE VLT-RESP-WS
006470         WHEN DFHRESP(NORMAL)
006480             MOVE 'PENDING CHANGE CANCELLED' TO VLT-MESSAGE-TEXT
006490         WHEN DFHRESP(NOTFND)
006500             MOVE 'NO CHANGE PENDING FOR THIS KEY'
006510                 TO VLT-WARNING-TEXT
006520         WHEN OTHER
006530             MOVE 'FILE ERROR ON PENDING CHANGES'
006540                 TO VLT-WARNING-TEXT
006550     END-EVALUATE
006560 2800-EXIT.
006570     EXIT.
006580*=============================================================*
006590* Read the vault record for the key on the screen, if there   *
006600* is one.  Any response but NORMAL or NOTFND is a warning.    *
006610*=============================================================*
006620 2900-READ-VAULT-KEY.
006630*=============================================================*
006640     MOVE 'N' TO VLT-ON-VAULT-SW
006650     EXEC CICS READ FILE('KEYVAULT')
006660         INTO(KEY-RECORD)
006670         RIDFLD(VLT-KEY-ID)
006680         RESP(VLT-RESP-WS)
006690     END-EXEC
006700     EVALUATE VLT-RESP-WS
006710         WHEN DFHRESP(NORMAL)
006720             SET VLT-ON-VAULT TO TRUE
006730         WHEN DFHRESP(NOTFND)
006740             CONTINUE
006750         WHEN OTHER
006760             MOVE 'KEYWORD VAULT READ ERROR' TO VLT-WARNING-TEXT
006770     END-EVALUATE
006780 2900-EXIT.
006790     EXIT.
006800*=============================================================*
006810* Stamp the staging officer, terminal, date and time on the   *
006820* pending record the stage paragraph built and write it.  A   *
006830* key with a change already pending takes no second one.      *
006840*=============================================================*
006850 2950-WRITE-PENDING.
006860*=============================================================*
006870     MOVE VLT-KEY-ID TO KPD-KEY-ID
006880     MOVE VLT-USERID TO KPD-REQUESTED-BY
006890     MOVE EIBTRMID TO KPD-REQUEST-TERM
006900     MOVE FUNCTION CURRENT-DATE TO VLT-TODAY-TEXT
006910     MOVE VLT-TODAY-TEXT(1:8) TO KPD-REQUEST-DATE
006920     MOVE VLT-TODAY-TEXT(9:6) TO KPD-REQUEST-TIME
006930     EXEC CICS WRITE FILE('KEYPEND')
006940         FROM(KPD-RECORD)
006950         RIDFLD(KPD-KEY-ID)
006960         RESP(VLT-RESP-WS)
006970     END-EXEC
006980     EVALUATE VLT-RESP-WS
006990         WHEN DFHRESP(NORMAL)
007000             MOVE 'CHANGE STAGED -- ANOTHER OFFICER MUST APPROVE'
007010                 TO VLT-MESSAGE-TEXT
007020         WHEN DFHRESP(DUPREC)
007030             MOVE 'A CHANGE IS ALREADY PENDING FOR THIS KEY'
007040                 TO VLT-WARNING-TEXT
007050         WHEN OTHER
007060             MOVE 'FILE ERROR ON PENDING CHANGES'
007070                 TO VLT-WARNING-TEXT
007080     END-EVALUATE
007090 2950-EXIT.
007100     EXIT.
007110*=============================================================*
007120* Show the key as it now stands: its window and whether it    *
007130* has a keyword and an alphabet -- never the values -- and    *
007140* any change pending against it.  Every action ends here, so  *
007150* the officer always sees the result of what was just done.   *
007160*=============================================================*
007170 2970-SHOW-KEY-STATE.
007180*=============================================================*
007190     MOVE SPACE TO VCEFO VCEXO VKSTO VASTO
007200     MOVE SPACE TO VPTYO VPBYO VPDTO VPEFO VPEXO
007210     IF VLT-KEY-ID = SPACE
007220         GO TO 2970-EXIT
007230     END-IF
007240     PERFORM 2900-READ-VAULT-KEY THRU 2900-EXIT
007250     IF VLT-ON-VAULT
007260         MOVE KEY-EFFECTIVE-DATE TO VCEFO
007270         MOVE KEY-EXPIRY-DATE TO VCEXO
007280         IF KEY-KEYWORD = SPACE OR KEY-KEYWORD-LEN = 0
007290             MOVE 'N' TO VKSTO
007300         ELSE
007310             MOVE 'Y' TO VKSTO
007320         END-IF
007330         IF KEY-SUB-ALPHABET = SPACE
007340             MOVE 'N' TO VASTO
007350         ELSE
007360             MOVE 'Y' TO VASTO
007370         END-IF
007380     END-IF
007390     MOVE 'N' TO VLT-PENDING-SW
007400     EXEC CICS READ FILE('KEYPEND')
007410         INTO(KPD-RECORD)
007420         RIDFLD(VLT-KEY-ID)
007430         RESP(VLT-RESP-WS)
007440     END-EXEC
007450     IF VLT-RESP-WS = DFHRESP(NORMAL)
007460         SET VLT-PENDING-FOUND TO TRUE
007470         MOVE KPD-CHANGE-TYPE TO VPTYO
007480         MOVE KPD-REQUESTED-BY TO VPBYO
007490         MOVE KPD-REQUEST-DATE TO VPDTO
007500*        Only an add or a window change has dates to show; a   *
007510*        new keyword or alphabet is never shown at all.        *
007520         IF KPD-CHANGE-ADD OR KPD-CHANGE-WINDOW
007530             MOVE KPD-NEW-EFFECTIVE-DATE TO VPEFO
007540             MOVE KPD-NEW-EXPIRY-DATE TO VPEXO
007550         END-IF
007560     END-IF
007570     IF VACTI = 'I' AND VLT-INPUT-VALID
007580             AND VLT-WARNING-TEXT = SPACE
007590         IF VLT-ON-VAULT OR VLT-PENDING-FOUND
007600             MOVE 'KEY DISPLAYED' TO VLT-MESSAGE-TEXT
007610         ELSE
007620             MOVE 'KEY ID NOT ON VAULT, NOTHING PENDING'
007630                 TO VLT-WARNING-TEXT
007640         END-IF
007650     END-IF
007660 2970-EXIT.
007670     EXIT.
007680*=============================================================*
007690 3000-SEND-RESULT-MAP.
007700*=============================================================*
007710     MOVE VACTI TO VACTO
007720     MOVE VLT-KEY-ID TO VKIDO
007730     IF NOT VLT-INPUT-VALID OR VLT-WARNING-TEXT NOT = SPACE
007740         MOVE VLT-NEW-EFFECTIVE TO VEFFO
007750         MOVE VLT-NEW-EXPIRY TO VEXPO
007760     ELSE
007770         MOVE SPACE TO VEFFO VEXPO
007780     END-IF
007790*    The dark entry fields go back blank whatever happened --   *
007800*    a keyword or alphabet keyed is never sent to a screen.     *
007810     MOVE SPACE TO VKWDO VALPO
007820     MOVE SPACE TO VLT-NEW-KEYWORD VLT-NEW-ALPHABET
007830     PERFORM 2970-SHOW-KEY-STATE THRU 2970-EXIT
007840     MOVE VLT-WARNING-TEXT TO VWARNO
007850     IF VLT-INPUT-VALID AND VLT-WARNING-TEXT = SPACE
007860         IF VLT-MESSAGE-TEXT = SPACE
007870             MOVE 'PRESS ENTER FOR ANOTHER ACTION, CLEAR TO EXIT'
007880                 TO VMSGO
007890         ELSE
007900             MOVE VLT-MESSAGE-TEXT TO VMSGO
007910         END-IF
007920     ELSE
007930         MOVE VLT-WARNING-TEXT TO VMSGO
007940     END-IF
007950     EXEC CICS SEND MAP('CIPHVLT')
007960         MAPSET('CIPHSET')
007970         FROM(CIPHVLTO)
007980         DATAONLY
007990     END-EXEC
008000 3000-EXIT.
008010     EXIT.
