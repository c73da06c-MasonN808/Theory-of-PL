000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CIPHHASH.
000030 AUTHOR.        R HENRICKSEN.
000040 INSTALLATION.  DATA LIBRARY SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-------------------------------------------------------------*
000080* CIPHHASH is the CALLed subprogram that computes the chain   *
000090* hash of an audit record (AUDREC.cpy).  Each record carries  *
000100* its sequence number, the chain hash of the record written   *
000110* before it, and its own chain hash over all of that, so a    *
000120* changed byte, or a record removed or inserted, breaks the   *
000130* chain where AUDVRFY will find it.  Every writer             *
000140* of the log -- CIPHER, CIPHRCV and the online CIPHAUDW --    *
000150* and AUDVRFY itself CALL this one routine through HASHLINK,  *
000160* so the hash is computed the same way everywhere, the way    *
000170* the cipher math lives once in CIPHENGN.                     *
000180*                                                             *
000190* The hash runs the record a byte at a time through a         *
000200* polynomial remainder: multiply the running value by 257,    *
000210* add the byte's ordinal, keep the remainder by 9999999967    *
000220* (the largest prime that fits PIC 9(10)).  Because the       *
000230* previous record's hash is among the bytes hashed, each hash *
000240* depends on every record before it.                          *
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
000380* The bytes hashed: the 68 bytes of the record proper, then   *
000390* AUD-SEQ-NO and AUD-PREV-HASH -- all but AUD-REC-HASH.       *
000400*-------------------------------------------------------------*
000410 01  HH-HASHED-LEN                PIC 9(03) VALUE 88.
000420 01  HH-POS                       PIC 9(03) VALUE 0.
000430 01  HH-MULTIPLIER                PIC 9(03) VALUE 257.
000440 01  HH-MODULUS                   PIC 9(10) VALUE 9999999967.
000450 01  HH-ACCUM                     PIC 9(10) VALUE 0.
000460 01  HH-PRODUCT                   PIC 9(15) VALUE 0.
000470 01  HH-QUOTIENT                  PIC 9(15) VALUE 0.
000480 LINKAGE SECTION.
000490 COPY HASHLINK.
000500 PROCEDURE DIVISION USING HX-INTERFACE.
000510*=============================================================*
000520 0000-MAINLINE.
000530*=============================================================*
000540     MOVE 0 TO HH-ACCUM
000550     PERFORM 1000-HASH-ONE-BYTE THRU 1000-EXIT
000560         VARYING HH-POS FROM 1 BY 1
000570         UNTIL HH-POS > HH-HASHED-LEN
000580     MOVE HH-ACCUM TO HX-HASH
000590     GOBACK.
000600*=============================================================*
000610 1000-HASH-ONE-BYTE.
000620*=============================================================*
000630     COMPUTE HH-PRODUCT = HH-ACCUM * HH-MULTIPLIER
000640         + FUNCTION ORD(HX-AUD-RECORD(HH-POS:1))
000650     DIVIDE HH-PRODUCT BY HH-MODULUS
000660         GIVING HH-QUOTIENT REMAINDER HH-ACCUM
000670 1000-EXIT.
000680     EXIT.
