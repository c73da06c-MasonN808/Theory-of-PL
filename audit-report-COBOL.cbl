000303*                   online inquiry needed to browse it by     *
000304*                   RBA; the records themselves are the same  *
000305*                   AUDREC.cpy layout as before.              *
000305*   2026-10-15 RH   Counts the V records CIPHAUTH writes for  *
000305*                   refused operator attempts as their own    *
000305*                   line under TOTALS BY FUNCTION CODE        *
000305*                   instead of UNRECOGNIZED.                  *
000306*   2026-10-15 RH   Same for the R records CIPHRVW writes for *
000307*                   each solve review decision.               *
000310*-------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000940 01  ARP-ENCRYPT-COUNT            PIC 9(07) VALUE 0.
000950 01  ARP-DECRYPT-COUNT            PIC 9(07) VALUE 0.
000960 01  ARP-SOLVE-COUNT              PIC 9(07) VALUE 0.
000960 01  ARP-VIOLATION-COUNT          PIC 9(07) VALUE 0.
000965 01  ARP-REVIEW-COUNT             PIC 9(07) VALUE 0.
000970 01  ARP-OTHER-FUNC-COUNT         PIC 9(07) VALUE 0.
000980 01  OPR-TABLE-CTL.
000990     05  OPR-ENTRY-COUNT          PIC 9(03) VALUE 0.
003260                 ADD 1 TO ARP-DECRYPT-COUNT
003270             WHEN AUD-FUNC-SOLVE
003280                 ADD 1 TO ARP-SOLVE-COUNT
003280             WHEN AUD-FUNC-VIOLATION
003280                 ADD 1 TO ARP-VIOLATION-COUNT
003285             WHEN AUD-FUNC-REVIEW
003285                 ADD 1 TO ARP-REVIEW-COUNT
003290             WHEN OTHER
003300                 ADD 1 TO ARP-OTHER-FUNC-COUNT
003310         END-EVALUATE
004400     MOVE ARP-SOLVE-COUNT TO RPT-T-COUNT
004410     MOVE RPT-TOTAL-LINE TO RPT-LINE-TEXT
004420     WRITE RPT-LINE
004420     MOVE 'VIOLATION (V)' TO RPT-T-LABEL
004420     MOVE ARP-VIOLATION-COUNT TO RPT-T-COUNT
004420     MOVE RPT-TOTAL-LINE TO RPT-LINE-TEXT
004420     WRITE RPT-LINE
004425     MOVE 'REVIEW  (R)' TO RPT-T-LABEL
004425     MOVE ARP-REVIEW-COUNT TO RPT-T-COUNT
004425     MOVE RPT-TOTAL-LINE TO RPT-LINE-TEXT
004425     WRITE RPT-LINE
004430     IF ARP-OTHER-FUNC-COUNT > 0
004440         MOVE 'UNRECOGNIZED' TO RPT-T-LABEL
004450         MOVE ARP-OTHER-FUNC-COUNT TO RPT-T-COUNT
