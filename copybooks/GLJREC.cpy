000010*-----------------------------------------------------------*
000020* GLJREC.CPY                                                *
000030* Record layout for the GL-FEED-OUT dataset                 *
000040* (CIPHER.PROD.GLFEED), the monthly chargeback journal      *
000050* CIPHCHG writes for the general ledger: fixed 80-byte      *
000060* records, a header, the journal lines, and a trailer.      *
000070* Each cost center billed gets one debit to the chargeback  *
000080* expense account, unmapped activity one debit under the    *
000090* suspense cost center, and the recovery account one credit *
000100* per function code, so debits and credits always net to    *
000110* zero and both equal the chargeback report's grand total.  *
000120* Amounts are unsigned; GLJ-DR-CR gives the side.           *
000130*-----------------------------------------------------------*
000140 01  GLJ-RECORD.
000150     05  GLJ-REC-TYPE                PIC X(01).
000160         88  GLJ-IS-HEADER           VALUE 'H'.
000170         88  GLJ-IS-DETAIL           VALUE 'D'.
000180         88  GLJ-IS-TRAILER          VALUE 'T'.
000190     05  GLJ-SOURCE                  PIC X(08).
000200     05  GLJ-PERIOD                  PIC X(06).
000210     05  GLJ-COST-CENTER             PIC X(06).
000220     05  GLJ-ACCOUNT                 PIC X(08).
000230     05  GLJ-DR-CR                   PIC X(01).
000240         88  GLJ-DEBIT               VALUE 'D'.
000250         88  GLJ-CREDIT              VALUE 'C'.
000260     05  GLJ-AMOUNT                  PIC 9(09)V99.
000270     05  GLJ-DESCRIPTION             PIC X(30).
000280     05  FILLER                      PIC X(09).
000290*-----------------------------------------------------------*
000300* The header and trailer.  Both carry the source system     *
000310* (CIPHCHG), the accounting period (YYYYMM) and the run     *
000320* date; the trailer adds the control totals over the        *
000330* journal lines -- how many, and the debit and credit       *
000340* totals -- for the ledger to balance the feed on receipt.  *
000350* Under an FD this view shares the record area.             *
000360*-----------------------------------------------------------*
000370 01  GLJ-CONTROL-RECORD.
000380     05  GLJ-CTL-REC-TYPE            PIC X(01).
000390     05  GLJ-CTL-SOURCE              PIC X(08).
000400     05  GLJ-CTL-PERIOD              PIC X(06).
000410     05  GLJ-CTL-RUN-DATE            PIC X(08).
000420     05  GLJ-CTL-LINE-COUNT          PIC 9(07).
000430     05  GLJ-CTL-DEBIT-TOTAL         PIC 9(11)V99.
000440     05  GLJ-CTL-CREDIT-TOTAL        PIC 9(11)V99.
000450     05  FILLER                      PIC X(24).
