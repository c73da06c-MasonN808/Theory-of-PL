000110* id and operator in the AUD-JOB-ID/AUD-OPERATOR-ID          *
000120* positions, so this one dataset answers who did what in     *
000130* either path and the CIPHINQ inquiry can browse it by RBA.  *
000131* CIPHAUTH writes a V record for every request a CIPHSET     *
000132* transaction refused under the operator authorization file  *
000133* (ATHREC.cpy); CIPHVIO reports them daily.                  *
000134* CIPHRVW writes an R record for every decision an analyst   *
000135* takes on a solved message in the review queue              *
000136* (RVWREC.cpy).                                              *
000137* Every record carries a sequence number and a chained hash  *
000138* (AUD-CHAIN-DETAIL below), so an altered, removed or        *
000139* inserted record shows up when AUDVRFY verifies the log.    *
000120*-----------------------------------------------------------*
000090 01  AUD-RECORD.
000100     05  AUD-RUN-DATE                PIC X(10).
000150         88  AUD-FUNC-ENCRYPT         VALUE 'E'.
000160         88  AUD-FUNC-DECRYPT         VALUE 'D'.
000170         88  AUD-FUNC-SOLVE           VALUE 'S'.
000171         88  AUD-FUNC-VIOLATION       VALUE 'V'.
000172         88  AUD-FUNC-REVIEW          VALUE 'R'.
000175     05  AUD-CIPHER-TYPE             PIC X(01).
000180     05  AUD-MSG-ID                  PIC 9(06).
000190*    Caesar shows the numeric shift; ROT13 shows 013 (its fixed
000240*    carries the winning candidate keyword the solver found --
000250*    AUD-SHIFT-VALUE alone would just say VAR.
000260     05  AUD-KEYWORD                 PIC X(20).
000261*    On a V record: the transaction refused, the function it
000262*    was asked for (AX-FUNCTION-CD, blank when the transaction
000263*    itself was refused), why, and the key id it named.  The
000264*    cipher type and message id asked for are in their usual
000265*    places above.
000266     05  AUD-VIOLATION-DETAIL REDEFINES AUD-KEYWORD.
000267         10  AUD-VIO-TRANSID         PIC X(04).
000268         10  AUD-VIO-FUNCTION        PIC X(01).
000269         10  AUD-VIO-REASON          PIC X(01).
000270             88  AUD-VIO-NO-OPERATOR  VALUE 'U'.
000271             88  AUD-VIO-BAD-TRANSID  VALUE 'T'.
000272             88  AUD-VIO-BAD-FUNCTION VALUE 'F'.
000273             88  AUD-VIO-BAD-TYPE     VALUE 'C'.
000274             88  AUD-VIO-BAD-KEY-ID   VALUE 'K'.
000275             88  AUD-VIO-FILE-ERROR   VALUE 'E'.
000276         10  AUD-VIO-KEY-ID          PIC X(08).
000277         10  FILLER                  PIC X(06).
000280*    On an R record: the analyst's decision -- accept, override
000290*    or unsolvable -- the vault key id it used (Vigenere and
000300*    substitution) and the solver's score for the message.  The
000310*    shift decided on, where there is one, is in AUD-SHIFT-VALUE.
000320     05  AUD-REVIEW-DETAIL REDEFINES AUD-KEYWORD.
000330         10  AUD-RVW-DECISION        PIC X(01).
000340             88  AUD-RVW-ACCEPTED     VALUE 'A'.
000350             88  AUD-RVW-OVERRIDDEN   VALUE 'O'.
000360             88  AUD-RVW-UNSOLVABLE   VALUE 'U'.
000370         10  AUD-RVW-KEY-ID          PIC X(08).
000380         10  AUD-RVW-SCORE           PIC 9(05).
000390         10  FILLER                  PIC X(06).
000400*    Chain fields, stamped on every record by whichever program
000410*    writes it -- CIPHER and CIPHRCV in batch, CIPHAUDW for the
000420*    online transactions -- from the chain control record
000430*    (CHNREC.cpy): the record's place in the log, the chain
000440*    hash of the record written before it, and this record's
000450*    own chain hash, which CIPHHASH computes over every byte
000460*    above it including AUD-SEQ-NO and AUD-PREV-HASH.  AUDVRFY
000470*    walks the chain.  Records written before the chain began
000480*    carry spaces here.
000490     05  AUD-CHAIN-DETAIL.
000500         10  AUD-SEQ-NO              PIC 9(10).
000510         10  AUD-PREV-HASH           PIC 9(10).
000520         10  AUD-REC-HASH            PIC 9(10).
