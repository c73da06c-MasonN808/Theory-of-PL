000060* at 30 bytes, and DISPLAY output scrolls away).  The       *
000070* nightly transmission job picks this file up directly      *
000080* instead of someone re-keying ciphertext off the report.   *
000081* A message bound for a trading partner goes to that        *
000082* partner's own dataset in this same layout.                *
000083* Every transmit file is enveloped: a header record under   *
000084* the reserved key 000000 ahead of the messages and a       *
000085* trailer under 999999 behind them, both in the             *
000086* XMT-ENVELOPE-RECORD view below.  Neither is a message --   *
000087* every reader of the file passes them over, and no message *
000088* may be given either id.                                   *
000090*-----------------------------------------------------------*
000100 01  XMT-RECORD.
000110     05  XMT-MSG-ID                  PIC 9(06).
000111         88  XMT-ENVELOPE-HEADER     VALUE 000000.
000112         88  XMT-ENVELOPE-TRAILER    VALUE 999999.
000113         88  XMT-ENVELOPE-KEY        VALUE 000000 999999.
000120     05  XMT-CIPHER-TYPE             PIC X(01).
000130     05  XMT-TEXT-LEN                PIC 9(03).
000140     05  XMT-TEXT                    PIC X(256).
000160*    acknowledgment reconciliation can age an unacknowledged
000170*    message from the day it was actually transmitted.
000180     05  XMT-SENT-DATE               PIC X(08).
000190*    Partner id of the shop that wrote the file, as the
000200*    receiving shop's partner profile (PTNREC.cpy) knows it:
000210*    CIPHER stamps its SHOPID= PARM here, and CIPHRCV looks
000220*    the sender up on our own profile to find the key.
000230     05  XMT-SENDER-ID               PIC X(06).
000240*-----------------------------------------------------------*
000250* The envelope records.  The header carries the sending     *
000260* shop, the job and date that started the file, and the     *
000270* file's sequence number on the sender's partner profile    *
000280* (PTN-OUTBOUND-SEQ); the trailer repeats those and adds    *
000290* the control totals over every message on the file: the    *
000300* record count, the hash total of XMT-MSG-ID, and a          *
000310* checksum of XMT-TEXT -- the sum, over every text byte, of  *
000320* its ordinal value times its position (1-256) in the field. *
000330* Under an FD this view shares the record area.             *
000340*-----------------------------------------------------------*
000350 01  XMT-ENVELOPE-RECORD.
000360     05  XMT-ENV-MSG-ID              PIC 9(06).
000370     05  XMT-ENV-REC-TYPE            PIC X(01).
000380         88  XMT-ENV-IS-HEADER       VALUE 'H'.
000390         88  XMT-ENV-IS-TRAILER      VALUE 'T'.
000400     05  XMT-ENV-SHOP-ID             PIC X(06).
000410     05  XMT-ENV-JOB-ID              PIC X(08).
000420     05  XMT-ENV-RUN-DATE            PIC X(08).
000430     05  XMT-ENV-FILE-SEQ            PIC 9(07).
000440     05  XMT-ENV-RECORD-COUNT        PIC 9(07).
000450     05  XMT-ENV-HASH-TOTAL          PIC 9(12).
000460     05  XMT-ENV-CHECKSUM            PIC 9(15).
000470     05  FILLER                      PIC X(210).
