000010*-----------------------------------------------------------*
000020* PTNREC.CPY                                                *
000030* Record layout for the PARTNER-PROFILE dataset, the keyed  *
000040* master of the shops we exchange ciphertext with, keyed on *
000050* PTN-ID.  A message names its destination partner on      *
000060* MSG-PARTNER-ID and CIPHER routes it to that partner's own *
000070* outbound transmit dataset; an inbound file names its      *
000080* sender on XMT-SENDER-ID and CIPHRCV decrypts with the     *
000090* key agreed here.  Taking on a new trading partner is one  *
000100* record added here, not a JCL change.                      *
000101* The record with a blank PTN-ID is not a partner: it is    *
000102* the house control record, carrying only PTN-OUTBOUND-SEQ  *
000103* for the house TRANSMIT-OUT file.  CIPHER adds it the      *
000104* first time it envelopes that file.                        *
000110*-----------------------------------------------------------*
000120 01  PTN-RECORD.
000130     05  PTN-ID                      PIC X(06).
000140     05  PTN-NAME                    PIC X(30).
000150*    Cipher type agreed with the partner for what they send
000160*    us, same codes as MSG-CIPHER-TYPE; CIPHRCV rejects an
000170*    inbound record of any other type.  Blank accepts any.
000180     05  PTN-CIPHER-TYPE             PIC X(01).
000190         88  PTN-TYPE-ANY             VALUE SPACE.
000200*    Vault key id (KEYREC.cpy) for a type V or S exchange and
000210*    the shift for a Caesar exchange; CIPHRCV resolves both
000220*    from here rather than from its PARM card.
000230     05  PTN-KEY-ID                  PIC X(08).
000240     05  PTN-SHIFT                   PIC 9(03).
000250*    Full dataset names.  CIPHER writes messages bound for the
000260*    partner to PTN-OUTBOUND-DSN; PTN-INBOUND-DSN is where the
000270*    file transfer lands what the partner sends us, the file
000280*    RCVJOB's XMTIN is pointed at for that partner's run.
000290     05  PTN-OUTBOUND-DSN            PIC X(44).
000300     05  PTN-INBOUND-DSN             PIC X(44).
000310*    Transmit envelope sequence numbers (XMTREC.cpy).  CIPHER
000320*    stamps PTN-OUTBOUND-SEQ + 1 on the header of each new file
000330*    it writes for the partner; CIPHRCV accepts an inbound file
000340*    only if its header carries PTN-INBOUND-SEQ + 1 (any number
000350*    while PTN-INBOUND-SEQ is still zero), and advances it once
000360*    the file is through.
000370     05  PTN-OUTBOUND-SEQ            PIC 9(07).
000380     05  PTN-INBOUND-SEQ             PIC 9(07).
