000050* file we ship, one record per message acknowledged, keyed  *
000060* on the message id so the CIPHACK reconciliation can match *
000070* each CIPHER.PROD.TRANSMIT record against it directly.     *
000071* CIPHRCV writes the same layout on ACK-OUT for the files   *
000072* partners send us, one record per message received.       *
000080*-----------------------------------------------------------*
000090 01  ACK-RECORD.
000100     05  ACK-MSG-ID                  PIC 9(06).
