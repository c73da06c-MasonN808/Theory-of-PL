000010*-----------------------------------------------------------*
000020* RHSREC.CPY                                                *
000030* Record layout for the RECEIVED-HISTORY dataset, a VSAM    *
000040* KSDS keyed on the sending partner and its message id.     *
000050* CIPHRCV writes one record for every inbound message it    *
000060* decrypts and acknowledges; a message arriving again under *
000070* a key already here is a duplicate -- reported, and kept   *
000080* off RECEIVED-OUT -- unless the record was written by the  *
000090* same job id on the same date, which is a rerun of an      *
000100* interrupted run picking its own messages up again.        *
000110*-----------------------------------------------------------*
000120 01  RHS-RECORD.
000130     05  RHS-KEY.
000140         10  RHS-SENDER-ID           PIC X(06).
000150         10  RHS-MSG-ID              PIC 9(06).
000160*    Date (YYYYMMDD) and job id of the run that received the
000170*    message, and so wrote and acknowledged it.
000180     05  RHS-RECEIVED-DATE           PIC X(08).
000190     05  RHS-JOB-ID                  PIC X(08).
000200     05  RHS-RECEIVED-TIME           PIC X(08).
000210     05  FILLER                      PIC X(04).
