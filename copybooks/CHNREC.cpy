000010*-----------------------------------------------------------*
000020* CHNREC.CPY                                                *
000030* Record layout for the AUDIT-CHAIN control dataset, a VSAM *
000040* KSDS holding one record, key AUDITLOG.  It carries the    *
000050* audit log's hash chain from one writer to the next: the   *
000060* sequence number and chain hash of the last AUDREC         *
000070* written (AUDREC.cpy's AUD-CHAIN-DETAIL), which the next   *
000080* writer -- CIPHER or CIPHRCV in batch, CIPHAUDW online,    *
000090* CICS file AUDCHAIN -- stamps into its own record and then *
000100* advances.  AUDARCH sets the base fields when it moves the *
000110* oldest records to an archive generation, so the first     *
000120* record left on the live log still has something to link   *
000130* back to; AUDVRFY checks the live log against both ends.   *
000140* A writer that finds no record starts the chain at 1.      *
000150*-----------------------------------------------------------*
000160 01  CHN-RECORD.
000170     05  CHN-KEY                     PIC X(08).
000180*    The last record written to the live log: its sequence
000190*    number and chain hash, and the date, time and job id (or
000200*    terminal) on it.
000210     05  CHN-LAST-SEQ-NO             PIC 9(10).
000220     05  CHN-LAST-HASH               PIC 9(10).
000230     05  CHN-LAST-DATE               PIC X(08).
000240     05  CHN-LAST-TIME               PIC X(08).
000250     05  CHN-LAST-JOB-ID             PIC X(08).
000260*    The last record AUDARCH moved to an archive generation,
000270*    and the date of that archive run.  Zero until the first
000280*    archive run after the chain began.
000290     05  CHN-BASE-SEQ-NO             PIC 9(10).
000300     05  CHN-BASE-HASH               PIC 9(10).
000310     05  CHN-BASE-DATE               PIC X(08).
000320     05  FILLER                      PIC X(20).
