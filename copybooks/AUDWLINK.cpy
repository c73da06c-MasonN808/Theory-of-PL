000010*-----------------------------------------------------------*
000020* AUDWLINK.CPY                                              *
000030* Shared interface between the CIPHSET transactions and the *
000040* CIPHAUDW audit-writer program.  A transaction builds its  *
000050* AUDREC as before, moves it to AW-AUD-RECORD and LINKs to  *
000060* CIPHAUDW with AW-INTERFACE as the COMMAREA; CIPHAUDW      *
000070* stamps the chain fields, writes the record to CICS file   *
000080* CIPHAUD and advances the chain control record, and hands  *
000090* back the record as written.                               *
000100*-----------------------------------------------------------*
000110 01  AW-INTERFACE.
000120     05  AW-AUD-RECORD               PIC X(98).
000130     05  AW-RESULT-CD                PIC X(01).
000140         88  AW-WRITTEN               VALUE 'Y'.
000150         88  AW-NOT-WRITTEN           VALUE 'N'.
