000010*-----------------------------------------------------------*
000020* CCTREC.CPY                                                *
000030* Record layout for the COST-CENTER-IN dataset              *
000040* (CIPHER.PROD.COSTCTR), finance's table of who pays for    *
000050* cipher processing: a flat list, one record per id,        *
000060* loaded into storage once at the start of CIPHCHG.  Each   *
000070* record maps one id off the audit log to a department and  *
000080* cost center.  The id is one of:                           *
000090*   O  an operator id (AUD-OPERATOR-ID) -- a CICS user or   *
000100*      the OPERATOR= a batch job runs under;                *
000110*   T  a CICS terminal id, which the online transactions    *
000120*      stamp in the first four bytes of AUD-JOB-ID;         *
000130*   J  a batch job id (AUD-JOB-ID, JOBID= on the PARM).     *
000140* An audit record is billed to its operator's cost center   *
000150* when the operator is on the table, otherwise to its       *
000160* terminal's, otherwise to its job's; a record matching     *
000170* none of them is unmapped.                                 *
000180*-----------------------------------------------------------*
000190 01  CCT-RECORD.
000200     05  CCT-MATCH-TYPE              PIC X(01).
000210         88  CCT-MATCH-OPERATOR      VALUE 'O'.
000220         88  CCT-MATCH-TERMINAL      VALUE 'T'.
000230         88  CCT-MATCH-JOB           VALUE 'J'.
000240         88  CCT-MATCH-TYPE-VALID    VALUE 'O' 'T' 'J'.
000250     05  CCT-MATCH-ID                PIC X(08).
000260     05  CCT-DEPT-CODE               PIC X(04).
000270     05  CCT-DEPT-NAME               PIC X(20).
000280     05  CCT-COST-CENTER             PIC X(06).
000290     05  FILLER                      PIC X(11).
