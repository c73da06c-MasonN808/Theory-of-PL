000010*-----------------------------------------------------------*
000020* HASHLINK.CPY                                              *
000030* Shared interface to the CIPHHASH subprogram, which        *
000040* computes the chain hash of an audit record.  Every AUDREC *
000050* writer, and AUDVRFY when it checks one, COPYs this into   *
000060* WORKING-STORAGE, moves the record in with AUD-SEQ-NO and  *
000070* AUD-PREV-HASH already stamped, and CALLs CIPHHASH with    *
000080* HX-INTERFACE BY REFERENCE; CIPHHASH COPYs it into its     *
000090* LINKAGE SECTION.  AUD-REC-HASH itself is not hashed.      *
000100*-----------------------------------------------------------*
000110 01  HX-INTERFACE.
000120     05  HX-AUD-RECORD               PIC X(98).
000130     05  HX-HASH                     PIC 9(10).
