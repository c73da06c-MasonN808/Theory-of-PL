000010*-----------------------------------------------------------*
000020* RVWREC.CPY                                                *
000030* Record layout for the SOLVE-REVIEW dataset, a VSAM KSDS   *
000040* keyed on the message id.  CIPHER writes one record for    *
000050* every message its CallSolve path decrypts -- the          *
000060* dictionary score, the winning shift, keyword or derived   *
000070* alphabet, and the recovered text -- so a best guess no    *
000080* longer lives only on the report.  A score below the run's *
000090* SOLVEMIN= threshold is queued (Q) for an analyst; one at  *
000100* or above it is kept as confident (C).  The CIPHRVW review *
000110* transaction records the analyst's decision here: an       *
000120* accept (A) puts the answer on the message master as a     *
000130* known-key message, unsolvable (U) holds the message.  An  *
000140* override keyed on the screen -- a known shift, or a vault *
000150* key id for Vigenere and substitution -- is kept with the  *
000160* record until it is accepted.  While a record is open (Q   *
000170* or C) CIPHER does not solve its message again; a message  *
000180* released back to pending after a decision is solved anew. *
000190*-----------------------------------------------------------*
000200 01  RVW-RECORD.
000210     05  RVW-MSG-ID                  PIC 9(06).
000220     05  RVW-STATUS                  PIC X(01).
000230         88  RVW-STATUS-QUEUED        VALUE 'Q'.
000240         88  RVW-STATUS-CONFIDENT     VALUE 'C'.
000250         88  RVW-STATUS-ACCEPTED      VALUE 'A'.
000260         88  RVW-STATUS-UNSOLVABLE    VALUE 'U'.
000270         88  RVW-STATUS-OPEN          VALUE 'Q' 'C'.
000280     05  RVW-CIPHER-TYPE             PIC X(01).
000290*    The solver's dictionary score for its winner, and the
000300*    SOLVEMIN= threshold of the run that scored it.
000310     05  RVW-SCORE                   PIC 9(05).
000320     05  RVW-SOLVE-MIN               PIC 9(05).
000330*    The winning answer: a shift for Caesar and ROT13, a
000340*    keyword off the candidate list for Vigenere, a derived
000350*    encrypt alphabet for substitution.  The fields the
000360*    cipher type does not use are zero or spaces.
000370     05  RVW-SHIFT                   PIC 9(03).
000380     05  RVW-KEYWORD                 PIC X(20).
000390     05  RVW-DERIVED-ALPHABET        PIC X(26).
000400     05  RVW-TEXT-LEN                PIC 9(03).
000410     05  RVW-RECOVERED-TEXT          PIC X(256).
000420*    The run that solved it: run date (YYYYMMDD) and JOBID=.
000430     05  RVW-SOLVE-DATE              PIC X(08).
000440     05  RVW-JOB-ID                  PIC X(08).
000450*    The analyst's override, when one has been keyed.
000460     05  RVW-OVERRIDE-SW             PIC X(01).
000470         88  RVW-OVERRIDE-KEYED       VALUE 'Y'.
000480     05  RVW-OVR-SHIFT               PIC 9(03).
000490     05  RVW-OVR-KEY-ID              PIC X(08).
000500*    The last analyst to act on it, from where and when
000510*    (YYYYMMDD, HHMMSS).
000520     05  RVW-DECIDED-BY              PIC X(08).
000530     05  RVW-DECIDED-TERM            PIC X(04).
000540     05  RVW-DECIDED-DATE            PIC X(08).
000550     05  RVW-DECIDED-TIME            PIC X(06).
000560     05  FILLER                      PIC X(20).
