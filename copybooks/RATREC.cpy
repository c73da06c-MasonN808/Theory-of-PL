000010*-----------------------------------------------------------*
000020* RATREC.CPY                                                *
000030* Record layout for the RATE-TABLE-IN dataset               *
000040* (CIPHER.PROD.RATES), finance's price list for cipher      *
000050* processing: a flat list loaded into storage once at the   *
000060* start of CIPHCHG.  One record prices one function code    *
000070* (E encrypt, D decrypt, S solve) for one cipher type (C,   *
000080* R, V, S), or for every type without a record of its own   *
000090* when RAT-CIPHER-TYPE is an asterisk.  Solves carry their  *
000100* own records, so the solver's far heavier work is priced   *
000110* apart from a known-key decrypt.  The rate is a charge per *
000120* audit record, to four decimal places.                     *
000130*-----------------------------------------------------------*
000140 01  RAT-RECORD.
000150     05  RAT-FUNCTION-CD             PIC X(01).
000160         88  RAT-FUNCTION-VALID      VALUE 'E' 'D' 'S'.
000170     05  RAT-CIPHER-TYPE             PIC X(01).
000180         88  RAT-ANY-CIPHER-TYPE     VALUE '*'.
000190     05  RAT-UNIT-RATE               PIC 9(03)V9(04).
000200     05  RAT-DESCRIPTION             PIC X(20).
000210     05  FILLER                      PIC X(11).
