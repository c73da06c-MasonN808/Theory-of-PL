000090* message master.  Generated-map naming follows the usual   *
000100* BMS convention: xxxxL (length), xxxxA (attribute), xxxxI  *
000110* (operator input), xxxxO (program output).  The four RTXn  *
000120* fields together carry the full 256-byte MSG-TEXT.  RSTS  *
000121* and RSDT are display-only: the master record's lifecycle  *
000122* status and the date it last changed.                      *
000130*-----------------------------------------------------------*
000140 01  CIPHREJI.
000150     05  FILLER                   PIC X(12).
000460     05  RRSNL                    COMP PIC S9(4).
000470     05  RRSNA                    PIC X.
000480     05  RRSNI                    PIC X(40).
000481     05  RSTSL                    COMP PIC S9(4).
000482     05  RSTSA                    PIC X.
000483     05  RSTSI                    PIC X(01).
000484     05  RSDTL                    COMP PIC S9(4).
000485     05  RSDTA                    PIC X.
000486     05  RSDTI                    PIC X(08).
000490     05  RWARNL                   COMP PIC S9(4).
000500     05  RWARNA                   PIC X.
000510     05  RWARNI                   PIC X(40).
000760     05  RTX4O                    PIC X(64).
000770     05  FILLER                   PIC X(03).
000780     05  RRSNO                    PIC X(40).
000781     05  FILLER                   PIC X(03).
000782     05  RSTSO                    PIC X(01).
000783     05  FILLER                   PIC X(03).
000784     05  RSDTO                    PIC X(08).
000790     05  FILLER                   PIC X(03).
000800     05  RWARNO                   PIC X(40).
000810     05  FILLER                   PIC X(03).
