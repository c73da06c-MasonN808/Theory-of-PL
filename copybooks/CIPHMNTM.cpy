000080* at run time.  Generated-map naming follows the usual BMS   *
000090* convention: xxxxL (length), xxxxA (attribute), xxxxI       *
000100* (operator input), xxxxO (program output).  The four MTXn   *
000110* fields together carry the full 256-byte MSG-TEXT.  MSTS   *
000111* and MSDT are display-only: the message's lifecycle status  *
000112* and the date it last changed.  MPTN is the partner the     *
000112* message is bound for, blank for the house transmit file.   *
000120*-----------------------------------------------------------*
000130 01  CIPHMNTI.
000140     05  FILLER                   PIC X(12).
000300     05  MLENL                    COMP PIC S9(4).
000310     05  MLENA                    PIC X.
000320     05  MLENI                    PIC X(03).
000320     05  MPTNL                    COMP PIC S9(4).
000320     05  MPTNA                    PIC X.
000320     05  MPTNI                    PIC X(06).
000330     05  MTX1L                    COMP PIC S9(4).
000340     05  MTX1A                    PIC X.
000350     05  MTX1I                    PIC X(64).
000420     05  MTX4L                    COMP PIC S9(4).
000430     05  MTX4A                    PIC X.
000440     05  MTX4I                    PIC X(64).
000441     05  MSTSL                    COMP PIC S9(4).
000442     05  MSTSA                    PIC X.
000443     05  MSTSI                    PIC X(01).
000444     05  MSDTL                    COMP PIC S9(4).
000445     05  MSDTA                    PIC X.
000446     05  MSDTI                    PIC X(08).
000450     05  MWARNL                   COMP PIC S9(4).
000460     05  MWARNA                   PIC X.
000470     05  MWARNI                   PIC X(40).
000620     05  MKEYO                    PIC X(20).
000630     05  FILLER                   PIC X(03).
000640     05  MLENO                    PIC X(03).
000640     05  FILLER                   PIC X(03).
000640     05  MPTNO                    PIC X(06).
000650     05  FILLER                   PIC X(03).
000660     05  MTX1O                    PIC X(64).
000670     05  FILLER                   PIC X(03).
000700     05  MTX3O                    PIC X(64).
000710     05  FILLER                   PIC X(03).
000720     05  MTX4O                    PIC X(64).
000721     05  FILLER                   PIC X(03).
000722     05  MSTSO                    PIC X(01).
000723     05  FILLER                   PIC X(03).
000724     05  MSDTO                    PIC X(08).
000730     05  FILLER                   PIC X(03).
000740     05  MWARNO                   PIC X(40).
000750     05  FILLER                   PIC X(03).
