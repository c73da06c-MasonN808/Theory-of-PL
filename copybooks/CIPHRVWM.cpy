000010*-----------------------------------------------------------*
000020* CIPHRVWM.CPY                                              *
000030* Symbolic map for BMS mapset CIPHSET, map CIPHRVW.  This is *
000040* the screen the CIPHRVW solve review transaction uses to    *
000050* work the queue of CallSolve answers CIPHER kept on the     *
000060* review file (RVWREC.cpy): accept an answer, override it    *
000070* with a known shift or vault key id and see the message     *
000080* re-decrypted, or mark it unsolvable.                       *
000090* Generated-map naming follows the usual BMS convention:     *
000100* xxxxL (length), xxxxA (attribute), xxxxI (operator        *
000110* input), xxxxO (program output).  WACT, WMID, WOSH and WOKY *
000120* are the entry fields; the rest are display-only.           *
000130*-----------------------------------------------------------*
000140 01  CIPHRVWI.
000150     05  FILLER                   PIC X(12).
000160     05  WACTL                    COMP PIC S9(4).
000170     05  WACTA                    PIC X.
000180     05  WACTI                    PIC X(01).
000190     05  WMIDL                    COMP PIC S9(4).
000200     05  WMIDA                    PIC X.
000210     05  WMIDI                    PIC X(06).
000220     05  WTYPL                    COMP PIC S9(4).
000230     05  WTYPA                    PIC X.
000240     05  WTYPI                    PIC X(01).
000250     05  WSTSL                    COMP PIC S9(4).
000260     05  WSTSA                    PIC X.
000270     05  WSTSI                    PIC X(01).
000280     05  WSCRL                    COMP PIC S9(4).
000290     05  WSCRA                    PIC X.
000300     05  WSCRI                    PIC X(05).
000310     05  WMINL                    COMP PIC S9(4).
000320     05  WMINA                    PIC X.
000330     05  WMINI                    PIC X(05).
000340     05  WSHFL                    COMP PIC S9(4).
000350     05  WSHFA                    PIC X.
000360     05  WSHFI                    PIC X(03).
000370     05  WKWDL                    COMP PIC S9(4).
000380     05  WKWDA                    PIC X.
000390     05  WKWDI                    PIC X(20).
000400     05  WALPL                    COMP PIC S9(4).
000410     05  WALPA                    PIC X.
000420     05  WALPI                    PIC X(26).
000430     05  WSDTL                    COMP PIC S9(4).
000440     05  WSDTA                    PIC X.
000450     05  WSDTI                    PIC X(08).
000460     05  WJOBL                    COMP PIC S9(4).
000470     05  WJOBA                    PIC X.
000480     05  WJOBI                    PIC X(08).
000490     05  WOSHL                    COMP PIC S9(4).
000500     05  WOSHA                    PIC X.
000510     05  WOSHI                    PIC X(03).
000520     05  WOKYL                    COMP PIC S9(4).
000530     05  WOKYA                    PIC X.
000540     05  WOKYI                    PIC X(08).
000550     05  WDBYL                    COMP PIC S9(4).
000560     05  WDBYA                    PIC X.
000570     05  WDBYI                    PIC X(08).
000580     05  WDDTL                    COMP PIC S9(4).
000590     05  WDDTA                    PIC X.
000600     05  WDDTI                    PIC X(08).
000610     05  WTXHL                    COMP PIC S9(4).
000620     05  WTXHA                    PIC X.
000630     05  WTXHI                    PIC X(40).
000640     05  WTX1L                    COMP PIC S9(4).
000650     05  WTX1A                    PIC X.
000660     05  WTX1I                    PIC X(64).
000670     05  WTX2L                    COMP PIC S9(4).
000680     05  WTX2A                    PIC X.
000690     05  WTX2I                    PIC X(64).
000700     05  WTX3L                    COMP PIC S9(4).
000710     05  WTX3A                    PIC X.
000720     05  WTX3I                    PIC X(64).
000730     05  WTX4L                    COMP PIC S9(4).
000740     05  WTX4A                    PIC X.
000750     05  WTX4I                    PIC X(64).
000760     05  WWARNL                   COMP PIC S9(4).
000770     05  WWARNA                   PIC X.
000780     05  WWARNI                   PIC X(40).
000790     05  WMSGL                    COMP PIC S9(4).
000800     05  WMSGA                    PIC X.
000810     05  WMSGI                    PIC X(79).
000820 01  CIPHRVWO REDEFINES CIPHRVWI.
000830     05  FILLER                   PIC X(12).
000840     05  FILLER                   PIC X(03).
000850     05  WACTO                    PIC X(01).
000860     05  FILLER                   PIC X(03).
000870     05  WMIDO                    PIC X(06).
000880     05  FILLER                   PIC X(03).
000890     05  WTYPO                    PIC X(01).
000900     05  FILLER                   PIC X(03).
000910     05  WSTSO                    PIC X(01).
000920     05  FILLER                   PIC X(03).
000930     05  WSCRO                    PIC X(05).
000940     05  FILLER                   PIC X(03).
000950     05  WMINO                    PIC X(05).
000960     05  FILLER                   PIC X(03).
000970     05  WSHFO                    PIC X(03).
000980     05  FILLER                   PIC X(03).
000990     05  WKWDO                    PIC X(20).
001000     05  FILLER                   PIC X(03).
001010     05  WALPO                    PIC X(26).
001020     05  FILLER                   PIC X(03).
001030     05  WSDTO                    PIC X(08).
001040     05  FILLER                   PIC X(03).
001050     05  WJOBO                    PIC X(08).
001060     05  FILLER                   PIC X(03).
001070     05  WOSHO                    PIC X(03).
001080     05  FILLER                   PIC X(03).
001090     05  WOKYO                    PIC X(08).
001100     05  FILLER                   PIC X(03).
001110     05  WDBYO                    PIC X(08).
001120     05  FILLER                   PIC X(03).
001130     05  WDDTO                    PIC X(08).
001140     05  FILLER                   PIC X(03).
001150     05  WTXHO                    PIC X(40).
001160     05  FILLER                   PIC X(03).
001170     05  WTX1O                    PIC X(64).
001180     05  FILLER                   PIC X(03).
001190     05  WTX2O                    PIC X(64).
001200     05  FILLER                   PIC X(03).
001210     05  WTX3O                    PIC X(64).
001220     05  FILLER                   PIC X(03).
001230     05  WTX4O                    PIC X(64).
001240     05  FILLER                   PIC X(03).
001250     05  WWARNO                   PIC X(40).
001260     05  FILLER                   PIC X(03).
001270     05  WMSGO                    PIC X(79).
