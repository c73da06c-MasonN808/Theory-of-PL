000010*-----------------------------------------------------------*
000020* CIPHVLTM.CPY                                              *
000030* Symbolic map for BMS mapset CIPHSET, map CIPHVLT.  This is *
000040* the screen the CIPHVLT keyword-vault maintenance           *
000050* transaction uses to stage an add, a new effective/expiry   *
000060* window, a new keyword or a new substitution alphabet for   *
000070* a KEYVAULT key, and to approve or cancel a staged change.  *
000080* Generated-map naming follows the usual BMS convention:     *
000090* xxxxL (length), xxxxA (attribute), xxxxI (operator        *
000100* input), xxxxO (program output).  VKWD and VALP are dark    *
000110* entry fields and are always sent back blank; VCEF through  *
000120* VPEX are display-only -- the key's window and whether a    *
000130* keyword and alphabet are on the vault (never the values),  *
000140* and the change pending against it.                         *
000150*-----------------------------------------------------------*
000160 01  CIPHVLTI.
000170     05  FILLER                   PIC X(12).
000180     05  VACTL                    COMP PIC S9(4).
000190     05  VACTA                    PIC X.
000200     05  VACTI                    PIC X(01).
000210     05  VKIDL                    COMP PIC S9(4).
000220     05  VKIDA                    PIC X.
000230     05  VKIDI                    PIC X(08).
000240     05  VEFFL                    COMP PIC S9(4).
000250     05  VEFFA                    PIC X.
000260     05  VEFFI                    PIC X(08).
000270     05  VEXPL                    COMP PIC S9(4).
000280     05  VEXPA                    PIC X.
000290     05  VEXPI                    PIC X(08).
000300     05  VKWDL                    COMP PIC S9(4).
000310     05  VKWDA                    PIC X.
000320     05  VKWDI                    PIC X(20).
000330     05  VALPL                    COMP PIC S9(4).
000340     05  VALPA                    PIC X.
000350     05  VALPI                    PIC X(26).
000360     05  VCEFL                    COMP PIC S9(4).
000370     05  VCEFA                    PIC X.
000380     05  VCEFI                    PIC X(08).
000390     05  VCEXL                    COMP PIC S9(4).
000400     05  VCEXA                    PIC X.
000410     05  VCEXI                    PIC X(08).
000420     05  VKSTL                    COMP PIC S9(4).
000430     05  VKSTA                    PIC X.
000440     05  VKSTI                    PIC X(01).
000450     05  VASTL                    COMP PIC S9(4).
000460     05  VASTA                    PIC X.
000470     05  VASTI                    PIC X(01).
000480     05  VPTYL                    COMP PIC S9(4).
000490     05  VPTYA                    PIC X.
000500     05  VPTYI                    PIC X(01).
000510     05  VPBYL                    COMP PIC S9(4).
000520     05  VPBYA                    PIC X.
000530     05  VPBYI                    PIC X(08).
000540     05  VPDTL                    COMP PIC S9(4).
000550     05  VPDTA                    PIC X.
000560     05  VPDTI                    PIC X(08).
000570     05  VPEFL                    COMP PIC S9(4).
000580     05  VPEFA                    PIC X.
000590     05  VPEFI                    PIC X(08).
000600     05  VPEXL                    COMP PIC S9(4).
000610     05  VPEXA                    PIC X.
000620     05  VPEXI                    PIC X(08).
000630     05  VWARNL                   COMP PIC S9(4).
000640     05  VWARNA                   PIC X.
000650     05  VWARNI                   PIC X(40).
000660     05  VMSGL                    COMP PIC S9(4).
000670     05  VMSGA                    PIC X.
000680     05  VMSGI                    PIC X(79).
000690 01  CIPHVLTO REDEFINES CIPHVLTI.
000700     05  FILLER                   PIC X(12).
000710     05  FILLER                   PIC X(03).
000720     05  VACTO                    PIC X(01).
000730     05  FILLER                   PIC X(03).
000740     05  VKIDO                    PIC X(08).
000750     05  FILLER                   PIC X(03).
000760     05  VEFFO                    PIC X(08).
000770     05  FILLER                   PIC X(03).
000780     05  VEXPO                    PIC X(08).
000790     05  FILLER                   PIC X(03).
000800     05  VKWDO                    PIC X(20).
000810     05  FILLER                   PIC X(03).
000820     05  VALPO                    PIC X(26).
000830     05  FILLER                   PIC X(03).
000840     05  VCEFO                    PIC X(08).
000850     05  FILLER                   PIC X(03).
000860     05  VCEXO                    PIC X(08).
000870     05  FILLER                   PIC X(03).
000880     05  VKSTO                    PIC X(01).
000890     05  FILLER                   PIC X(03).
000900     05  VASTO                    PIC X(01).
000910     05  FILLER                   PIC X(03).
000920     05  VPTYO                    PIC X(01).
000930     05  FILLER                   PIC X(03).
000940     05  VPBYO                    PIC X(08).
000950     05  FILLER                   PIC X(03).
000960     05  VPDTO                    PIC X(08).
000970     05  FILLER                   PIC X(03).
000980     05  VPEFO                    PIC X(08).
000990     05  FILLER                   PIC X(03).
001000     05  VPEXO                    PIC X(08).
001010     05  FILLER                   PIC X(03).
001020     05  VWARNO                   PIC X(40).
001030     05  FILLER                   PIC X(03).
001040     05  VMSGO                    PIC X(79).
