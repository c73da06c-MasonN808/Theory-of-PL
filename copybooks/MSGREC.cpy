000060* carries MSG-KEY-ID, resolved against the KEYWORD-VAULT    *
000070* dataset (KEYREC.cpy) at run time -- the keyword itself no *
000080* longer sits in clear text on the message master.  The     *
000090* bytes the old inline MSG-KEYWORD(-LEN) fields occupied     *
000100* now carry the message's lifecycle status and the date it  *
000101* last changed, so the record length is unchanged.  CIPHER  *
000102* picks up only pending messages and marks each one         *
000103* transmitted as it ships; CIPHACK marks it acknowledged;   *
000104* CIPHMNT and CIPHREJ place it on hold and release it.      *
000105* MSG-PARTNER-ID names the partner the message is bound for. *
000110* One record per message to be encrypted or decrypted.      *
000120*-----------------------------------------------------------*
000130 01  MSG-RECORD.
000190     05  MSG-SHIFT-VALUE             PIC 9(03).
000200         88  MSG-SHIFT-IS-UNKNOWN    VALUE 999.
000210     05  MSG-KEY-ID                  PIC X(08).
000211*    A blank status is a record written before the status
000212*    existed and is pending, the same as P.  The old keyword
000213*    bytes must be blanked once when the master is converted.
000214     05  MSG-STATUS                  PIC X(01).
000215         88  MSG-STATUS-PENDING       VALUE 'P' SPACE.
000216         88  MSG-STATUS-TRANSMITTED   VALUE 'T'.
000217         88  MSG-STATUS-ACKNOWLEDGED  VALUE 'A'.
000218         88  MSG-STATUS-HELD          VALUE 'H'.
000219     05  MSG-STATUS-DATE             PIC X(08).
000220*    Destination trading partner (PTNREC.cpy).  CIPHER ships
000221*    the message to that partner's own outbound dataset; a
000222*    blank partner goes to the house TRANSMIT-OUT file.
000223     05  MSG-PARTNER-ID              PIC X(06).
000230     05  MSG-TEXT-LEN                PIC 9(03).
000240     05  MSG-TEXT                    PIC X(256).
