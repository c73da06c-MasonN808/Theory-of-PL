000190     05  TRN-CIPHER-TYPE             PIC X(01).
000200     05  TRN-SHIFT-VALUE             PIC X(03).
000210     05  TRN-KEY-ID                  PIC X(08).
000220     05  FILLER                      PIC X(09).
000221*    Destination partner (PTNREC.cpy), blank for a message
000222*    that ships on the house transmit file.
000223     05  TRN-PARTNER-ID              PIC X(06).
000230*    Blank lets CIPHLOAD derive the length from the text,
000240*    the same convenience CIPHMNT's screen gives the clerk.
000250     05  TRN-TEXT-LEN                PIC X(03).
