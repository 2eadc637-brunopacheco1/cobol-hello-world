           05  FILLER                PIC X(179).

       FD  ITEMMASTER.
       COPY ITEMMASTREC.

       FD  GIFTCARDFILE.
       01  GIFTCARD-RECORD.
