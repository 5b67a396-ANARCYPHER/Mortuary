               03 SER-SERIAL PIC X(15).
           02 FILLER PIC X.
           02 SER-STATUS PIC X.
      *    SER-STATUS: A - on hand, I - issued to a case, R - sent
      *    back to the vendor (PRG96 return-to-vendor)
           02 FILLER PIC X.
           02 SER-ROLLNO PIC 9(7).
      *    SER-ROLLNO: the case the unit went to; zero while on hand.
