      *  PROGRAM THAT WRITES A NEW ORDER TAKES ITS NUMBER FROM HERE   *
      *  UNDER A READ FOR UPDATE, SO THE COUNTER CLERK AND THE BULK   *
      *  LOAD CAN NEVER LAND ON THE SAME NUMBER AGAIN.                *
      *  A SECOND RECORD, KEYED 'NEXTPO  ', HOLDS THE NEXT PURCHASE   *
      *  ORDER NUMBER IN THE SAME COUNTER FIELD FOR JEPRHP.           *
      *  A THIRD, KEYED 'NEXTQUO ', HOLDS THE NEXT QUOTATION NUMBER  *
      *  FOR JEPRIF.                                                  *
      *****************************************************************
       01  INVCTL-RECORD.
           05  INVCTL-CONTROL-ID        PIC X(08).
