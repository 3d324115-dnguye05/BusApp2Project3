      ******************************************************************
      *    COPYBOOK:  RETROTRN.CPY
      *    TITLE:     RETROACTIVE PAY-RATE INCREASE TRANSACTION LAYOUT
      *    AUTHOR:    DAVID NGUYEN
      *    REMARKS:   ONE RECORD PER EMPLOYEE ON THE SEQUENTIAL RETRO
      *               TRANSACTION FILE FED TO THE RETROACTIVE PAY RUN.
      *               THE NEW RATE MUST ALREADY BE ON THE EMPLOYEE
      *               MASTER - THE RAISE IS KEYED THROUGH EMPLOYEE
      *               MAINTENANCE AS USUAL, AND THIS RECORD SAYS HOW
      *               FAR BACK IT REACHES.  THE EFFECTIVE PERIOD IS
      *               THE FIRST POSTED PAY PERIOD TO BE REPRICED AT
      *               THE NEW RATE; THE EFFECTIVE DATE (CCYYMMDD) IS
      *               THE DATE THE RAISE TOOK EFFECT AND IS PRINTED
      *               ON THE RETRO REGISTER.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/29/2026 DN    ORIGINAL LAYOUT CREATED.
      ******************************************************************
       01  RETRO-TRANSACTION-RECORD.
           03  RT-EMPLOYEE-ID              PIC X(05).
           03  RT-NEW-RATE                 PIC 9(2)V9(2).
           03  RT-NEW-RATE-X REDEFINES RT-NEW-RATE
                                            PIC X(04).
           03  RT-EFFECTIVE-DATE           PIC 9(08).
           03  RT-EFFECTIVE-DATE-X REDEFINES RT-EFFECTIVE-DATE
                                            PIC X(08).
           03  RT-EFFECTIVE-PERIOD         PIC 9(04).
           03  RT-EFFECTIVE-PERIOD-X REDEFINES RT-EFFECTIVE-PERIOD
                                            PIC X(04).
           03  RT-REASON                   PIC X(20).
           03  FILLER                      PIC X(09).
