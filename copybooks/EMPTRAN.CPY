      *                     BLANK ON A CHANGE LEAVES THE MASTER FIELD
      *                     ALONE; BLANK ON AN ADD MEANS THE HOME
      *                     STATE.
      *    09/22/2026 DN    CARVED THE PAY TYPE AND PER-PERIOD SALARY
      *                     OUT OF EXISTING FILLER.  PAY TYPE 'H' IS
      *                     HOURLY, 'S' SALARIED; BLANK ON A CHANGE
      *                     LEAVES THE MASTER FIELD ALONE AND BLANK ON
      *                     AN ADD MEANS HOURLY.  THE SALARY IS ALSO
      *                     ADDRESSABLE AS ALPHANUMERIC SO A BLANK
      *                     SALARY CAN BE TOLD APART FROM ZERO.
      ******************************************************************
       01  EMPLOYEE-TRANSACTION-RECORD.
           03  ET-ACTION-CODE              PIC X(01).
           03  ET-BANK-ROUTING              PIC X(09).
           03  ET-BANK-ACCOUNT              PIC X(17).
           03  ET-WORK-STATE                PIC X(02).
           03  ET-PAY-TYPE                  PIC X(01).
               88  ET-PAY-TYPE-VALID            VALUES 'H' 'S'.
           03  ET-SALARY-AMOUNT             PIC 9(5)V9(2).
           03  ET-SALARY-AMOUNT-X REDEFINES ET-SALARY-AMOUNT
                                            PIC X(07).
           03  FILLER                       PIC X(01).
