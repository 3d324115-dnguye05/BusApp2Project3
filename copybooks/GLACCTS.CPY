      *               LINE TYPE 'W' IS WAGE EXPENSE FOR THE KEYED
      *               DEPARTMENT (DEPARTMENT '**' IS THE CATCH-ALL
      *               FOR DEPARTMENTS NOT LISTED), 'E' IS EMPLOYER
      *               TAX EXPENSE KEYED THE SAME WAY, 'F' FEDERAL
      *               WITHHOLDING PAYABLE, 'S' STATE WITHHOLDING
      *               PAYABLE, 'D' DEDUCTIONS PAYABLE FOR THE
      *               DEDUCTION TYPE KEYED IN THE DEPARTMENT/KEY
      *               COLUMN ('**' IS THE CATCH-ALL FOR TYPES NOT
      *               LISTED), 'N' NET PAY CLEARING, 'P' EMPLOYER TAX
      *               PAYABLE, 'M' EMPLOYEE SOCIAL SECURITY/MEDICARE
      *               WITHHELD PAYABLE.  THE JOURNAL EXTRACT REFUSES
      *               TO RUN WHEN A LINE TYPE IT NEEDS IS NOT MAPPED.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     ARE KEYED PER DEPARTMENT, WITH '**' AS
      *                     THE CATCH-ALL - DEDUCTIONS PAYABLE POSTS
      *                     PER TYPE INSTEAD OF AS ONE PLUG LINE.
      *    09/15/2026 DN    ADDED LINE TYPE 'M' FOR THE EMPLOYEE
      *                     SOCIAL SECURITY/MEDICARE WITHHELD PAYABLE.
      *    10/15/2026 DN    'E' ROWS ARE NOW KEYED PER DEPARTMENT LIKE
      *                     'W' ROWS - EMPLOYER TAX EXPENSE POSTS BY
      *                     CHARGED DEPARTMENT.  '**' IS THE CATCH-ALL;
      *                     AN EXISTING 'E' ROW WITH A BLANK
      *                     DEPARTMENT STILL SERVES AS ONE.
      ******************************************************************
       01  GL-ACCOUNT-RECORD.
           03  GA-LINE-TYPE                PIC X(01).
               88  GA-DEDUCTIONS-PAYABLE       VALUE 'D'.
               88  GA-NET-PAY-CLEARING         VALUE 'N'.
               88  GA-ER-TAX-PAYABLE           VALUE 'P'.
               88  GA-FICA-WH-PAYABLE          VALUE 'M'.
           03  GA-DEPARTMENT-CODE          PIC X(02).
           03  GA-ACCOUNT-NO               PIC X(08).
           03  GA-DESCRIPTION              PIC X(20).
