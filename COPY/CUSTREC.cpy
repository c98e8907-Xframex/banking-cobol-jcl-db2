      *  CUSTREC - COMMON CUSTOMER DOMAIN COPYBOOK                     *
      *                                                                *
      *  SHARED BY THE CUSTOMER-RELATED BATCH PROGRAMS (CUSTMSTR,      *
      *  ACCTMSTR, STMTGEN, ESCHPROC, TAX1099, CDMATURE, LOANCOLL,     *
      *  NSFPROC).                                                     *
      *  PROVIDES THE HOST-VARIABLE LAYOUT FOR A FULL CUSTOMERS ROW    *
      *  (CUR- PREFIX, TO AVOID COLLIDING WITH EACH PROGRAM'S OWN WS-  *
      *  WORKING FIELDS) AND THE CUSTOMER STATUS AND TAX REPORTING     *
      *  DOMAIN CHECKS USED TO SCREEN INPUT AND LOOKUPS.  THE SHARED   *
      *  WS-VALID-TRANSACTION SWITCH LIVES IN ACCTREC, NOT HERE, SO A  *
      *  PROGRAM MAY COPY BOTH WITHOUT A NAME COLLISION.               *
      *                                                                *
      ******************************************************************
       01  CUR-CUSTOMER-RECORD.
           05  CUR-CUSTOMER-NAME          PIC X(30).
           05  CUR-ADDR-LINE-1            PIC X(30).
           05  CUR-ADDR-LINE-2            PIC X(30).
           05  CUR-ADDR-STATE             PIC X(02).
      *-----------------------------------------------------------------
      *    DB2 DATE COLUMN - CARRIED AS ISO CHARACTER FORM YYYY-MM-DD
      *-----------------------------------------------------------------
           05  CUR-DATE-OF-BIRTH          PIC X(10).
           05  CUR-CUSTOMER-STATUS        PIC X(01).
      *-----------------------------------------------------------------
      *    TAX REPORTING - TAXPAYER ID, ITS KIND, AND THE INTEREST
      *    REPORTING STATUS (SEE THE CHECKS BELOW)
      *-----------------------------------------------------------------
           05  CUR-TAX-ID                 PIC X(09).
           05  CUR-TAX-ID-TYPE            PIC X(01).
           05  CUR-TAX-STATUS             PIC X(01).

      *-----------------------------------------------------------------
      *    DOMAIN CHECK - MOVE THE STATUS TO BE EDITED INTO THE CHECK
           05  CUR-STATUS-CHECK           PIC X(01).
               88  CUR-STATUS-IS-ACTIVE       VALUE 'A'.
               88  CUR-STATUS-IS-INACTIVE     VALUE 'I'.
           05  CUR-TIN-TYPE-CHECK         PIC X(01).
               88  CUR-TIN-IS-SSN             VALUE 'S'.
               88  CUR-TIN-IS-EIN             VALUE 'E'.
               88  CUR-TIN-TYPE-IS-VALID      VALUE 'S' 'E'.
           05  CUR-TAX-STATUS-CHECK       PIC X(01).
               88  CUR-TAX-IS-REPORTABLE      VALUE 'R'.
               88  CUR-TAX-IS-BACKUP-WITHHOLD VALUE 'W'.
               88  CUR-TAX-IS-EXEMPT          VALUE 'E'.
               88  CUR-TAX-STATUS-IS-VALID    VALUE 'R' 'W' 'E'.
