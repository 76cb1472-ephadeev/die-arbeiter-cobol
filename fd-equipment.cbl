      ******************************************************************
      *    Primary Key - EQ-ASSET-NUMBER
      *    One record per item of company equipment - laptops,
      *    phones, keys, access badges, company cars - with its
      *    value and who holds it. Kept on MAINTENANCE-EQUIPMENT.
      *    EQ-STATUS
      *      "S" in stock, never issued
      *      "I" issued to EQ-ARBEITER-ID on EQ-ISSUE-DATUM
      *      "R" returned on EQ-RETURN-DATUM (back in stock; the
      *          last holder stays on the record until it is
      *          issued again)
      *      "W" written off by a supervisor - not coming back
      *      "V" not coming back, EQ-RECOVERY-AMOUNT recovered from
      *          the holder as recorded by a supervisor
      *    An item still "I" with a leaver holds the leaver's final
      *    settlement: PAYROLL-RUN marks the register entry held and
      *    EXPORT-PAYMENT-FILE / PRINT-CHEQUES pay nothing until
      *    MAINTENANCE-EQUIPMENT releases it.
      ******************************************************************
       FD  EQUIPMENT-FILE.
       01  EQUIPMENT-RECORD.
           05 EQ-ASSET-NUMBER     PIC X(10).
           05 EQ-TYPE             PIC X.
               88 EQ-IS-LAPTOP        VALUE "L".
               88 EQ-IS-PHONE         VALUE "P".
               88 EQ-IS-KEY           VALUE "K".
               88 EQ-IS-BADGE         VALUE "B".
               88 EQ-IS-CAR           VALUE "C".
               88 EQ-IS-OTHER         VALUE "O".
               88 EQ-TYPE-IS-VALID    VALUES "L", "P", "K", "B",
                                             "C", "O".
           05 EQ-BESCHREIBUNG     PIC X(40).
           05 EQ-VALUE            PIC 9(7)V99.
           05 EQ-ARBEITER-ID      PIC 9(6).
           05 EQ-ISSUE-DATUM      PIC X(10).
           05 EQ-RETURN-DATUM     PIC X(10).
           05 EQ-STATUS           PIC X.
               88 EQ-IS-IN-STOCK      VALUE "S".
               88 EQ-IS-ISSUED        VALUE "I".
               88 EQ-IS-RETURNED      VALUE "R".
               88 EQ-IS-WRITTEN-OFF   VALUE "W".
               88 EQ-IS-RECOVERED     VALUE "V".
               88 EQ-IS-AVAILABLE     VALUES "S", "R".
           05 EQ-RECOVERY-AMOUNT  PIC 9(7)V99.
           05 EQ-RESOLVED-BY      PIC 9(4).
           05 EQ-RESOLVED-DATUM   PIC X(10).
