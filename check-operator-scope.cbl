      ******************************************************************
      *    Operator Department Scope (called subprogram)
      *    One scope gate shared by every program that shows or
      *    changes worker data - given the operator and a worker's
      *    ABTEILUNG-ID it answers whether the operator may see that
      *    worker. The parameter block and its functions are in
      *    scope-request.cbl.
      *
      *    Rules:
      *    - a supervisor sees every department
      *    - OPERATOR-SCOPE-FILE not set up yet: nobody is restricted
      *    - otherwise an operator sees only the departments granted
      *      to them on OPERATOR-SCOPE-FILE; an operator with no
      *      grants sees no workers at all
      *    - a worker refused on an O (open) request is shown as out
      *      of scope and written to AUDIT-LOG with mode REFUSED, the
      *      ARBEITER-ID as the key, and the operator and department
      *      as old/new values, so PRINT-AUDIT-REPORT lists every
      *      refused attempt
      *
      *    The operations menu registers the signed-on operator as
      *    the session, and the report programs take it from there,
      *    so a report started from the menu needs no second
      *    sign-on. The operator's departments are held in a table
      *    and reloaded whenever another operator is asked about or
      *    the session is set again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-OPERATOR-SCOPE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "select-operator-scope.cbl".
           COPY "select-audit-log.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fd-operator-scope.cbl".
           COPY "fd-audit-log.cbl".

       WORKING-STORAGE SECTION.
       77  OPERATOR-SCOPE-FILE-STATUS PIC XX.
       77  AUDIT-LOG-FILE-STATUS   PIC XX.
       77  AUDIT-DATE-PART         PIC 9(8).
       77  AUDIT-TIME-PART         PIC 9(8).
       77  SCOPE-AT-END            PIC X.

       77  SESSION-IS-SET          PIC X VALUE "N".
       77  SESSION-OPERATOR-ID     PIC 9(4) VALUE ZERO.
       77  SESSION-SUPERVISOR-FLAG PIC X VALUE "N".
       77  SESSION-SIGNON-OK       PIC X.

       77  TABLE-IS-LOADED         PIC X VALUE "N".
       77  TABLE-OPERATOR-ID       PIC 9(4) VALUE ZERO.
       77  SCOPE-FILE-MISSING      PIC X VALUE "N".
       77  SCOPE-DEPT-COUNT        PIC 9(3) VALUE ZERO.
       77  SCOPE-DEPT-MAX          PIC 9(3) VALUE 100.
       01  SCOPE-DEPT-TABLE.
           05 SCOPE-DEPT-ENTRY OCCURS 100 TIMES
               INDEXED BY SCOPE-DEPT-INDEX.
               10 SCOPE-DEPT-ID       PIC 9(4).

       LINKAGE SECTION.
           COPY "scope-request.cbl".

       PROCEDURE DIVISION USING SCOPE-REQUEST.
       PROGRAM-START.
           IF SCOPE-SET-SESSION
               PERFORM SET-THE-SESSION
           ELSE
           IF SCOPE-GET-SESSION
               PERFORM GET-THE-SESSION
           ELSE
               PERFORM CHECK-THE-DEPARTMENT
               IF SCOPE-OK NOT = "Y" AND SCOPE-OPEN-WORKER
                   PERFORM REFUSE-THE-WORKER.

       PROGRAM-DONE.
           GOBACK.

       SET-THE-SESSION.
           MOVE SCOPE-OPERATOR-ID TO SESSION-OPERATOR-ID.
           MOVE SCOPE-SUPERVISOR-FLAG TO SESSION-SUPERVISOR-FLAG.
           MOVE "Y" TO SESSION-IS-SET.
           PERFORM LOAD-SCOPE-TABLE.
           MOVE "Y" TO SCOPE-OK.

      ******************************************************************
      *    A report started outside the menu has no session yet - the
      *    operator signs on here, once, for the whole run unit.
      ******************************************************************
       GET-THE-SESSION.
           IF SESSION-IS-SET NOT = "Y"
               CALL "SIGNON-OPERATOR" USING SCOPE-PROGRAM-NAME
                                            SESSION-OPERATOR-ID
                                            SESSION-SUPERVISOR-FLAG
                                            SESSION-SIGNON-OK
               IF SESSION-SIGNON-OK = "Y"
                   MOVE "Y" TO SESSION-IS-SET
               END-IF
           ELSE
               MOVE "Y" TO SESSION-SIGNON-OK.
           MOVE SESSION-OPERATOR-ID TO SCOPE-OPERATOR-ID.
           MOVE SESSION-SUPERVISOR-FLAG TO SCOPE-SUPERVISOR-FLAG.
           MOVE SESSION-SIGNON-OK TO SCOPE-OK.
           IF SESSION-SIGNON-OK = "Y"
               PERFORM LOAD-SCOPE-TABLE.

       CHECK-THE-DEPARTMENT.
           MOVE "Y" TO SCOPE-OK.
           IF SCOPE-SUPERVISOR-FLAG NOT = "Y"
               IF TABLE-IS-LOADED NOT = "Y" OR
                   TABLE-OPERATOR-ID NOT = SCOPE-OPERATOR-ID
                   PERFORM LOAD-SCOPE-TABLE
               END-IF
               IF SCOPE-FILE-MISSING NOT = "Y"
                   PERFORM FIND-THE-DEPARTMENT.

       FIND-THE-DEPARTMENT.
           MOVE "N" TO SCOPE-OK.
           SET SCOPE-DEPT-INDEX TO 1.
           PERFORM NEXT-SCOPE-DEPT
               UNTIL SCOPE-DEPT-INDEX > SCOPE-DEPT-COUNT OR
               SCOPE-OK = "Y".

       NEXT-SCOPE-DEPT.
           IF SCOPE-DEPT-ID(SCOPE-DEPT-INDEX) = SCOPE-ABTEILUNG-ID
               MOVE "Y" TO SCOPE-OK
           ELSE
               SET SCOPE-DEPT-INDEX UP BY 1.

      ******************************************************************
      *    The asking operator's departments, read once into
      *    SCOPE-DEPT-TABLE.
      ******************************************************************
       LOAD-SCOPE-TABLE.
           MOVE SCOPE-OPERATOR-ID TO TABLE-OPERATOR-ID.
           MOVE ZERO TO SCOPE-DEPT-COUNT.
           MOVE "Y" TO TABLE-IS-LOADED.
           MOVE "N" TO SCOPE-FILE-MISSING.
           OPEN INPUT OPERATOR-SCOPE-FILE.
           IF OPERATOR-SCOPE-FILE-STATUS = "35"
               MOVE "Y" TO SCOPE-FILE-MISSING
           ELSE
               MOVE TABLE-OPERATOR-ID TO OS-OPERATOR-ID
               MOVE ZERO TO OS-ABTEILUNG-ID
               MOVE "N" TO SCOPE-AT-END
               START OPERATOR-SCOPE-FILE
                   KEY IS NOT LESS THAN OS-SCOPE-KEY
                   INVALID KEY
                   MOVE "Y" TO SCOPE-AT-END
               END-START
               IF SCOPE-AT-END NOT = "Y"
                   PERFORM READ-NEXT-SCOPE-RECORD
                   PERFORM LOAD-ONE-SCOPE-RECORD
                       UNTIL SCOPE-AT-END = "Y"
               END-IF
               CLOSE OPERATOR-SCOPE-FILE.

       LOAD-ONE-SCOPE-RECORD.
           IF SCOPE-DEPT-COUNT < SCOPE-DEPT-MAX
               ADD 1 TO SCOPE-DEPT-COUNT
               MOVE OS-ABTEILUNG-ID TO SCOPE-DEPT-ID(SCOPE-DEPT-COUNT).
           PERFORM READ-NEXT-SCOPE-RECORD.

       READ-NEXT-SCOPE-RECORD.
           READ OPERATOR-SCOPE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SCOPE-AT-END.
           IF SCOPE-AT-END NOT = "Y" AND
               OS-OPERATOR-ID NOT = TABLE-OPERATOR-ID
               MOVE "Y" TO SCOPE-AT-END.

      ******************************************************************
      *    Refused - told on screen and logged for the auditors.
      ******************************************************************
       REFUSE-THE-WORKER.
           DISPLAY "ARBEITER " SCOPE-ARBEITER-ID " IS IN ABTEILUNG "
               SCOPE-ABTEILUNG-ID.
           DISPLAY "THAT DEPARTMENT IS OUTSIDE YOUR SCOPE - REFUSED".
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE.
           MOVE SPACE TO AUDIT-LOG-RECORD.
           PERFORM STAMP-AUDIT-DATE-TIME.
           MOVE SCOPE-PROGRAM-NAME TO AUDIT-PROGRAM.
           MOVE "REFUSED" TO AUDIT-MODE.
           MOVE SCOPE-ARBEITER-ID TO AUDIT-RECORD-KEY.
           MOVE "DEPARTMENT SCOPE" TO AUDIT-FIELD-NAME.
           STRING
               "OPERATOR "       DELIMITED BY SIZE
               SCOPE-OPERATOR-ID DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           STRING
               "ABTEILUNG "       DELIMITED BY SIZE
               SCOPE-ABTEILUNG-ID DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       STAMP-AUDIT-DATE-TIME.
           ACCEPT AUDIT-DATE-PART FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME-PART FROM TIME.
           MOVE SPACE TO AUDIT-DATE-TIME.
           STRING
               AUDIT-DATE-PART       DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               AUDIT-TIME-PART(1:6)  DELIMITED BY SIZE
               INTO AUDIT-DATE-TIME.

       END PROGRAM CHECK-OPERATOR-SCOPE.
