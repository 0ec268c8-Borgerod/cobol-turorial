           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT ContactFile ASSIGN TO "CustomerContact.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
           SELECT ControlTotalFile ASSIGN TO "ControlTotal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ControlTotalFile-Status.
              *> the identity document an operator checked at the
              *> counter (custmaint.cob) - no verified document, no
              *> login. See CHECK-IDENTITY-VERIFIED.
           SELECT IdentityFile ASSIGN TO "IdentityDocs.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Identity-Rel-Key
               FILE STATUS IS WS-IdentityFile-Status.
           SELECT UserFile ASSIGN TO "Users.dat"
              *> this build's libcob has no indexed file handler, so
              *> Users.dat uses RELATIVE organization instead (see
           01 AuditRecord.
               COPY AUDITLOG.

           FD ContactFile.
           01 ContactData.
               COPY CONTREC.
               05 CT-Count      PIC 9(7).
               05 CT-Hash-Total PIC 9(10).

           FD IdentityFile.
           01 IdentityData.
               COPY IDDOCREC.

       WORKING-STORAGE SECTION.
       01 WS-UserFile-Status PIC XX.
           88 WS-User-File-OK VALUE "00".
       01 WS-Running-Count PIC 9(7) VALUE ZERO.
       01 WS-Running-Hash-Total PIC 9(10) VALUE ZERO.
       01 WS-Linked-ID PIC 9(5).
      *> identity check state - see CHECK-IDENTITY-VERIFIED.
       01 WS-Identity-Rel-Key PIC 9(5).
       01 WS-IdentityFile-Status PIC XX.
           88 WS-Identity-File-OK VALUE "00".
       01 WS-Identity-Flag PIC X VALUE "N".
           88 WS-Identity-Verified VALUE "Y".
       01 WS-Today PIC 9(8).
       01 WS-Name-Upper PIC X(24).
       01 WS-Next-Cust-ID PIC 9(5).
       01 WS-Index-Op PIC X(3).
      *> sanctions screening of a customer registered here - see
      *> SCREEN-LINKED-CUSTOMER and the SANCTIONS-SCREEN subroutine.
       01 WS-Screen-Source PIC X(10) VALUE "coboltut".
       01 WS-Screen-Hits PIC 9(3).
       01 WS-Audit-Detail PIC X(40).
       01 WS-Menu-Choice PIC X.
       01 WS-Menu-Done-Flag PIC X VALUE "N".
       01 in-balance PIC $$,$$$,$$9.99-.
      *> self-service inquiry state - see MY-STANDING and its
      *> SHOW-MY-* paragraphs. The activity view keeps the last
      *> ten lines, newest last, the way the file holds them -
      *> read off the customer's own chain on the transaction
      *> index (the TRAN-INDEX subroutine, "FST" then "NXT").
       01 WS-Tran-Eof-Flag PIC X VALUE "N".
           88 WS-Tran-Eof VALUE "Y".
       01 WS-TI-Op PIC X(3).
       01 TransactionRecord.
           COPY TRANSREC.
       01 WS-Contact-Rel-Key PIC 9(5).
       01 WS-ContactFile-Status PIC XX.
           88 WS-Contact-File-OK VALUE "00".
             *>    on the user record from day one.
              PERFORM LINK-CUSTOMER

             *>*> no login for a customer nobody has verified - the
             *>    customer record stands, the account waits until a
             *>    branch has seen an in-date identity document.
              PERFORM CHECK-IDENTITY-VERIFIED
              IF WS-Identity-Verified
                  DISPLAY "Account created, welcome " UserName
                  PERFORM SAVE-ACCOUNT-TO-USERFILE
              ELSE
                  DISPLAY "Account NOT created - customer "
                      WS-Linked-ID " has no verified identity "
                      "document on file"
                  DISPLAY "Bring a passport, driving licence, "
                      "national ID or residence permit to a branch, "
                      "then try again"
              END-IF

             *>*> (RESET VALUE) MOVE VALUE INTO VARIABLE
              MOVE ZERO TO UserName
                  PERFORM CREATE-LINKED-CUSTOMER
              END-IF.

      *>*> CHECK-IDENTITY-VERIFIED
      *>    verified means an IdentityDocs.dat record for the linked
      *>    customer, with the operator who checked it, for a
      *>    document that hasn't expired - the rule IDDOCREC.cpy
      *>    lays down.
       CHECK-IDENTITY-VERIFIED.
              MOVE "N" TO WS-Identity-Flag
              IF WS-Linked-ID = ZERO
                  EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
              OPEN INPUT IdentityFile
              IF NOT WS-Identity-File-OK
                  EXIT PARAGRAPH
              END-IF
              MOVE WS-Linked-ID TO WS-Identity-Rel-Key
              READ IdentityFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF IV-Verified-By NOT = SPACES
                          AND IV-Expiry-Date >= WS-Today
                          SET WS-Identity-Verified TO TRUE
                      END-IF
              END-READ
              CLOSE IdentityFile.

       CREATE-LINKED-CUSTOMER.
              OPEN I-O CustomerFile
              IF WS-Cust-File-Not-Found
              SET Customer-Active TO TRUE
              SET Currency-USD TO TRUE
              MOVE SPACES TO Branch-Code
              MOVE SPACES TO Account-Manager
              SET Language-English TO TRUE
              MOVE ZERO TO Payment-Terms
              MOVE ID-num TO WS-Cust-Rel-Key
              WRITE CustomerData
                  INVALID KEY
                      MOVE "ADD" TO WS-Index-Op
                      CALL "NAME-INDEX" USING WS-Index-Op, ID-num,
                          first-name, last-name
                      PERFORM SCREEN-LINKED-CUSTOMER
              END-WRITE
              CLOSE CustomerFile.

      *>*> SCREEN-LINKED-CUSTOMER
      *>    a customer registered through an account goes through
      *>    the sanctions list the same as one keyed at the counter
      *>    (write-file.cob's SCREEN-NEW-CUSTOMER) - a possible hit
      *>    holds them until sanctreview.cob decides it.
       SCREEN-LINKED-CUSTOMER.
              CALL "SANCTIONS-SCREEN" USING CustomerData,
                  WS-Screen-Source, WS-Screen-Hits
              IF WS-Screen-Hits = ZERO
                  EXIT PARAGRAPH
              END-IF
              OPEN EXTEND AuditFile
              IF WS-AuditFile-Status = "35"
                  OPEN OUTPUT AuditFile
                  CLOSE AuditFile
                  OPEN EXTEND AuditFile
              END-IF
              MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
              MOVE "coboltut" TO AL-Program
              MOVE SPACES TO AL-Operator
              MOVE "SCRHIT" TO AL-Operation
              MOVE ID-num TO AL-Customer-ID
              MOVE SPACES TO WS-Audit-Detail
              STRING "sanctions: " WS-Screen-Hits
                  " possible hit(s) - held"
                  DELIMITED BY SIZE INTO WS-Audit-Detail
              END-STRING
              MOVE WS-Audit-Detail TO AL-Detail
              MOVE SPACES TO AL-Branch
              MOVE ZERO TO AL-Chain
              CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
              WRITE AuditRecord
              CLOSE AuditFile.

       WRITE-LINK-AUDIT.
              OPEN EXTEND AuditFile
              IF WS-AuditFile-Status = "35"
             *> sees, so "what's my balance made of" stops being an
             *> operator call.
              MOVE ZERO TO WS-Recent-Count
              MOVE "FST" TO WS-TI-Op
              CALL "TRAN-INDEX" USING WS-TI-Op, UR-Customer-ID,
                  TransactionRecord, WS-Tran-Eof-Flag
              PERFORM UNTIL WS-Tran-Eof
                  PERFORM KEEP-RECENT-LINE
                  MOVE "NXT" TO WS-TI-Op
                  CALL "TRAN-INDEX" USING WS-TI-Op, UR-Customer-ID,
                      TransactionRecord, WS-Tran-Eof-Flag
              END-PERFORM
              IF WS-Recent-Count = ZERO
                  DISPLAY "  (no activity on file)"
              ELSE
