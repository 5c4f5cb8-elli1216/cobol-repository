       IDENTIFICATION DIVISION.
       PROGRAM-ID. kycconv.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * One-time conversion of the customer master to the layout with
      * the customer due-diligence (KYC) and security groups. Reads
      * the live pre-change master (renamed to CUSTOLD.DAT by the
      * operator before the run) and writes every customer to a fresh
      * CUSTMAST.DAT with the person data unchanged and the KYC group
      * empty: no document on file, unrated, and no review scheduled
      * -- so every converted customer shows on kycrev.cob's first
      * report as due for review until acctmnt Changes record what
      * was seen -- and the security group clear: no CVV failures
      * counted and no lock.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUSTMAST ASSIGN TO "CUSTOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CUST-HOLDERID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-HOLDERID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the customer record exactly as production carried it before
      *> this release.
       FD  OLD-CUSTMAST.
       01 OLD-CUSTOMER-RECORD.
           05 OLD-CUST-HOLDERID     PIC 9(10).
           05 OLD-FULLNAME          PIC A(255).
           05 OLD-DATEOFBIRTH.
               10 OLD-MONTH         PIC 99.
               10 OLD-DAYOFBIRTH    PIC 99.
               10 OLD-YEAROFBIRTH   PIC 9(4).
           05 OLD-CVV               PIC 999.
           05 OLD-ADDRESS           PIC X(80).

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS             PIC XX.
       01 WS-CUST-STATUS            PIC XX.

       01 WS-OLD-EOF-FLAG           PIC X VALUE "N".
           88 OLD-EOF                   VALUE "Y".

       01 WS-CUSTOMER-COUNT         PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT OLD-CUSTMAST
           IF WS-OLD-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open CUSTOLD.DAT, status "
                      WS-OLD-STATUS
              DISPLAY "Rename the current CUSTMAST.DAT to "
                      "CUSTOLD.DAT before running the conversion."
              STOP RUN
           END-IF

           OPEN OUTPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to create customer master, "
                      "status " WS-CUST-STATUS
              CLOSE OLD-CUSTMAST
              STOP RUN
           END-IF

           READ OLD-CUSTMAST
               AT END SET OLD-EOF TO TRUE
           END-READ

           PERFORM 1000-CONVERT-CUSTOMER UNTIL OLD-EOF

           CLOSE OLD-CUSTMAST CUSTOMER-MASTER

           DISPLAY "Conversion complete."
           DISPLAY "  Customers written: " WS-CUSTOMER-COUNT
           STOP RUN.

       1000-CONVERT-CUSTOMER.
           MOVE OLD-CUST-HOLDERID TO CUST-HOLDERID OF CUSTOMER-RECORD
           MOVE OLD-FULLNAME TO CUST-FULLNAME
           MOVE OLD-MONTH TO CUST-MONTH
           MOVE OLD-DAYOFBIRTH TO CUST-DAYOFBIRTH
           MOVE OLD-YEAROFBIRTH TO CUST-YEAROFBIRTH
           MOVE OLD-CVV TO CUST-CVV
           MOVE OLD-ADDRESS TO CUST-ADDRESS
           INITIALIZE CUST-KYC
           INITIALIZE CUST-SECURITY

           WRITE CUSTOMER-RECORD
           IF WS-CUST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write customer master, "
                      "status " WS-CUST-STATUS
              CLOSE OLD-CUSTMAST CUSTOMER-MASTER
              STOP RUN
           END-IF
           ADD 1 TO WS-CUSTOMER-COUNT

           READ OLD-CUSTMAST
               AT END SET OLD-EOF TO TRUE
           END-READ.
