      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Annual tuition tax certificate (T2202) run from the
      *          student account ledger ../STUDENT-LEDGER.TXT - for
      *          one calendar year, total each student's eligible
      *          tuition (CHARGE, REBILL, REG-ADD, REG-DROP, AUDIT,
      *          MAINT and ANCIL rows, net of WITHDRAW credits and
      *          ANCIL-OO opt-out reversals), pick up the
      *          mailing address from Lab2's STUDENT.TXT through the
      *          ../STUDENT-XREF.TXT cross-reference the way
      *          PROBATION-LETTERS does, and write one certificate
      *          per student to ../T2202-CERTIFICATES.TXT plus the
      *          government summary file ../T2202-SUMMARY.TXT (H
      *          header, D slip per student, T trailer with the slip
      *          count and total). A student with no mailable address
      *          or a zero eligible amount lands on
      *          ../T2202-EXCEPTIONS.TXT instead. REFUND rows pay out
      *          a credit balance the WITHDRAW credit already took off
      *          the eligible amount, so they are shown on the
      *          certificate but not deducted a second time. Reissue
      *          mode rebuilds one student's certificate on demand to
      *          ../T2202-REISSUE.TXT. Every certificate issued or
      *          reissued is registered on ../T2202-ISSUED.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T2202-CERTIFICATES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "../STUDENT-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "../Lab2/STUDENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "../STUDENT-XREF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN
           TO DYNAMIC WS-CERTIFICATE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-FILE-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "../T2202-SUMMARY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "../T2202-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
           SELECT ISSUED-FILE ASSIGN TO "../T2202-ISSUED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
      *> One row per balance-affecting event on a student's account -
      *> same layout every balance-touching program appends and
      *> STATEMENT-OF-ACCOUNT reads back. LED-AMOUNT is the signed
      *> change applied to the balance.
       01 LEDGER-RECORD.
           05 LED-STUDENT-NUMBER PIC 9(6).
           05 LED-TRANS-DATE PIC 9(8).
           05 LED-TRANS-TIME PIC 9(8).
           05 LED-TRANS-TYPE PIC X(8).
           05 LED-REFERENCE PIC X(8).
           05 LED-AMOUNT PIC S9(6)V99
               SIGN LEADING SEPARATE.

       FD INDEXED-STUDENT-FILE-OUT.
       01 INDEXED-FILE-RECORD.
           05 IND-STUDENT-NUMBER  PIC 9(6).
           05 IND-TUITION-OWED    PIC S9(6)V99
               SIGN LEADING SEPARATE.
           05 IND-STUDENT-NAME    PIC X(40).
           05 IND-PROGRAM-OF-STUDY    PIC X(6).
           05 FILLER              PIC X(71).

       FD STUDENT-ADDRESS-FILE.
       01 STUDENT-RECORD-RAW.
           05 RAW-STUDENT-NUMBER       PIC X(10).
           05 RAW-STUDENT-PROGRAM      PIC X(8).
           05 RAW-STUDENT-YEAR         PIC 9(6).
           05 RAW-STUDENT-DATA.
               10 RAW-STUDENT-NAME.
                   15 RAW-TITLE        PIC X(6).
                   15 RAW-FIRST-NAME   PIC X(15).
                   15 RAW-MIDDLE-INIT  PIC X(2).
                   15 RAW-SURNAME      PIC X(28).
               10 RAW-STUDENT-ADDRESS.
                   15 RAW-STREET-ADDRESS   PIC X(25).
                   15 RAW-CITY             PIC X(15).
                   15 RAW-STATE-PROVINCE   PIC X(15).
                   15 RAW-POSTAL-CODE      PIC X(7).

       FD XREF-FILE.
       01 XREF-RECORD.
           05 XREF-ENTRY-NUMBER PIC 9(7).
           05 XREF-MASTER-NUMBER PIC 9(6).
           05 XREF-LAB2-NUMBER PIC X(10).

       FD CERTIFICATE-FILE.
       01 CERTIFICATE-RECORD PIC X(80).

       FD SUMMARY-FILE.
      *> Government summary layout: one H header for the tax year,
      *> one D slip per certificate, one T trailer with the slip
      *> count and the total eligible tuition. The three views share
      *> the record area.
       01 SUMMARY-DETAIL.
           05 SUM-RECORD-TYPE PIC X.
           05 SUM-STUDENT-NUMBER PIC 9(6).
           05 SUM-SURNAME PIC X(28).
           05 SUM-FIRST-NAME PIC X(15).
           05 SUM-POSTAL-CODE PIC X(7).
           05 SUM-ELIGIBLE-AMOUNT PIC 9(7)V99.
       01 SUMMARY-HEADER.
           05 SUMH-RECORD-TYPE PIC X.
           05 SUMH-TAX-YEAR PIC 9(4).
           05 SUMH-CREATED-DATE PIC 9(8).
           05 FILLER PIC X(53).
       01 SUMMARY-TRAILER.
           05 SUMT-RECORD-TYPE PIC X.
           05 SUMT-SLIP-COUNT PIC 9(6).
           05 SUMT-TOTAL-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X(48).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD PIC X(80).

       FD ISSUED-FILE.
      *> Register of every certificate issued: tax year, student,
      *> amount, date, and O(riginal) or R(eissue) - what the office
      *> checks when a student says the slip never arrived.
       01 ISSUED-RECORD.
           05 ISS-TAX-YEAR PIC 9(4).
           05 ISS-STUDENT-NUMBER PIC 9(6).
           05 ISS-ELIGIBLE-AMOUNT PIC 9(7)V99.
           05 ISS-ISSUED-DATE PIC 9(8).
           05 ISS-ISSUE-TYPE PIC X.

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-LEDGER-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ADDRESS-FILE-STATUS PIC XX.
       01 WS-XREF-FILE-STATUS PIC XX.
       01 WS-CERTIFICATE-FILE-STATUS PIC XX.
       01 WS-SUMMARY-FILE-STATUS PIC XX.
       01 WS-EXCEPTION-FILE-STATUS PIC XX.
       01 WS-ISSUED-FILE-STATUS PIC XX.
       01 WS-CERTIFICATE-FILE-PATH PIC X(40).
       01 WS-MASTER-OPEN PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-YEAR-IN PIC X(4).
       01 WS-TAX-YEAR PIC 9(4).
       01 WS-MODE-IN PIC X VALUE SPACE.
       01 WS-REISSUE-MODE PIC X VALUE "N".
       01 WS-NUMBER-IN PIC X(6).
       01 WS-REISSUE-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-LEDGER-YEAR-VIEW.
           05 WS-LEDGER-YEAR PIC 9(4).
           05 FILLER PIC 9(4).
       01 WS-ROWS-READ PIC 9(6) VALUE ZERO.
       01 WS-ROWS-IN-YEAR PIC 9(6) VALUE ZERO.
       *> One row per student with eligible activity in the year.
       01 WS-CERT-TABLE.
           05 WS-CERT-ROW OCCURS 500 TIMES.
               10 WS-CERT-NUMBER PIC 9(6).
               10 WS-CERT-ELIGIBLE PIC S9(7)V99.
               10 WS-CERT-CHARGES PIC S9(7)V99.
               10 WS-CERT-CREDITS PIC S9(7)V99.
               10 WS-CERT-REFUNDS PIC S9(7)V99.
       01 WS-CERT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CERT-SUB PIC 9(3).
       01 WS-CERT-FOUND PIC 9(3).
       01 WS-CERT-OVERFLOW PIC X VALUE "N".
       01 WS-ADDRESS-EOF PIC X.
       *> Address book loaded once - one row per STUDENT.TXT record
       *> with the student number reduced to a numeric value for
       *> matching across the two numbering formats.
       01 WS-ADDRESS-TABLE.
           05 WS-ADDR-ROW OCCURS 500 TIMES.
               10 WS-ADDR-RAW-NUMBER PIC X(10).
               10 WS-ADDR-NUMBER PIC 9(10).
               10 WS-ADDR-VALID PIC X.
               10 WS-ADDR-TITLE PIC X(6).
               10 WS-ADDR-FIRST-NAME PIC X(15).
               10 WS-ADDR-SURNAME PIC X(28).
               10 WS-ADDR-STREET PIC X(25).
               10 WS-ADDR-CITY PIC X(15).
               10 WS-ADDR-PROVINCE PIC X(15).
               10 WS-ADDR-POSTAL PIC X(7).
       01 WS-ADDRESS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ADDRESS-SUB PIC 9(3).
       01 WS-ADDRESS-FOUND PIC 9(3).
       01 WS-XREF-EOF PIC X.
       01 WS-XREF-TABLE.
           05 WS-XREF-ROW OCCURS 500 TIMES.
               10 WS-XR-MASTER PIC 9(6).
               10 WS-XR-LAB2 PIC X(10).
       01 WS-XREF-COUNT PIC 9(3) VALUE ZERO.
       01 WS-XREF-SUB PIC 9(3).
       01 WS-XREF-LAB2-FOUND PIC X(10).
       01 WS-CERTIFICATES-WRITTEN PIC 9(4) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-ELIGIBLE PIC 9(9)V99 VALUE ZERO.
       01 WS-MASTER-NAME PIC X(40).
       01 WS-EXCEPTION-REASON PIC X(24).
       01 WS-PRINT-LINE PIC X(80).
       01 WS-AMOUNT-PRINT PIC ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       100-ISSUE-CERTIFICATES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 200-GET-RUN-OPTIONS.
           PERFORM 220-LOAD-ADDRESS-TABLE.
           PERFORM 240-LOAD-XREF-TABLE.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT-LEDGER.TXT FOUND - NO ACCOUNT "
                   "ACTIVITY HAS BEEN RECORDED YET"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 300-READ-LEDGER-ROW.
           PERFORM 310-ACCUMULATE-ONE-ROW UNTIL EOF-FLAG = "YES".
           CLOSE LEDGER-FILE.
           IF WS-CERT-OVERFLOW = "Y"
               DISPLAY "MORE THAN 500 STUDENTS WITH ACTIVITY IN "
                   WS-TAX-YEAR " - RUN REFUSED, NO CERTIFICATES "
                   "WOULD BE COMPLETE"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           *> The master only supplies the name for the exception
           *> list - the certificate itself is addressed from Lab2.
           OPEN INPUT INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.
           PERFORM 400-OPEN-OUTPUT-FILES.
           PERFORM 410-CERTIFY-ONE-STUDENT
               VARYING WS-CERT-SUB FROM 1 BY 1
               UNTIL WS-CERT-SUB > WS-CERT-COUNT.
           PERFORM 600-CLOSE-OUTPUT-FILES.
           IF WS-MASTER-OPEN = "Y"
               CLOSE INDEXED-STUDENT-FILE-OUT
           END-IF.
           DISPLAY "==========================================".
           DISPLAY "T2202 CERTIFICATES FOR TAX YEAR " WS-TAX-YEAR.
           DISPLAY "LEDGER ROWS READ:        " WS-ROWS-READ.
           DISPLAY "ROWS IN THE TAX YEAR:    " WS-ROWS-IN-YEAR.
           DISPLAY "CERTIFICATES WRITTEN:    " WS-CERTIFICATES-WRITTEN.
           DISPLAY "EXCEPTIONS:              " WS-EXCEPTION-COUNT.
           DISPLAY "TOTAL ELIGIBLE TUITION:  " WS-TOTAL-ELIGIBLE.
           IF WS-REISSUE-MODE = "Y"
               DISPLAY "REISSUED CERTIFICATE: ../T2202-REISSUE.TXT"
           ELSE
               DISPLAY "CERTIFICATES: ../T2202-CERTIFICATES.TXT"
               DISPLAY "SUMMARY:      ../T2202-SUMMARY.TXT"
           END-IF.
           DISPLAY "EXCEPTIONS:   ../T2202-EXCEPTIONS.TXT".
           DISPLAY "==========================================".
           GOBACK.

       200-GET-RUN-OPTIONS.
           MOVE SPACES TO WS-YEAR-IN
           PERFORM UNTIL WS-YEAR-IN IS NUMERIC
               DISPLAY "Tax year (YYYY):"
               ACCEPT WS-YEAR-IN
               IF WS-YEAR-IN IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be 4 numeric digits."
               END-IF
           END-PERFORM
           MOVE WS-YEAR-IN TO WS-TAX-YEAR
           DISPLAY "F=full run for the year, R=reissue one "
               "student's certificate:"
           ACCEPT WS-MODE-IN
           IF WS-MODE-IN = "R" OR WS-MODE-IN = "r"
               MOVE "Y" TO WS-REISSUE-MODE
               MOVE SPACES TO WS-NUMBER-IN
               PERFORM UNTIL WS-NUMBER-IN IS NUMERIC
                   DISPLAY "Enter student number (6 digits):"
                   ACCEPT WS-NUMBER-IN
                   IF WS-NUMBER-IN IS NOT NUMERIC
                       DISPLAY "Invalid entry - must be 6 numeric "
                           "digits."
                   END-IF
               END-PERFORM
               MOVE WS-NUMBER-IN TO WS-REISSUE-NUMBER
           END-IF.

       220-LOAD-ADDRESS-TABLE.
           OPEN INPUT STUDENT-ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT.TXT ADDRESS FILE FOUND - EVERY "
                   "CERTIFICATE WILL FALL TO THE EXCEPTION LIST"
           ELSE
               MOVE "N" TO WS-ADDRESS-EOF
               PERFORM UNTIL WS-ADDRESS-EOF = "Y"
                   READ STUDENT-ADDRESS-FILE
                       AT END MOVE "Y" TO WS-ADDRESS-EOF
                       NOT AT END PERFORM 230-TABLE-ADDRESS-RECORD
                   END-READ
               END-PERFORM
               CLOSE STUDENT-ADDRESS-FILE
               DISPLAY "ADDRESS RECORDS LOADED: " WS-ADDRESS-COUNT
           END-IF.

       230-TABLE-ADDRESS-RECORD.
           IF WS-ADDRESS-COUNT = 500
               DISPLAY "WARNING - MORE THAN 500 ADDRESS RECORDS, "
                   "EXTRA RECORDS IGNORED"
           ELSE
               ADD 1 TO WS-ADDRESS-COUNT
               MOVE RAW-STUDENT-NUMBER
                   TO WS-ADDR-RAW-NUMBER(WS-ADDRESS-COUNT)
               IF FUNCTION TRIM(RAW-STUDENT-NUMBER) IS NUMERIC
                   MOVE FUNCTION NUMVAL(RAW-STUDENT-NUMBER)
                       TO WS-ADDR-NUMBER(WS-ADDRESS-COUNT)
                   MOVE "Y" TO WS-ADDR-VALID(WS-ADDRESS-COUNT)
               ELSE
                   MOVE ZERO TO WS-ADDR-NUMBER(WS-ADDRESS-COUNT)
                   MOVE "N" TO WS-ADDR-VALID(WS-ADDRESS-COUNT)
               END-IF
               MOVE RAW-TITLE TO WS-ADDR-TITLE(WS-ADDRESS-COUNT)
               MOVE RAW-FIRST-NAME
                   TO WS-ADDR-FIRST-NAME(WS-ADDRESS-COUNT)
               MOVE RAW-SURNAME TO WS-ADDR-SURNAME(WS-ADDRESS-COUNT)
               MOVE RAW-STREET-ADDRESS
                   TO WS-ADDR-STREET(WS-ADDRESS-COUNT)
               MOVE RAW-CITY TO WS-ADDR-CITY(WS-ADDRESS-COUNT)
               MOVE RAW-STATE-PROVINCE
                   TO WS-ADDR-PROVINCE(WS-ADDRESS-COUNT)
               MOVE RAW-POSTAL-CODE
                   TO WS-ADDR-POSTAL(WS-ADDRESS-COUNT)
           END-IF.

       240-LOAD-XREF-TABLE.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT-XREF.TXT - MATCHING BY NUMERIC "
                   "VALUE ONLY"
           ELSE
               MOVE "N" TO WS-XREF-EOF
               PERFORM UNTIL WS-XREF-EOF = "Y"
                   READ XREF-FILE
                       AT END MOVE "Y" TO WS-XREF-EOF
                       NOT AT END
                           IF WS-XREF-COUNT < 500
                               ADD 1 TO WS-XREF-COUNT
                               MOVE XREF-MASTER-NUMBER TO
                                   WS-XR-MASTER(WS-XREF-COUNT)
                               MOVE XREF-LAB2-NUMBER TO
                                   WS-XR-LAB2(WS-XREF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
               DISPLAY "CROSS-REFERENCE ROWS LOADED: " WS-XREF-COUNT
           END-IF.

       300-READ-LEDGER-ROW.
           READ LEDGER-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO WS-ROWS-READ
           END-READ.

       310-ACCUMULATE-ONE-ROW.
           MOVE LED-TRANS-DATE TO WS-LEDGER-YEAR-VIEW.
           IF WS-LEDGER-YEAR = WS-TAX-YEAR
               AND (WS-REISSUE-MODE NOT = "Y"
                   OR LED-STUDENT-NUMBER = WS-REISSUE-NUMBER)
               ADD 1 TO WS-ROWS-IN-YEAR
               PERFORM 320-FIND-CERT-ROW
               IF WS-CERT-FOUND > ZERO
                   PERFORM 330-APPLY-ROW-TO-CERT
               END-IF
           END-IF.
           PERFORM 300-READ-LEDGER-ROW.

       320-FIND-CERT-ROW.
           MOVE ZERO TO WS-CERT-FOUND
           PERFORM VARYING WS-CERT-SUB FROM 1 BY 1
                   UNTIL WS-CERT-SUB > WS-CERT-COUNT
               IF WS-CERT-NUMBER(WS-CERT-SUB) = LED-STUDENT-NUMBER
                   MOVE WS-CERT-SUB TO WS-CERT-FOUND
               END-IF
           END-PERFORM
           IF WS-CERT-FOUND = ZERO
               IF WS-CERT-COUNT = 500
                   MOVE "Y" TO WS-CERT-OVERFLOW
               ELSE
                   ADD 1 TO WS-CERT-COUNT
                   MOVE WS-CERT-COUNT TO WS-CERT-FOUND
                   MOVE LED-STUDENT-NUMBER
                       TO WS-CERT-NUMBER(WS-CERT-FOUND)
                   MOVE ZERO TO WS-CERT-ELIGIBLE(WS-CERT-FOUND)
                       WS-CERT-CHARGES(WS-CERT-FOUND)
                       WS-CERT-CREDITS(WS-CERT-FOUND)
                       WS-CERT-REFUNDS(WS-CERT-FOUND)
               END-IF
           END-IF.

       330-APPLY-ROW-TO-CERT.
           *> Tuition charges and their corrections count at their
           *> ledger sign; a WITHDRAW credit takes the refunded share
           *> back off. Payments and other money movements are not
           *> tuition and are left out.
           EVALUATE LED-TRANS-TYPE
               WHEN "CHARGE"
               WHEN "REBILL"
               WHEN "REG-ADD"
               WHEN "REG-DROP"
               WHEN "AUDIT"
               WHEN "MAINT"
               WHEN "ANCIL"
               WHEN "ANCIL-OO"
                   ADD LED-AMOUNT TO WS-CERT-CHARGES(WS-CERT-FOUND)
                   ADD LED-AMOUNT TO WS-CERT-ELIGIBLE(WS-CERT-FOUND)
               WHEN "WITHDRAW"
                   ADD LED-AMOUNT TO WS-CERT-CREDITS(WS-CERT-FOUND)
                   ADD LED-AMOUNT TO WS-CERT-ELIGIBLE(WS-CERT-FOUND)
               WHEN "REFUND"
                   ADD LED-AMOUNT TO WS-CERT-REFUNDS(WS-CERT-FOUND)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       400-OPEN-OUTPUT-FILES.
           IF WS-REISSUE-MODE = "Y"
               MOVE "../T2202-REISSUE.TXT" TO WS-CERTIFICATE-FILE-PATH
               OPEN OUTPUT CERTIFICATE-FILE
               *> A reissue adds to the exception list rather than
               *> wiping the full run's.
               OPEN EXTEND EXCEPTION-FILE
               IF WS-EXCEPTION-FILE-STATUS NOT = "00"
                   OPEN OUTPUT EXCEPTION-FILE
               END-IF
               IF WS-CERT-COUNT = ZERO
                   DISPLAY "NO LEDGER ACTIVITY FOR STUDENT "
                       WS-REISSUE-NUMBER " IN " WS-TAX-YEAR
                       " - NOTHING TO REISSUE"
                   MOVE 1 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "../T2202-CERTIFICATES.TXT"
                   TO WS-CERTIFICATE-FILE-PATH
               OPEN OUTPUT CERTIFICATE-FILE
               OPEN OUTPUT EXCEPTION-FILE
               OPEN OUTPUT SUMMARY-FILE
               MOVE SPACES TO SUMMARY-HEADER
               MOVE "H" TO SUMH-RECORD-TYPE
               MOVE WS-TAX-YEAR TO SUMH-TAX-YEAR
               MOVE WS-RUN-DATE TO SUMH-CREATED-DATE
               WRITE SUMMARY-DETAIL
           END-IF.
           OPEN EXTEND ISSUED-FILE.
           IF WS-ISSUED-FILE-STATUS NOT = "00"
               OPEN OUTPUT ISSUED-FILE
           END-IF.

       410-CERTIFY-ONE-STUDENT.
           PERFORM 420-FIND-ADDRESS.
           EVALUATE TRUE
               WHEN WS-CERT-ELIGIBLE(WS-CERT-SUB) NOT > ZERO
                   MOVE "NO ELIGIBLE TUITION" TO WS-EXCEPTION-REASON
                   PERFORM 430-WRITE-EXCEPTION-LINE
               WHEN WS-ADDRESS-FOUND = ZERO
                   MOVE "NO ADDRESS ON FILE" TO WS-EXCEPTION-REASON
                   PERFORM 430-WRITE-EXCEPTION-LINE
               WHEN OTHER
                   PERFORM 440-WRITE-CERTIFICATE
                   IF WS-REISSUE-MODE NOT = "Y"
                       PERFORM 450-WRITE-SUMMARY-SLIP
                   END-IF
                   PERFORM 460-REGISTER-ISSUE
           END-EVALUATE.

       420-FIND-ADDRESS.
           MOVE ZERO TO WS-ADDRESS-FOUND
           *> Registered linkage wins: the cross-reference maps the
           *> 6-digit master number straight to the Lab2 identifier.
           MOVE SPACES TO WS-XREF-LAB2-FOUND
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF WS-XR-MASTER(WS-XREF-SUB) =
                       WS-CERT-NUMBER(WS-CERT-SUB)
                   MOVE WS-XR-LAB2(WS-XREF-SUB)
                       TO WS-XREF-LAB2-FOUND
               END-IF
           END-PERFORM
           IF WS-XREF-LAB2-FOUND NOT = SPACES
               PERFORM VARYING WS-ADDRESS-SUB FROM 1 BY 1
                       UNTIL WS-ADDRESS-SUB > WS-ADDRESS-COUNT
                   IF WS-ADDR-RAW-NUMBER(WS-ADDRESS-SUB) =
                           WS-XREF-LAB2-FOUND
                       MOVE WS-ADDRESS-SUB TO WS-ADDRESS-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ADDRESS-FOUND = ZERO
               PERFORM VARYING WS-ADDRESS-SUB FROM 1 BY 1
                       UNTIL WS-ADDRESS-SUB > WS-ADDRESS-COUNT
                   IF WS-ADDR-VALID(WS-ADDRESS-SUB) = "Y"
                       AND WS-ADDR-NUMBER(WS-ADDRESS-SUB) =
                           WS-CERT-NUMBER(WS-CERT-SUB)
                       MOVE WS-ADDRESS-SUB TO WS-ADDRESS-FOUND
                   END-IF
               END-PERFORM
           END-IF
           *> An address row with a blank street can't be mailed to -
           *> treat it the same as no address at all.
           IF WS-ADDRESS-FOUND > ZERO
               AND WS-ADDR-STREET(WS-ADDRESS-FOUND) = SPACES
               MOVE ZERO TO WS-ADDRESS-FOUND
           END-IF.

       430-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-MASTER-NAME
           IF WS-MASTER-OPEN = "Y"
               MOVE WS-CERT-NUMBER(WS-CERT-SUB) TO IND-STUDENT-NUMBER
               READ INDEXED-STUDENT-FILE-OUT
                   INVALID KEY
                       MOVE "(NOT ON THE STUDENT MASTER)"
                           TO WS-MASTER-NAME
                   NOT INVALID KEY
                       MOVE IND-STUDENT-NAME TO WS-MASTER-NAME
               END-READ
           END-IF
           MOVE WS-CERT-ELIGIBLE(WS-CERT-SUB) TO WS-AMOUNT-PRINT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-TAX-YEAR " " WS-CERT-NUMBER(WS-CERT-SUB) " "
               WS-EXCEPTION-REASON " " WS-AMOUNT-PRINT " "
               WS-MASTER-NAME(1:22)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE EXCEPTION-RECORD FROM WS-PRINT-LINE
           DISPLAY WS-PRINT-LINE.

       440-WRITE-CERTIFICATE.
           ADD 1 TO WS-CERTIFICATES-WRITTEN
           ADD WS-CERT-ELIGIBLE(WS-CERT-SUB) TO WS-TOTAL-ELIGIBLE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "T2202 TUITION AND ENROLMENT CERTIFICATE - TAX YEAR "
               WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE CERTIFICATE-RECORD FROM WS-PRINT-LINE
           IF WS-REISSUE-MODE = "Y"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** REISSUED " WS-RUN-DATE
                   " - REPLACES ANY CERTIFICATE ISSUED EARLIER ***"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               WRITE CERTIFICATE-RECORD FROM WS-PRINT-LINE
           END-IF
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING FUNCTION TRIM(WS-ADDR-TITLE(WS-ADDRESS-FOUND)) " "
               FUNCTION TRIM(WS-ADDR-FIRST-NAME(WS-ADDRESS-FOUND))
               " " FUNCTION TRIM(WS-ADDR-SURNAME(WS-ADDRESS-FOUND))
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE CERTIFICATE-RECORD FROM WS-PRINT-LINE
           WRITE CERTIFICATE-RECORD FROM
               WS-ADDR-STREET(WS-ADDRESS-FOUND)
           MOVE SPACES TO WS-PRINT-LINE
           STRING FUNCTION TRIM(WS-ADDR-CITY(WS-ADDRESS-FOUND)) " "
               FUNCTION TRIM(WS-ADDR-PROVINCE(WS-ADDRESS-FOUND)) "  "
               WS-ADDR-POSTAL(WS-ADDRESS-FOUND)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE CERTIFICATE-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING "STUDENT NUMBER:            "
               WS-CERT-NUMBER(WS-CERT-SUB)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE CERTIFICATE-RECORD FROM WS-PRINT-LINE
           MOVE WS-CERT-CHARGES(WS-CERT-SUB) TO WS-AMOUNT-PRINT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TUITION CHARGED:           " WS-AMOUNT-PRINT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE CERTIFICATE-RECORD FROM WS-PRINT-LINE
           MOVE WS-CERT-CREDITS(WS-CERT-SUB) TO WS-AMOUNT-PRINT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "LESS WITHDRAWAL CREDITS:   " WS-AMOUNT-PRINT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE CERTIFICATE-RECORD FROM WS-PRINT-LINE
           MOVE WS-CERT-ELIGIBLE(WS-CERT-SUB) TO WS-AMOUNT-PRINT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ELIGIBLE TUITION FEES:     " WS-AMOUNT-PRINT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE CERTIFICATE-RECORD FROM WS-PRINT-LINE
           IF WS-CERT-REFUNDS(WS-CERT-SUB) NOT = ZERO
               MOVE WS-CERT-REFUNDS(WS-CERT-SUB) TO WS-AMOUNT-PRINT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "(REFUNDS PAID IN YEAR:     " WS-AMOUNT-PRINT
                   " - ALREADY NETTED ABOVE)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               WRITE CERTIFICATE-RECORD FROM WS-PRINT-LINE
           END-IF
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "KEEP THIS CERTIFICATE WITH YOUR INCOME TAX RECORDS."
               TO WS-PRINT-LINE
           WRITE CERTIFICATE-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD FROM
               "----------------------------------------".

       450-WRITE-SUMMARY-SLIP.
           MOVE SPACES TO SUMMARY-DETAIL
           MOVE "D" TO SUM-RECORD-TYPE
           MOVE WS-CERT-NUMBER(WS-CERT-SUB) TO SUM-STUDENT-NUMBER
           MOVE WS-ADDR-SURNAME(WS-ADDRESS-FOUND) TO SUM-SURNAME
           MOVE WS-ADDR-FIRST-NAME(WS-ADDRESS-FOUND) TO SUM-FIRST-NAME
           MOVE WS-ADDR-POSTAL(WS-ADDRESS-FOUND) TO SUM-POSTAL-CODE
           MOVE WS-CERT-ELIGIBLE(WS-CERT-SUB) TO SUM-ELIGIBLE-AMOUNT
           WRITE SUMMARY-DETAIL.

       460-REGISTER-ISSUE.
           MOVE WS-TAX-YEAR TO ISS-TAX-YEAR
           MOVE WS-CERT-NUMBER(WS-CERT-SUB) TO ISS-STUDENT-NUMBER
           MOVE WS-CERT-ELIGIBLE(WS-CERT-SUB) TO ISS-ELIGIBLE-AMOUNT
           MOVE WS-RUN-DATE TO ISS-ISSUED-DATE
           IF WS-REISSUE-MODE = "Y"
               MOVE "R" TO ISS-ISSUE-TYPE
           ELSE
               MOVE "O" TO ISS-ISSUE-TYPE
           END-IF
           WRITE ISSUED-RECORD.

       600-CLOSE-OUTPUT-FILES.
           IF WS-REISSUE-MODE NOT = "Y"
               MOVE SPACES TO SUMMARY-TRAILER
               MOVE "T" TO SUMT-RECORD-TYPE
               MOVE WS-CERTIFICATES-WRITTEN TO SUMT-SLIP-COUNT
               MOVE WS-TOTAL-ELIGIBLE TO SUMT-TOTAL-AMOUNT
               WRITE SUMMARY-DETAIL
               CLOSE SUMMARY-FILE
           END-IF.
           CLOSE CERTIFICATE-FILE
                 EXCEPTION-FILE
                 ISSUED-FILE.

       END PROGRAM T2202-CERTIFICATES.
