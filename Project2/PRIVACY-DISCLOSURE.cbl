      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Disclosure package for a student's privacy request -
      *          everything held on one student, gathered into one
      *          sectioned print file ../DISCLOSURE-nnnnnn.TXT. The
      *          student number is resolved through
      *          ../STUDENT-XREF.TXT to the data-entry and Lab2
      *          numbers, and every record carrying one of those
      *          numbers - compared whole, against the numbering the
      *          file itself is keyed by - is pulled from
      *          STUFILE-INDEXED.TXT, the
      *          student archives named on ../ARCHIVE-MANIFEST.TXT,
      *          ../COURSE-HISTORY.TXT, ../STUDENT-LEDGER.TXT,
      *          ../COLLECTIONS.TXT, ../PAYMENT-SUSPENSE.TXT,
      *          ../PAYMENT-WRITEOFFS.TXT, Lab2's STUDENT.TXT,
      *          ../REJECTED.TXT, and ../AUDIT-LOG.TXT with the
      *          archives on ../AUDIT-ARCHIVE-INDEX.TXT. Running the
      *          report is itself a privacy event: every run, found
      *          or not, is written to ../DISCLOSURE-LOG.TXT and to
      *          the audit log as a DISCLOSE action.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY-DISCLOSURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "../STUDENT-XREF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "../ARCHIVE-MANIFEST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.
           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT COURSE-HISTORY-FILE ASSIGN
               TO "../COURSE-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "../STUDENT-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT COLLECTIONS-FILE ASSIGN TO "../COLLECTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTIONS-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "../PAYMENT-SUSPENSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT WRITEOFF-FILE ASSIGN TO "../PAYMENT-WRITEOFFS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-FILE-STATUS.
           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "../Lab2/STUDENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.
           SELECT REJECTED-STUDENTS-FILE ASSIGN TO "../REJECTED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTED-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "../AUDIT-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ARCHIVE-INDEX-FILE ASSIGN
               TO "../AUDIT-ARCHIVE-INDEX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-AUDIT-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ARCHIVE-STATUS.
           SELECT DISCLOSURE-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT DISCLOSURE-LOG-FILE ASSIGN TO "../DISCLOSURE-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCLOSURE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-STUDENT-FILE-OUT.
       01 INDEXED-FILE-RECORD.
           05 IND-STUDENT-NUMBER  PIC 9(6).
           05 IND-TUITION-OWED    PIC S9(6)V99
               SIGN LEADING SEPARATE.
           05 IND-STUDENT-NAME    PIC X(40).
           05 IND-PROGRAM-OF-STUDY    PIC X(6).
           05 IND-COURSE-PAIRS.
               10 IND-PAIR OCCURS 5 TIMES.
                   15 IND-COURSE-CODE PIC X(7).
                   15 IND-AVERAGE PIC 9(3).
           05 IND-BILLING-DATE    PIC 9(8).
           05 IND-PAYMENT-DUE-DATE PIC 9(8).
           05 IND-ACADEMIC-TERM   PIC X(5).

       FD XREF-FILE.
       01 XREF-RECORD.
           05 XREF-ENTRY-NUMBER PIC 9(7).
           05 XREF-MASTER-NUMBER PIC 9(6).
           05 XREF-LAB2-NUMBER PIC X(10).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD PIC X(100).

       FD ARCHIVE-FILE.
      *> Written by STUDENT-ARCHIVE in the master's record layout.
       01 ARCHIVE-FILE-RECORD.
           05 ARC-STUDENT-NUMBER  PIC 9(6).
           05 ARC-REST-OF-RECORD  PIC X(126).

       FD COURSE-HISTORY-FILE.
       01 COURSE-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).
           05 HIST-ACADEMIC-TERM  PIC X(5).
           05 HIST-COURSE-PAIRS.
               10 HIST-PAIR OCCURS 5 TIMES.
                   15 HIST-COURSE-CODE PIC X(7).
                   15 HIST-AVERAGE PIC 9(3).

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LED-STUDENT-NUMBER PIC 9(6).
           05 LED-TRANS-DATE PIC 9(8).
           05 LED-TRANS-TIME PIC 9(8).
           05 LED-TRANS-TYPE PIC X(8).
           05 LED-REFERENCE PIC X(8).
           05 LED-AMOUNT PIC S9(6)V99
               SIGN LEADING SEPARATE.

       FD COLLECTIONS-FILE.
       01 COLLECTIONS-RECORD.
           05 COL-STUDENT-NUMBER PIC 9(6).
           05 COL-LETTER-LEVEL PIC 9.
           05 COL-LAST-LETTER-DATE PIC 9(8).
           05 COL-HOLD-FLAG PIC X.

       FD SUSPENSE-FILE.
      *> Reason, student, date, amount, receipt separated by single
      *> spaces - the line PAYMENT-POSTING strings.
       01 SUSPENSE-RECORD PIC X(80).

       FD WRITEOFF-FILE.
       01 WRITEOFF-RECORD.
           05 WO-WRITEOFF-DATE PIC 9(8).
           05 WO-STUDENT-NUMBER PIC X(7).
           05 WO-AMOUNT PIC 9(6)V99.
           05 WO-RECEIPT-NUMBER PIC X(8).
           05 WO-REASON-CODE PIC X(4).

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

       FD REJECTED-STUDENTS-FILE.
      *> STUFILE.TXT intake layout - the student number leads.
       01 REJECTED-RECORD.
           05 REJ-STUDENT-NUMBER PIC X(6).
           05 REJ-REST-OF-RECORD PIC X(108).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(80).

       FD ARCHIVE-INDEX-FILE.
      *> One row per rotated audit archive, appended by AUDIT-ROTATE.
       01 ARCHIVE-INDEX-RECORD.
           05 AIX-FROM-DATE PIC 9(8).
           05 AIX-TO-DATE PIC 9(8).
           05 AIX-ARCHIVE-PATH PIC X(100).

       FD AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-RECORD PIC X(80).

       FD DISCLOSURE-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD DISCLOSURE-LOG-FILE.
      *> One row per run of this report: when, who ran it, for whom,
      *> against what request, and how many records went out.
       01 DISCLOSURE-LOG-RECORD.
           05 DL-RUN-DATE PIC 9(8).
           05 DL-RUN-TIME PIC 9(8).
           05 DL-STUDENT-NUMBER PIC 9(6).
           05 DL-OPERATOR-ID PIC X(8).
           05 DL-REQUEST-REFERENCE PIC X(20).
           05 DL-RECORDS-DISCLOSED PIC 9(6).
           05 DL-ON-MASTER PIC X.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-XREF-FILE-STATUS PIC XX.
       01 WS-MANIFEST-FILE-STATUS PIC XX.
       01 WS-ARCHIVE-FILE-STATUS PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-LEDGER-FILE-STATUS PIC XX.
       01 WS-COLLECTIONS-FILE-STATUS PIC XX.
       01 WS-SUSPENSE-FILE-STATUS PIC XX.
       01 WS-WRITEOFF-FILE-STATUS PIC XX.
       01 WS-ADDRESS-FILE-STATUS PIC XX.
       01 WS-REJECTED-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-INDEX-FILE-STATUS PIC XX.
       01 WS-AUDIT-ARCHIVE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-DISCLOSURE-LOG-STATUS PIC XX.
       01 WS-ARCHIVE-FILE-PATH PIC X(100).
       01 WS-AUDIT-ARCHIVE-PATH PIC X(100).
       01 WS-REPORT-FILE-PATH PIC X(40).
       01 WS-FILE-EOF PIC X.
       01 WS-AUDIT-DATE-TIME.
           05 WS-AUDIT-DATE PIC 9(8).
           05 WS-AUDIT-TIME PIC 9(8).
       01 WS-NUMBER-IN PIC X(6).
       01 WS-STUDENT-NUMBER PIC 9(6).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-REQUEST-REFERENCE PIC X(20).
       01 WS-ON-MASTER PIC X.
       *> Every number the student is known by: the master number,
       *> each data-entry number and each Lab2 number registered on
       *> the cross-reference. Each file is keyed by one of the three
       *> numberings and is matched, whole key, against that one
       *> only - a data-entry or Lab2 number that happens to equal
       *> another student's master number must not pull that
       *> student's records into this package.
       01 WS-ENTRY-TABLE.
           05 WS-ENTRY-ID OCCURS 10 TIMES PIC X(7).
       01 WS-ENTRY-COUNT PIC 99 VALUE ZERO.
       01 WS-LAB2-TABLE.
           05 WS-LAB2-ID OCCURS 10 TIMES PIC X(10).
       01 WS-LAB2-COUNT PIC 99 VALUE ZERO.
       01 WS-ID-SUB PIC 99.
       01 WS-ID-COUNT PIC 99 VALUE ZERO.
       01 WS-CANDIDATE-ID PIC X(10).
       *> The numbering the candidate key is in: M master, E
       *> data-entry, L Lab2.
       01 WS-CANDIDATE-TYPE PIC X.
       01 WS-ID-MATCHES PIC X.
       *> Distinct student archive files named on the manifest.
       01 WS-MANIFEST-DATE PIC X(8).
       01 WS-MANIFEST-VERB PIC X(8).
       01 WS-MANIFEST-NUMBER PIC X(10).
       01 WS-MANIFEST-LEFT PIC X(100).
       01 WS-MANIFEST-PATH PIC X(100).
       01 WS-ARCHIVE-PATH-TABLE.
           05 WS-ARCHIVE-PATH OCCURS 100 TIMES PIC X(100).
       01 WS-ARCHIVE-PATH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ARCHIVE-PATH-SUB PIC 9(3).
       01 WS-ARCHIVE-PATH-FOUND PIC 9(3).
       *> Audit-log line pieces - stamp, program, student, action.
       01 WS-EVENT-LINE PIC X(80).
       01 WS-EVENT-STAMP PIC X(16).
       01 WS-EVENT-PROGRAM PIC X(25).
       01 WS-EVENT-STUDENT PIC X(10).
       01 WS-SUSP-REASON PIC X(12).
       01 WS-SUSP-STUDENT PIC X(10).
       *> Records found per section and in all.
       01 WS-SECTION-COUNT PIC 9(6).
       01 WS-TOTAL-DISCLOSED PIC 9(6) VALUE ZERO.
       01 WS-SECTIONS-WITH-DATA PIC 99 VALUE ZERO.
       01 WS-SECTION-TITLE PIC X(60).
       01 WS-PAIR-SUB PIC 9.
       01 WS-RUN-PAGE-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PRINT-LINE PIC X(132).
       01 WS-PRINT-POINTER PIC 9(3).
       01 WS-AMOUNT-PRINT PIC ZZZ,ZZ9.99-.
       01 WS-COUNT-PRINT PIC ZZZZZ9.
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(40)
               VALUE "PERSONAL INFORMATION DISCLOSURE".
           05 FILLER PIC X(9) VALUE "STUDENT ".
           05 HDG-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(13) VALUE "   RUN DATE: ".
           05 HDG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(6) VALUE "  PAGE".
           05 HDG-PAGE-NUMBER PIC ZZZ9.
           05 FILLER PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       100-DISCLOSE-STUDENT-DATA.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           PERFORM 200-GET-REQUEST.
           PERFORM 210-RESOLVE-NUMBERS.
           MOVE SPACES TO WS-REPORT-FILE-PATH.
           STRING "../DISCLOSURE-" WS-STUDENT-NUMBER ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-PATH
           END-STRING.
           OPEN OUTPUT DISCLOSURE-REPORT-FILE.
           PERFORM 710-PRINT-PAGE-HEADING.
           PERFORM 300-PRINT-REQUEST-DETAILS.
           PERFORM 310-DISCLOSE-MASTER.
           PERFORM 320-DISCLOSE-STUDENT-ARCHIVES.
           PERFORM 330-DISCLOSE-COURSE-HISTORY.
           PERFORM 340-DISCLOSE-LEDGER.
           PERFORM 350-DISCLOSE-COLLECTIONS.
           PERFORM 360-DISCLOSE-SUSPENSE.
           PERFORM 370-DISCLOSE-WRITEOFFS.
           PERFORM 380-DISCLOSE-ADDRESS.
           PERFORM 390-DISCLOSE-REJECTS.
           PERFORM 400-DISCLOSE-AUDIT-TRAIL.
           PERFORM 500-PRINT-PACKAGE-TOTALS.
           CLOSE DISCLOSURE-REPORT-FILE.
           PERFORM 600-LOG-DISCLOSURE-RUN.
           DISPLAY "==========================================".
           DISPLAY "DISCLOSURE FOR STUDENT " WS-STUDENT-NUMBER.
           DISPLAY "NUMBERS SEARCHED:      " WS-ID-COUNT.
           DISPLAY "SECTIONS WITH RECORDS: " WS-SECTIONS-WITH-DATA.
           DISPLAY "RECORDS DISCLOSED:     " WS-TOTAL-DISCLOSED.
           DISPLAY "PACKAGE: " FUNCTION TRIM(WS-REPORT-FILE-PATH).
           DISPLAY "RUN LOGGED ON ../DISCLOSURE-LOG.TXT".
           DISPLAY "==========================================".
           GOBACK.

       200-GET-REQUEST.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Operator ID:"
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           MOVE SPACES TO WS-NUMBER-IN
           PERFORM UNTIL WS-NUMBER-IN IS NUMERIC
               DISPLAY "Enter student number (6 digits):"
               ACCEPT WS-NUMBER-IN
               IF WS-NUMBER-IN IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be 6 numeric digits."
               END-IF
           END-PERFORM
           MOVE WS-NUMBER-IN TO WS-STUDENT-NUMBER
           MOVE SPACES TO WS-REQUEST-REFERENCE
           PERFORM UNTIL WS-REQUEST-REFERENCE NOT = SPACES
               DISPLAY "Privacy request reference:"
               ACCEPT WS-REQUEST-REFERENCE
           END-PERFORM.

       210-RESOLVE-NUMBERS.
           OPEN INPUT XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT-XREF.TXT - SEARCHING BY THE "
                   "MASTER NUMBER ONLY"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ XREF-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF XREF-MASTER-NUMBER = WS-STUDENT-NUMBER
                               PERFORM 215-ADD-XREF-NUMBERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF
           COMPUTE WS-ID-COUNT = 1 + WS-ENTRY-COUNT + WS-LAB2-COUNT.

       215-ADD-XREF-NUMBERS.
           IF WS-ENTRY-COUNT < 10
               ADD 1 TO WS-ENTRY-COUNT
               MOVE XREF-ENTRY-NUMBER TO WS-ENTRY-ID(WS-ENTRY-COUNT)
           END-IF
           IF XREF-LAB2-NUMBER NOT = SPACES AND WS-LAB2-COUNT < 10
               ADD 1 TO WS-LAB2-COUNT
               MOVE XREF-LAB2-NUMBER TO WS-LAB2-ID(WS-LAB2-COUNT)
           END-IF.

       220-MATCH-CANDIDATE.
           *> Sets WS-ID-MATCHES for the key in WS-CANDIDATE-ID,
           *> compared whole against the student's numbers of the
           *> type in WS-CANDIDATE-TYPE.
           MOVE "N" TO WS-ID-MATCHES
           EVALUATE WS-CANDIDATE-TYPE
               WHEN "M"
                   IF WS-CANDIDATE-ID = WS-NUMBER-IN
                       MOVE "Y" TO WS-ID-MATCHES
                   END-IF
               WHEN "E"
                   PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                           UNTIL WS-ID-SUB > WS-ENTRY-COUNT
                       IF WS-CANDIDATE-ID = WS-ENTRY-ID(WS-ID-SUB)
                           MOVE "Y" TO WS-ID-MATCHES
                       END-IF
                   END-PERFORM
               WHEN "L"
                   PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                           UNTIL WS-ID-SUB > WS-LAB2-COUNT
                       IF WS-CANDIDATE-ID = WS-LAB2-ID(WS-ID-SUB)
                           MOVE "Y" TO WS-ID-MATCHES
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       300-PRINT-REQUEST-DETAILS.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REQUEST REFERENCE: " WS-REQUEST-REFERENCE
               "   PREPARED BY: " WS-OPERATOR-ID
               "   AT: " WS-AUDIT-DATE-TIME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NUMBERS SEARCHED: MASTER " WS-STUDENT-NUMBER
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                   UNTIL WS-ID-SUB > WS-ENTRY-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "                  ALSO " WS-ENTRY-ID(WS-ID-SUB)
                   " (DATA ENTRY)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           END-PERFORM
           PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                   UNTIL WS-ID-SUB > WS-LAB2-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "                  ALSO " WS-LAB2-ID(WS-ID-SUB)
                   " (LAB2)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           END-PERFORM.

       310-DISCLOSE-MASTER.
           MOVE "STUDENT MASTER (STUFILE-INDEXED.TXT)"
               TO WS-SECTION-TITLE
           PERFORM 450-START-SECTION
           MOVE "N" TO WS-ON-MASTER
           OPEN INPUT INDEXED-STUDENT-FILE-OUT
           IF WS-FILE-STATUS NOT = "00"
               MOVE "  (FILE NOT AVAILABLE)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           ELSE
               MOVE WS-STUDENT-NUMBER TO IND-STUDENT-NUMBER
               READ INDEXED-STUDENT-FILE-OUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-MASTER
                       PERFORM 315-PRINT-MASTER-RECORD
               END-READ
               CLOSE INDEXED-STUDENT-FILE-OUT
           END-IF
           PERFORM 470-END-SECTION.

       315-PRINT-MASTER-RECORD.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  NAME: " IND-STUDENT-NAME
               "  PROGRAM: " IND-PROGRAM-OF-STUDY
               "  TERM: " IND-ACADEMIC-TERM
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE IND-TUITION-OWED TO WS-AMOUNT-PRINT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  TUITION OWED: " WS-AMOUNT-PRINT
               "  BILLED: " IND-BILLING-DATE
               "  PAYMENT DUE: " IND-PAYMENT-DUE-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               IF IND-COURSE-CODE(WS-PAIR-SUB) NOT = SPACES
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  COURSE: " IND-COURSE-CODE(WS-PAIR-SUB)
                       "  AVERAGE: " IND-AVERAGE(WS-PAIR-SUB)
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   MOVE WS-PRINT-LINE TO REPORT-RECORD
                   PERFORM 700-WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       320-DISCLOSE-STUDENT-ARCHIVES.
           *> The manifest lines name the student themselves, so the
           *> ones for this student are disclosed as well as the
           *> archived records.
           MOVE "STUDENT ARCHIVES (ARCHIVE-MANIFEST.TXT AND ARCHIVE "
               & "FILES)" TO WS-SECTION-TITLE
           PERFORM 450-START-SECTION
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-FILE-STATUS NOT = "00"
               MOVE "  (NO ARCHIVE MANIFEST)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ MANIFEST-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END PERFORM 325-CHECK-MANIFEST-LINE
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
               PERFORM VARYING WS-ARCHIVE-PATH-SUB FROM 1 BY 1
                       UNTIL WS-ARCHIVE-PATH-SUB > WS-ARCHIVE-PATH-COUNT
                   PERFORM 328-SEARCH-ONE-ARCHIVE
               END-PERFORM
           END-IF
           PERFORM 470-END-SECTION.

       325-CHECK-MANIFEST-LINE.
           MOVE SPACES TO WS-MANIFEST-DATE WS-MANIFEST-VERB
               WS-MANIFEST-NUMBER WS-MANIFEST-LEFT WS-MANIFEST-PATH
           UNSTRING MANIFEST-RECORD DELIMITED BY ALL " "
               INTO WS-MANIFEST-DATE WS-MANIFEST-VERB
                    WS-MANIFEST-NUMBER
           END-UNSTRING
           *> STUDENT-ARCHIVE names the student by master number.
           MOVE WS-MANIFEST-NUMBER TO WS-CANDIDATE-ID
           MOVE "M" TO WS-CANDIDATE-TYPE
           PERFORM 220-MATCH-CANDIDATE
           IF WS-ID-MATCHES = "Y"
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  MANIFEST: " MANIFEST-RECORD
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               PERFORM 700-WRITE-REPORT-LINE
           END-IF
           *> Every archive file is searched, not only the ones the
           *> student's own lines name - a restore and re-archive
           *> can leave copies in more than one.
           IF WS-MANIFEST-VERB = "ARCHIVED"
               UNSTRING MANIFEST-RECORD DELIMITED BY " TO "
                   INTO WS-MANIFEST-LEFT WS-MANIFEST-PATH
               END-UNSTRING
               MOVE ZERO TO WS-ARCHIVE-PATH-FOUND
               PERFORM VARYING WS-ARCHIVE-PATH-SUB FROM 1 BY 1
                       UNTIL WS-ARCHIVE-PATH-SUB > WS-ARCHIVE-PATH-COUNT
                   IF WS-ARCHIVE-PATH(WS-ARCHIVE-PATH-SUB) =
                           WS-MANIFEST-PATH
                       MOVE WS-ARCHIVE-PATH-SUB TO WS-ARCHIVE-PATH-FOUND
                   END-IF
               END-PERFORM
               IF WS-ARCHIVE-PATH-FOUND = ZERO
                   AND WS-MANIFEST-PATH NOT = SPACES
                   AND WS-ARCHIVE-PATH-COUNT < 100
                   ADD 1 TO WS-ARCHIVE-PATH-COUNT
                   MOVE WS-MANIFEST-PATH
                       TO WS-ARCHIVE-PATH(WS-ARCHIVE-PATH-COUNT)
               END-IF
           END-IF.

       328-SEARCH-ONE-ARCHIVE.
           MOVE WS-ARCHIVE-PATH(WS-ARCHIVE-PATH-SUB)
               TO WS-ARCHIVE-FILE-PATH
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "  (ARCHIVE NOT READABLE: "
                   FUNCTION TRIM(WS-ARCHIVE-FILE-PATH) ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               PERFORM 700-WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF ARC-STUDENT-NUMBER = WS-STUDENT-NUMBER
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO REPORT-RECORD
                               STRING "  "
                                   FUNCTION TRIM(WS-ARCHIVE-FILE-PATH)
                                   ": "
                                   DELIMITED BY SIZE INTO REPORT-RECORD
                               END-STRING
                               PERFORM 700-WRITE-REPORT-LINE
                               *> The whole 132-byte master record,
                               *> unindented, so none of it is lost.
                               MOVE ARCHIVE-FILE-RECORD
                                   TO REPORT-RECORD
                               PERFORM 700-WRITE-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       330-DISCLOSE-COURSE-HISTORY.
           MOVE "PRIOR TERMS (COURSE-HISTORY.TXT)" TO WS-SECTION-TITLE
           PERFORM 450-START-SECTION
           OPEN INPUT COURSE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               MOVE "  (FILE NOT AVAILABLE)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ COURSE-HISTORY-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF HIST-STUDENT-NUMBER = WS-STUDENT-NUMBER
                               PERFORM 335-PRINT-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-HISTORY-FILE
           END-IF
           PERFORM 470-END-SECTION.

       335-PRINT-HISTORY-ROW.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-PRINT-POINTER
           STRING "  TERM " HIST-ACADEMIC-TERM ":"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
               WITH POINTER WS-PRINT-POINTER
           END-STRING
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               IF HIST-COURSE-CODE(WS-PAIR-SUB) NOT = SPACES
                   STRING "  " HIST-COURSE-CODE(WS-PAIR-SUB) " "
                       HIST-AVERAGE(WS-PAIR-SUB)
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                       WITH POINTER WS-PRINT-POINTER
                   END-STRING
               END-IF
           END-PERFORM
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE.

       340-DISCLOSE-LEDGER.
           MOVE "ACCOUNT LEDGER (STUDENT-LEDGER.TXT)"
               TO WS-SECTION-TITLE
           PERFORM 450-START-SECTION
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               MOVE "  (FILE NOT AVAILABLE)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ LEDGER-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF LED-STUDENT-NUMBER = WS-STUDENT-NUMBER
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE LED-AMOUNT TO WS-AMOUNT-PRINT
                               MOVE SPACES TO REPORT-RECORD
                               STRING "  " LED-TRANS-DATE " "
                                   LED-TRANS-TIME " " LED-TRANS-TYPE
                                   " " LED-REFERENCE " "
                                   WS-AMOUNT-PRINT
                                   DELIMITED BY SIZE INTO REPORT-RECORD
                               END-STRING
                               PERFORM 700-WRITE-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           PERFORM 470-END-SECTION.

       350-DISCLOSE-COLLECTIONS.
           MOVE "COLLECTIONS (COLLECTIONS.TXT)" TO WS-SECTION-TITLE
           PERFORM 450-START-SECTION
           OPEN INPUT COLLECTIONS-FILE
           IF WS-COLLECTIONS-FILE-STATUS NOT = "00"
               MOVE "  (FILE NOT AVAILABLE)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ COLLECTIONS-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF COL-STUDENT-NUMBER = WS-STUDENT-NUMBER
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO REPORT-RECORD
                               STRING "  LETTER LEVEL " COL-LETTER-LEVEL
                                   "  LAST LETTER " COL-LAST-LETTER-DATE
                                   "  HOLD " COL-HOLD-FLAG
                                   DELIMITED BY SIZE INTO REPORT-RECORD
                               END-STRING
                               PERFORM 700-WRITE-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTIONS-FILE
           END-IF
           PERFORM 470-END-SECTION.

       360-DISCLOSE-SUSPENSE.
           MOVE "UNAPPLIED PAYMENTS (PAYMENT-SUSPENSE.TXT)"
               TO WS-SECTION-TITLE
           PERFORM 450-START-SECTION
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               MOVE "  (FILE NOT AVAILABLE)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ SUSPENSE-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE SPACES TO WS-SUSP-REASON
                               WS-SUSP-STUDENT
                           UNSTRING SUSPENSE-RECORD
                               DELIMITED BY ALL " "
                               INTO WS-SUSP-REASON WS-SUSP-STUDENT
                           END-UNSTRING
                           MOVE WS-SUSP-STUDENT TO WS-CANDIDATE-ID
                           MOVE "M" TO WS-CANDIDATE-TYPE
                           PERFORM 220-MATCH-CANDIDATE
                           IF WS-ID-MATCHES = "Y"
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO REPORT-RECORD
                               STRING "  " SUSPENSE-RECORD
                                   DELIMITED BY SIZE INTO REPORT-RECORD
                               END-STRING
                               PERFORM 700-WRITE-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           PERFORM 470-END-SECTION.

       370-DISCLOSE-WRITEOFFS.
           MOVE "WRITTEN-OFF PAYMENTS (PAYMENT-WRITEOFFS.TXT)"
               TO WS-SECTION-TITLE
           PERFORM 450-START-SECTION
           OPEN INPUT WRITEOFF-FILE
           IF WS-WRITEOFF-FILE-STATUS NOT = "00"
               MOVE "  (FILE NOT AVAILABLE)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ WRITEOFF-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE WO-STUDENT-NUMBER TO WS-CANDIDATE-ID
                           MOVE "M" TO WS-CANDIDATE-TYPE
                           PERFORM 220-MATCH-CANDIDATE
                           IF WS-ID-MATCHES = "Y"
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE WO-AMOUNT TO WS-AMOUNT-PRINT
                               MOVE SPACES TO REPORT-RECORD
                               STRING "  " WO-WRITEOFF-DATE " "
                                   WS-AMOUNT-PRINT " RECEIPT "
                                   WO-RECEIPT-NUMBER " REASON "
                                   WO-REASON-CODE
                                   DELIMITED BY SIZE INTO REPORT-RECORD
                               END-STRING
                               PERFORM 700-WRITE-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-FILE
           END-IF
           PERFORM 470-END-SECTION.

       380-DISCLOSE-ADDRESS.
           MOVE "NAME AND ADDRESS (LAB2 STUDENT.TXT)"
               TO WS-SECTION-TITLE
           PERFORM 450-START-SECTION
           OPEN INPUT STUDENT-ADDRESS-FILE
           IF WS-ADDRESS-FILE-STATUS NOT = "00"
               MOVE "  (FILE NOT AVAILABLE)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ STUDENT-ADDRESS-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END PERFORM 385-CHECK-ADDRESS-RECORD
                   END-READ
               END-PERFORM
               CLOSE STUDENT-ADDRESS-FILE
           END-IF
           PERFORM 470-END-SECTION.

       385-CHECK-ADDRESS-RECORD.
           *> Lab2 keys its own numbers - only a Lab2 identifier
           *> registered to this student on the cross-reference
           *> matches.
           MOVE RAW-STUDENT-NUMBER TO WS-CANDIDATE-ID
           MOVE "L" TO WS-CANDIDATE-TYPE
           PERFORM 220-MATCH-CANDIDATE
           IF WS-ID-MATCHES = "Y"
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  LAB2 NUMBER: " RAW-STUDENT-NUMBER
                   "  PROGRAM: " RAW-STUDENT-PROGRAM
                   "  YEAR: " RAW-STUDENT-YEAR
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               PERFORM 700-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               STRING "  NAME: " RAW-TITLE " " RAW-FIRST-NAME " "
                   RAW-MIDDLE-INIT " " RAW-SURNAME
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               PERFORM 700-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               STRING "  ADDRESS: " RAW-STREET-ADDRESS " " RAW-CITY
                   " " RAW-STATE-PROVINCE " " RAW-POSTAL-CODE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               PERFORM 700-WRITE-REPORT-LINE
           END-IF.

       390-DISCLOSE-REJECTS.
           MOVE "REJECTED INTAKE RECORDS (REJECTED.TXT)"
               TO WS-SECTION-TITLE
           PERFORM 450-START-SECTION
           OPEN INPUT REJECTED-STUDENTS-FILE
           IF WS-REJECTED-FILE-STATUS NOT = "00"
               MOVE "  (FILE NOT AVAILABLE)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ REJECTED-STUDENTS-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE REJ-STUDENT-NUMBER TO WS-CANDIDATE-ID
                           MOVE "M" TO WS-CANDIDATE-TYPE
                           PERFORM 220-MATCH-CANDIDATE
                           IF WS-ID-MATCHES = "Y"
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO REPORT-RECORD
                               STRING "  " REJECTED-RECORD
                                   DELIMITED BY SIZE INTO REPORT-RECORD
                               END-STRING
                               PERFORM 700-WRITE-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECTED-STUDENTS-FILE
           END-IF
           PERFORM 470-END-SECTION.

       400-DISCLOSE-AUDIT-TRAIL.
           *> Rotated archives first, then the live log, so the trail
           *> reads oldest to newest.
           MOVE "AUDIT TRAIL (AUDIT-LOG.TXT AND ROTATED ARCHIVES)"
               TO WS-SECTION-TITLE
           PERFORM 450-START-SECTION
           OPEN INPUT ARCHIVE-INDEX-FILE
           IF WS-INDEX-FILE-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ ARCHIVE-INDEX-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END PERFORM 410-SEARCH-AUDIT-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-INDEX-FILE
           END-IF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE "  (NO LIVE AUDIT LOG)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ AUDIT-LOG-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE AUDIT-LOG-RECORD TO WS-EVENT-LINE
                           PERFORM 420-CHECK-AUDIT-EVENT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF
           PERFORM 470-END-SECTION.

       410-SEARCH-AUDIT-ARCHIVE.
           MOVE AIX-ARCHIVE-PATH TO WS-AUDIT-ARCHIVE-PATH
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDIT-ARCHIVE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "  (AUDIT ARCHIVE NOT READABLE: "
                   FUNCTION TRIM(WS-AUDIT-ARCHIVE-PATH) ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               PERFORM 700-WRITE-REPORT-LINE
           ELSE
               PERFORM UNTIL WS-AUDIT-ARCHIVE-STATUS NOT = "00"
                   READ AUDIT-ARCHIVE-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE AUDIT-ARCHIVE-RECORD TO WS-EVENT-LINE
                           PERFORM 420-CHECK-AUDIT-EVENT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       420-CHECK-AUDIT-EVENT.
           MOVE SPACES TO WS-EVENT-STAMP WS-EVENT-PROGRAM
               WS-EVENT-STUDENT
           UNSTRING WS-EVENT-LINE DELIMITED BY ALL " "
               INTO WS-EVENT-STAMP WS-EVENT-PROGRAM WS-EVENT-STUDENT
           END-UNSTRING
           *> The writing program decides the numbering: the
           *> data-entry program logs its 7-digit numbers, Lab2's
           *> address maintenance its own identifiers, and every
           *> other program the master number.
           MOVE WS-EVENT-STUDENT TO WS-CANDIDATE-ID
           EVALUATE WS-EVENT-PROGRAM
               WHEN "WRITE-STUDENT-RECORDS"
                   MOVE "E" TO WS-CANDIDATE-TYPE
               WHEN "ADDRESS-MAINT"
                   MOVE "L" TO WS-CANDIDATE-TYPE
               WHEN OTHER
                   MOVE "M" TO WS-CANDIDATE-TYPE
           END-EVALUATE
           PERFORM 220-MATCH-CANDIDATE
           IF WS-ID-MATCHES = "Y"
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " WS-EVENT-LINE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               PERFORM 700-WRITE-REPORT-LINE
           END-IF.

       450-START-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE SPACES TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE WS-SECTION-TITLE TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE ALL "-" TO REPORT-RECORD(1:60)
           PERFORM 700-WRITE-REPORT-LINE.

       470-END-SECTION.
           IF WS-SECTION-COUNT = ZERO
               MOVE "  (NO RECORDS HELD)" TO REPORT-RECORD
           ELSE
               ADD 1 TO WS-SECTIONS-WITH-DATA
               ADD WS-SECTION-COUNT TO WS-TOTAL-DISCLOSED
               MOVE WS-SECTION-COUNT TO WS-COUNT-PRINT
               MOVE SPACES TO REPORT-RECORD
               STRING "  RECORDS IN THIS SECTION: " WS-COUNT-PRINT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           PERFORM 700-WRITE-REPORT-LINE.

       500-PRINT-PACKAGE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE WS-TOTAL-DISCLOSED TO WS-COUNT-PRINT
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL RECORDS DISCLOSED: " WS-COUNT-PRINT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           PERFORM 700-WRITE-REPORT-LINE
           MOVE "*** END OF DISCLOSURE PACKAGE ***" TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE.

       600-LOG-DISCLOSURE-RUN.
           OPEN EXTEND DISCLOSURE-LOG-FILE
           IF WS-DISCLOSURE-LOG-STATUS NOT = "00"
               OPEN OUTPUT DISCLOSURE-LOG-FILE
           END-IF
           MOVE WS-AUDIT-DATE TO DL-RUN-DATE
           MOVE WS-AUDIT-TIME TO DL-RUN-TIME
           MOVE WS-STUDENT-NUMBER TO DL-STUDENT-NUMBER
           MOVE WS-OPERATOR-ID TO DL-OPERATOR-ID
           MOVE WS-REQUEST-REFERENCE TO DL-REQUEST-REFERENCE
           MOVE WS-TOTAL-DISCLOSED TO DL-RECORDS-DISCLOSED
           MOVE WS-ON-MASTER TO DL-ON-MASTER
           WRITE DISCLOSURE-LOG-RECORD
           CLOSE DISCLOSURE-LOG-FILE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-DATE-TIME " PRIVACY-DISCLOSURE "
               WS-STUDENT-NUMBER " DISCLOSE " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           END-STRING
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       700-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-PAGE-HEADING
           END-IF
           WRITE REPORT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       710-PRINT-PAGE-HEADING.
           ADD 1 TO WS-RUN-PAGE-NUMBER
           MOVE WS-STUDENT-NUMBER TO HDG-STUDENT-NUMBER
           MOVE WS-AUDIT-DATE TO HDG-RUN-DATE
           MOVE WS-RUN-PAGE-NUMBER TO HDG-PAGE-NUMBER
           MOVE WS-HEADING-LINE-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       END PROGRAM PRIVACY-DISCLOSURE.
