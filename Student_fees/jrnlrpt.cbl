       IDENTIFICATION DIVISION.
       PROGRAM-ID. jrnlrpt.
       AUTHOR. Seppe Degryse.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CHANGE-JOURNAL-FILE ASSIGN TO "ChangeJrnl.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CJ-FILE-STATUS.

               SELECT JOURNAL-REPORT-FILE ASSIGN TO "ChgJrnl.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD CHANGE-JOURNAL-FILE.
           01 CJ-RECORD.
               88 END-OF-CJF VALUE HIGH-VALUE.
               02 CJ-CHANGE-DATE       PIC 9(8).
               02 CJ-CHANGE-TIME       PIC 9(6).
               02 CJ-OPERATOR-ID       PIC X(8).
               02 CJ-RECORD-TYPE       PIC X(4).
               02 CJ-ACTION            PIC X(1).
               02 CJ-STUDENT-NUMBER    PIC 9(7).
               02 CJ-RECORD-KEY        PIC X(12).
               02 CJ-BEFORE-IMAGE      PIC X(140).
               02 CJ-AFTER-IMAGE       PIC X(140).

           FD JOURNAL-REPORT-FILE.
           01 JR-PRINT-LINE            PIC X(132).


           WORKING-STORAGE SECTION.
           01 CJ-FILE-STATUS PIC XX.
           01 WS-COMMAND-LINE PIC X(60).
           01 WS-SELECT-MODE PIC X(8).
               88 SELECT-BY-DATE VALUE "DATE".
               88 SELECT-BY-STUDENT VALUE "STUDENT".
               88 SELECT-BY-OPERATOR VALUE "OPERATOR".
               88 SELECT-ALL VALUE "ALL".
           01 WS-PARM-1 PIC X(10).
           01 WS-PARM-2 PIC X(10).
           01 WS-PARM-3 PIC X(10).
           01 WS-SEL-STUDENT PIC 9(7) VALUE ZERO.
           01 WS-SEL-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-SEL-FROM-DATE PIC 9(8) VALUE ZERO.
           01 WS-SEL-TO-DATE PIC 9(8) VALUE 99999999.
           01 WS-ENTRY-STATE PIC X.
               88 ENTRY-IS-SELECTED VALUE "Y".
               88 ENTRY-NOT-SELECTED VALUE "N".
           01 WS-ENTRIES-READ PIC 9(7) VALUE ZERO.
           01 WS-ENTRIES-LISTED PIC 9(7) VALUE ZERO.
           01 WS-ADDS-LISTED PIC 9(7) VALUE ZERO.
           01 WS-CHANGES-LISTED PIC 9(7) VALUE ZERO.
           01 WS-DELETES-LISTED PIC 9(7) VALUE ZERO.
           01 WS-ARCHIVES-LISTED PIC 9(7) VALUE ZERO.
           01 WS-KEEP-NAME PIC X(20).
           01 WS-KEEP-STEP PIC X(8).
           01 WS-KEEP-STATUS PIC XX.

           01 WS-HEADING-LINE.
               02 FILLER               PIC X(30) VALUE SPACES.
               02 FILLER               PIC X(40)
                   VALUE "MASTER  MAINTENANCE  CHANGE  JOURNAL".

           01 WS-SELECTION-LINE.
               02 FILLER               PIC X(11)
                   VALUE "SELECTION: ".
               02 WS-SL-MODE           PIC X(8).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-SL-VALUE          PIC X(10).
               02 FILLER               PIC X(8) VALUE "  FROM ".
               02 WS-SL-FROM           PIC 9(8).
               02 FILLER               PIC X(4) VALUE " TO ".
               02 WS-SL-TO             PIC 9(8).

           01 WS-COLUMN-LINE.
               02 FILLER               PIC X(10) VALUE "DATE".
               02 FILLER               PIC X(8) VALUE "TIME".
               02 FILLER               PIC X(10) VALUE "OPERATOR".
               02 FILLER               PIC X(6) VALUE "TYPE".
               02 FILLER               PIC X(9) VALUE "ACTION".
               02 FILLER               PIC X(9) VALUE "STUDENT".
               02 FILLER               PIC X(12) VALUE "KEY".

           01 WS-ENTRY-LINE.
               02 WS-EL-DATE           PIC 9(8).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-EL-TIME           PIC 9(6).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-EL-OPERATOR       PIC X(8).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-EL-TYPE           PIC X(4).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-EL-ACTION         PIC X(7).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-EL-STUDENT        PIC 9(7).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-EL-KEY            PIC X(12).

           01 WS-IMAGE-LINE.
               02 FILLER               PIC X(4) VALUE SPACES.
               02 WS-IL-LABEL          PIC X(8).
               02 WS-IL-IMAGE          PIC X(70).

           01 WS-COUNT-LINE.
               02 WS-CL-LABEL          PIC X(30).
               02 WS-CL-COUNT          PIC Z,ZZZ,ZZ9.


       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE = SPACES
               OR WS-COMMAND-LINE = LOW-VALUES
               MOVE "ALL" TO WS-COMMAND-LINE
           END-IF.
           MOVE SPACES TO WS-PARM-1 WS-PARM-2 WS-PARM-3.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-SELECT-MODE WS-PARM-1 WS-PARM-2 WS-PARM-3
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-SELECT-MODE) TO WS-SELECT-MODE.

           EVALUATE TRUE
               WHEN SELECT-BY-DATE AND WS-PARM-1 NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARM-1) TO WS-SEL-FROM-DATE
                   IF WS-PARM-2 = SPACES
                       MOVE WS-SEL-FROM-DATE TO WS-SEL-TO-DATE
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-PARM-2)
                           TO WS-SEL-TO-DATE
                   END-IF
               WHEN SELECT-BY-STUDENT AND WS-PARM-1 NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARM-1) TO WS-SEL-STUDENT
                   PERFORM SET-OPTIONAL-DATE-RANGE
               WHEN SELECT-BY-OPERATOR AND WS-PARM-1 NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-PARM-1)
                       TO WS-SEL-OPERATOR
                   PERFORM SET-OPTIONAL-DATE-RANGE
               WHEN SELECT-ALL
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - RUN ABORTED"
                   DISPLAY "USAGE: jrnlrpt DATE YYYYMMDD [YYYYMMDD]"
                   DISPLAY "       jrnlrpt STUDENT NNNNNNN "
                       "[YYYYMMDD YYYYMMDD]"
                   DISPLAY "       jrnlrpt OPERATOR ID "
                       "[YYYYMMDD YYYYMMDD]"
                   DISPLAY "       jrnlrpt ALL"
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT JOURNAL-REPORT-FILE.
           MOVE WS-HEADING-LINE TO JR-PRINT-LINE.
           WRITE JR-PRINT-LINE.
           MOVE SPACES TO JR-PRINT-LINE.
           WRITE JR-PRINT-LINE.
           MOVE WS-SELECT-MODE TO WS-SL-MODE.
           EVALUATE TRUE
               WHEN SELECT-BY-STUDENT
                   MOVE WS-SEL-STUDENT TO WS-SL-VALUE
               WHEN SELECT-BY-OPERATOR
                   MOVE WS-SEL-OPERATOR TO WS-SL-VALUE
               WHEN OTHER
                   MOVE SPACES TO WS-SL-VALUE
           END-EVALUATE.
           MOVE WS-SEL-FROM-DATE TO WS-SL-FROM.
           MOVE WS-SEL-TO-DATE TO WS-SL-TO.
           MOVE WS-SELECTION-LINE TO JR-PRINT-LINE.
           WRITE JR-PRINT-LINE.
           MOVE SPACES TO JR-PRINT-LINE.
           WRITE JR-PRINT-LINE.
           MOVE WS-COLUMN-LINE TO JR-PRINT-LINE.
           WRITE JR-PRINT-LINE.

           OPEN INPUT CHANGE-JOURNAL-FILE.
           IF CJ-FILE-STATUS = "00"
               READ CHANGE-JOURNAL-FILE
                   AT END SET END-OF-CJF TO TRUE
               END-READ
               PERFORM LIST-JOURNAL-ENTRY UNTIL END-OF-CJF
               CLOSE CHANGE-JOURNAL-FILE
           ELSE
               DISPLAY "NO CHANGE JOURNAL ON FILE, FS = "
                   CJ-FILE-STATUS
           END-IF.

           MOVE SPACES TO JR-PRINT-LINE.
           WRITE JR-PRINT-LINE.
           MOVE "JOURNAL ENTRIES READ" TO WS-CL-LABEL.
           MOVE WS-ENTRIES-READ TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ENTRIES LISTED" TO WS-CL-LABEL.
           MOVE WS-ENTRIES-LISTED TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  RECORDS ADDED" TO WS-CL-LABEL.
           MOVE WS-ADDS-LISTED TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  RECORDS CHANGED" TO WS-CL-LABEL.
           MOVE WS-CHANGES-LISTED TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  RECORDS DELETED" TO WS-CL-LABEL.
           MOVE WS-DELETES-LISTED TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  STUDENTS ARCHIVED" TO WS-CL-LABEL.
           MOVE WS-ARCHIVES-LISTED TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.

           CLOSE JOURNAL-REPORT-FILE.

           MOVE "ChgJrnl.rpt" TO WS-KEEP-NAME.
           MOVE "JRNLRPT" TO WS-KEEP-STEP.
           CALL "rptkeep" USING WS-KEEP-NAME WS-KEEP-STEP
               WS-KEEP-STATUS.

           DISPLAY "CHANGE JOURNAL REPORT COMPLETE - ENTRIES LISTED = "
               WS-ENTRIES-LISTED " - SEE ChgJrnl.rpt".

           STOP RUN.


       SET-OPTIONAL-DATE-RANGE.
           IF WS-PARM-2 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-2) TO WS-SEL-FROM-DATE
               IF WS-PARM-3 = SPACES
                   MOVE WS-SEL-FROM-DATE TO WS-SEL-TO-DATE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-PARM-3) TO WS-SEL-TO-DATE
               END-IF
           END-IF.

       LIST-JOURNAL-ENTRY.
           ADD 1 TO WS-ENTRIES-READ.
           SET ENTRY-IS-SELECTED TO TRUE.
           IF CJ-CHANGE-DATE < WS-SEL-FROM-DATE
               OR CJ-CHANGE-DATE > WS-SEL-TO-DATE
               SET ENTRY-NOT-SELECTED TO TRUE
           END-IF.
           IF SELECT-BY-STUDENT
               AND CJ-STUDENT-NUMBER NOT = WS-SEL-STUDENT
               SET ENTRY-NOT-SELECTED TO TRUE
           END-IF.
           IF SELECT-BY-OPERATOR
               AND CJ-OPERATOR-ID NOT = WS-SEL-OPERATOR
               SET ENTRY-NOT-SELECTED TO TRUE
           END-IF.
           IF ENTRY-IS-SELECTED
               PERFORM PRINT-JOURNAL-ENTRY
           END-IF.
           READ CHANGE-JOURNAL-FILE
               AT END SET END-OF-CJF TO TRUE
           END-READ.

       PRINT-JOURNAL-ENTRY.
           ADD 1 TO WS-ENTRIES-LISTED.
           MOVE CJ-CHANGE-DATE TO WS-EL-DATE.
           MOVE CJ-CHANGE-TIME TO WS-EL-TIME.
           MOVE CJ-OPERATOR-ID TO WS-EL-OPERATOR.
           MOVE CJ-RECORD-TYPE TO WS-EL-TYPE.
           EVALUATE CJ-ACTION
               WHEN "A"
                   MOVE "ADD" TO WS-EL-ACTION
                   ADD 1 TO WS-ADDS-LISTED
               WHEN "C"
                   MOVE "CHANGE" TO WS-EL-ACTION
                   ADD 1 TO WS-CHANGES-LISTED
               WHEN "D"
                   MOVE "DELETE" TO WS-EL-ACTION
                   ADD 1 TO WS-DELETES-LISTED
               WHEN "R"
                   MOVE "ARCHIVE" TO WS-EL-ACTION
                   ADD 1 TO WS-ARCHIVES-LISTED
               WHEN OTHER
                   MOVE CJ-ACTION TO WS-EL-ACTION
           END-EVALUATE.
           MOVE CJ-STUDENT-NUMBER TO WS-EL-STUDENT.
           MOVE CJ-RECORD-KEY TO WS-EL-KEY.
           MOVE WS-ENTRY-LINE TO JR-PRINT-LINE.
           WRITE JR-PRINT-LINE.

           IF CJ-BEFORE-IMAGE NOT = SPACES
               MOVE "BEFORE: " TO WS-IL-LABEL
               MOVE CJ-BEFORE-IMAGE(1:70) TO WS-IL-IMAGE
               MOVE WS-IMAGE-LINE TO JR-PRINT-LINE
               WRITE JR-PRINT-LINE
               IF CJ-BEFORE-IMAGE(71:70) NOT = SPACES
                   MOVE SPACES TO WS-IL-LABEL
                   MOVE CJ-BEFORE-IMAGE(71:70) TO WS-IL-IMAGE
                   MOVE WS-IMAGE-LINE TO JR-PRINT-LINE
                   WRITE JR-PRINT-LINE
               END-IF
           END-IF.
           IF CJ-AFTER-IMAGE NOT = SPACES
               MOVE "AFTER:  " TO WS-IL-LABEL
               MOVE CJ-AFTER-IMAGE(1:70) TO WS-IL-IMAGE
               MOVE WS-IMAGE-LINE TO JR-PRINT-LINE
               WRITE JR-PRINT-LINE
               IF CJ-AFTER-IMAGE(71:70) NOT = SPACES
                   MOVE SPACES TO WS-IL-LABEL
                   MOVE CJ-AFTER-IMAGE(71:70) TO WS-IL-IMAGE
                   MOVE WS-IMAGE-LINE TO JR-PRINT-LINE
                   WRITE JR-PRINT-LINE
               END-IF
           END-IF.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO JR-PRINT-LINE.
           WRITE JR-PRINT-LINE.
