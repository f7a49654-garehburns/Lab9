       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HISTVFY.
       AUTHOR.         GARRETT BURNS.
      ******************************************************************
      *
      *             LAB 9 - HISTORY MASTER VERIFICATION
      *
      *  WALKS THE STUDENT HISTORY MASTER (STUHIST.DAT) ONE STUDENT AT
      *  A TIME AND RECOMPUTES THE CUMULATIVE GPA AND CREDITS EVERY
      *  COURSE RECORD SHOULD CARRY, UNDER THE SAME RULES BKBRK POSTS
      *  WITH: CATALOG CREDIT HOURS (THREE WHEN THE CATALOG DOES NOT
      *  CARRY THE CLASS), QUALITY POINTS FROM THE DEPARTMENT GRADING
      *  SCALE WITH THE COLLEGE-WIDE SCALE BEHIND IT, HIGHEST-ATTEMPT
      *  REPLACEMENT FOR A REPEATED CLASS, W AND I LEFT OUT, AND THE
      *  RETENTION CARRY-FORWARD RECORDS (TERM '000000') COUNTED AT
      *  THEIR BEST ARCHIVED GRADE.
      *
      *  A RECORD'S STORED FIGURES ARE GOOD WHEN THEY MATCH EITHER
      *  THE CUMULATIVE THROUGH ITS OWN TERM, WHICH IS WHAT A REPOST
      *  OR A GRADE CHANGE STAMPS, OR THE CUMULATIVE AS OF ITS FIRST
      *  POSTING, WHEN THE STUDENT'S LATER CLASSES OF THE SAME TERM
      *  (IN DEPT/CLASS ORDER) WERE NOT YET ON FILE.  ANYTHING ELSE
      *  HAS DRIFTED AND IS LISTED.  THE CARRY-FORWARD RECORDS HOLD NO
      *  CUMULATIVE OF THEIR OWN AND ARE NOT CHECKED.
      *
      *  A CONTROL CARD OF 'Y' IN HISTVFY.CTL PUTS THE RUN IN REBUILD
      *  MODE -- EVERY DRIFTED RECORD IS REWRITTEN WITH ITS CUMULATIVE
      *  THROUGH ITS OWN TERM AND THE LISTING BECOMES THE BEFORE/AFTER
      *  AUDIT OF THE CORRECTION.  NO CARD ONLY REPORTS.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT HISTORY-FILE
               ASSIGN TO "STUHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SHF-FILE-STATUS.
      *
           SELECT OPTIONAL COURSE-CATALOG-FILE
               ASSIGN TO "COURSECAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS CMF-FILE-STATUS.
      *
           SELECT OPTIONAL GRADE-SCALE-FILE
               ASSIGN TO "GRADESCALE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKF-FILE-STATUS.
      *
           SELECT OPTIONAL VERIFY-CONTROL-FILE
               ASSIGN TO "HISTVFY.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VCF-FILE-STATUS.
      *
           SELECT VERIFY-RPT-FILE
               ASSIGN TO PRINTER "HISTVFY".
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *TERM-OVER-TERM STUDENT HISTORY MASTER.  ONE RECORD PER STUDENT
      *PER CLASS PER TERM, EACH CARRYING THE CUMULATIVE GPA AND THE
      *CREDITS ATTEMPTED AS OF THE POSTING THAT WROTE IT
       FD  HISTORY-FILE
           RECORD CONTAINS 35 CHARACTERS.
      *
       01  HISTORY-REC.
           05  SH-KEY.
               10  SH-STUDENT-ID           PIC X(7).
               10  SH-DEPT-CODE            PIC A(4).
               10  SH-CLASS-CODE           PIC X(5).
               10  SH-TERM                 PIC X(6).
           05  SH-TEST-AVERAGE             PIC 9(3)V99.
           05  SH-GRADE                    PIC X(2).
           05  SH-CUM-GPA                  PIC 9V99.
           05  SH-CUM-CREDITS              PIC 9(3).
      *
      *COURSE CATALOG MASTER KEYED BY DEPT AND CLASS -- ONLY THE
      *CREDIT HOURS ARE USED HERE
       FD  COURSE-CATALOG-FILE
           RECORD CONTAINS 41 CHARACTERS.
      *
       01  COURSE-CATALOG-REC.
           05  CM-KEY.
               10  CM-DEPT-CODE            PIC A(4).
               10  CM-CLASS-CODE           PIC X(5).
           05  CM-CREDITS                  PIC 9.
           05  CM-TITLE                    PIC X(30).
           05  CM-ACTIVE-FLAG              PIC X.
               88 CM-CLASS-ACTIVE                      VALUE 'Y'.
      *
      *DEPARTMENT GRADING SCALES, THE SAME FILE BKBRK GRADES WITH.  A
      *BLANK DEPARTMENT SETS THE COLLEGE-WIDE SCALE
       FD  GRADE-SCALE-FILE
           RECORD CONTAINS 11 CHARACTERS.
      *
       01  GRADE-SCALE-LINE.
           05  SKL-DEPT-CODE               PIC A(4).
           05  SKL-CUTOFF                  PIC 9(3).
           05  SKL-GRADE                   PIC X(2).
           05  SKL-POINTS                  PIC 9V9.
      *
       FD  VERIFY-CONTROL-FILE
           RECORD CONTAINS 1 CHARACTERS.
      *
       01  VERIFY-CONTROL-RECORD           PIC X(1).
      *
       FD  VERIFY-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  VERIFY-RPT-LINE                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  BAL-EOF-FLAG                PIC X       VALUE ' '.
               88 BAL-NO-MORE-DATA                      VALUE 'N'.
               88 BAL-MORE-RECORDS                      VALUE 'Y'.
           05  REBUILD-SWITCH              PIC X       VALUE 'N'.
               88 REBUILD-MODE                          VALUE 'Y'.
           05  VF-SCAN-FLAG                PIC X       VALUE ' '.
               88 VF-SCAN-DONE                          VALUE 'N'.
               88 VF-SCAN-ACTIVE                        VALUE 'Y'.
      *
       01  SHF-FILE-STATUS                PIC XX      VALUE '00'.
       01  CMF-FILE-STATUS                PIC XX      VALUE '00'.
       01  SKF-FILE-STATUS                PIC XX      VALUE '00'.
       01  VCF-FILE-STATUS                PIC XX      VALUE '00'.
      *
       01  SCALE-FIELDS.
           05  SK-COUNT                    PIC S9(3)  VALUE +0.
           05  SK-SUB                      PIC S9(3)  VALUE +0.
           05  SK-DEPT-IN                  PIC A(4)   VALUE SPACES.
           05  SK-DEPT-USE                 PIC A(4)   VALUE SPACES.
           05  SK-FOUND-FLAG               PIC X      VALUE 'N'.
               88 SK-GRADE-FOUND                       VALUE 'Y'.
           05  SK-COLLEGE-FLAG             PIC X      VALUE 'N'.
               88 SK-COLLEGE-LOADED                    VALUE 'Y'.
           05  SK-NEW-CUTOFF               PIC 9(3)   VALUE ZERO.
           05  SK-NEW-GRADE                PIC X(2)   VALUE SPACES.
           05  SK-NEW-POINTS               PIC 9V9    VALUE ZERO.
      *
       01  SCALE-TABLE.
           05  SK-ENTRY OCCURS 150 TIMES.
               10  SK-DEPT-CODE             PIC A(4).
               10  SK-CUTOFF                PIC 9(3).
               10  SK-GRADE                 PIC X(2).
               10  SK-POINTS                PIC 9V9.
      *
       01  CATALOG-FIELDS.
           05  CC-CATALOG-FLAG             PIC X      VALUE 'N'.
               88 CC-CATALOG-OPEN                      VALUE 'Y'.
           05  CC-DEFAULT-CREDITS          PIC 9      VALUE 3.
           05  CC-LOOKUP-DEPT              PIC A(4)   VALUE SPACES.
           05  CC-LOOKUP-CLASS             PIC X(5)   VALUE SPACES.
      *
       01  POSTING-FIELDS.
           05  PG-CLASS-CREDITS            PIC 9      VALUE 3.
           05  PG-GRADE-IN                 PIC X(2)   VALUE SPACES.
           05  PG-DEPT-IN                  PIC A(4)   VALUE SPACES.
           05  PG-ON-SCALE-FLAG            PIC X      VALUE 'N'.
               88 PG-GRADE-ON-SCALE                    VALUE 'Y'.
           05  PG-POINTS                   PIC 9V9    VALUE ZERO.
      *
       01  VERIFY-FIELDS.
           05  VF-STUDENT-HOLD             PIC X(7)   VALUE SPACES.
           05  VF-HOLD-REC                 PIC X(35)  VALUE SPACES.
           05  VF-COUNT                    PIC S9(3)  VALUE +0.
           05  VF-SUB                      PIC S9(3)  VALUE +0.
           05  VF-SUB2                     PIC S9(3)  VALUE +0.
           05  VF-OVERFLOW-FLAG            PIC X      VALUE 'N'.
               88 VF-TABLE-OVERFLOW                    VALUE 'Y'.
           05  VF-REWROTE-FLAG             PIC X      VALUE 'N'.
               88 VF-STUDENT-REWRITTEN                 VALUE 'Y'.
      *THE RECORD WHOSE CUMULATIVE IS BEING RECOMPUTED.  ORDER MODE
      *STOPS THE SAME TERM AT THIS RECORD'S DEPT AND CLASS, THE WAY
      *THE FIRST POSTING OF THE TERM SAW THE STUDENT'S HISTORY
           05  VF-TERM-LIMIT               PIC X(6)   VALUE SPACES.
           05  VF-LIMIT-DEPT               PIC A(4)   VALUE SPACES.
           05  VF-LIMIT-CLASS              PIC X(5)   VALUE SPACES.
           05  VF-ORDER-FLAG               PIC X      VALUE 'N'.
               88 VF-ORDER-MODE                        VALUE 'Y'.
           05  VF-INCLUDE-FLAG             PIC X      VALUE 'N'.
               88 VF-INCLUDE-ENTRY                     VALUE 'Y'.
           05  VF-CUM-POINTS               PIC S9(5)V99 VALUE +0.
           05  VF-CUM-CREDITS              PIC S9(4)  VALUE +0.
           05  VF-CUM-GPA                  PIC 9V99   VALUE ZERO.
           05  VF-GRP-DEPT-CODE            PIC A(4)   VALUE SPACES.
           05  VF-GRP-CLASS-CODE           PIC X(5)   VALUE SPACES.
           05  VF-GRP-CREDITS              PIC 9      VALUE ZERO.
           05  VF-GRP-BEST-POINTS          PIC 9V9    VALUE ZERO.
           05  VF-GRP-OPEN-FLAG            PIC X      VALUE 'N'.
               88 VF-GRP-OPEN                          VALUE 'Y'.
           05  VF-THRU-GPA                 PIC 9V99   VALUE ZERO.
           05  VF-THRU-CREDITS             PIC S9(4)  VALUE +0.
           05  VF-ORDER-GPA                PIC 9V99   VALUE ZERO.
           05  VF-ORDER-CREDITS            PIC S9(4)  VALUE +0.
           05  VF-STUDENT-COUNT            PIC S9(5)  VALUE +0.
           05  VF-RECORD-COUNT             PIC S9(5)  VALUE +0.
           05  VF-CHECKED-COUNT            PIC S9(5)  VALUE +0.
           05  VF-CARRY-COUNT              PIC S9(5)  VALUE +0.
           05  VF-DRIFT-COUNT              PIC S9(5)  VALUE +0.
           05  VF-REBUILT-COUNT            PIC S9(5)  VALUE +0.
           05  VF-OVERFLOW-COUNT           PIC S9(5)  VALUE +0.
           05  VF-LINE-COUNT               PIC S9(2)  VALUE +99.
           05  VF-PAGE-NO                  PIC S9(2)  VALUE +0.
      *
      *ONE STUDENT'S HISTORY IN KEY ORDER, WITH EACH CLASS'S CATALOG
      *CREDITS LOOKED UP ONCE AS THE RECORD IS TAKEN IN
       01  VERIFY-TABLE.
           05  VE-ENTRY OCCURS 200 TIMES.
               10  VE-TERM                  PIC X(6).
               10  VE-DEPT-CODE             PIC A(4).
               10  VE-CLASS-CODE            PIC X(5).
               10  VE-AVG                   PIC 9(3)V99.
               10  VE-GRADE                 PIC X(2).
               10  VE-CUM-GPA               PIC 9V99.
               10  VE-CUM-CREDITS           PIC 9(3).
               10  VE-CREDITS               PIC 9.
      *
       01  VF-RUN-DATE.
           05  VF-YEAR                     PIC 99.
           05  VF-MONTH                    PIC 99.
           05  VF-DAY                      PIC 99.
      *
       01  VERIFY-HEADING-ONE.
           05                              PIC X(6)  VALUE 'DATE:'.
           05  VH1-DATE.
               10  VH1-MONTH               PIC Z9.
               10                          PIC X     VALUE '/'.
               10  VH1-DAY                 PIC 99.
               10                          PIC X     VALUE '/'.
               10  VH1-YEAR                PIC 99.
           05                              PIC X(7)  VALUE SPACES.
           05  VH1-TITLE                   PIC X(32) VALUE
                   'HISTORY MASTER VERIFICATION'.
           05                              PIC X(6)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'PAGE'.
           05  VH1-PAGE-NO                 PIC Z9.
      *
       01  VERIFY-HEADING-TWO.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(5)  VALUE 'DEPT'.
           05                              PIC X(6)  VALUE 'CLASS'.
           05                              PIC X(8)  VALUE 'TERM'.
           05                              PIC X(11) VALUE 'AVG/GR'.
           05                              PIC X(9)  VALUE 'GPA BEF'.
           05                              PIC X(9)  VALUE 'GPA AFT'.
           05                              PIC X(9)  VALUE 'CRED BEF'.
           05                              PIC X(9)  VALUE 'CRED AFT'.
           05                              PIC X(8)  VALUE 'ACTION'.
      *
       01  VERIFY-AUDIT-LINE.
           05  VAL-STUDENT-ID              PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  VAL-DEPT-CODE               PIC A(4).
           05                              PIC X(1)  VALUE SPACES.
           05  VAL-CLASS-CODE              PIC X(5).
           05                              PIC X(1)  VALUE SPACES.
           05  VAL-TERM                    PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  VAL-AVG                     PIC ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  VAL-GRADE                   PIC X(2).
           05                              PIC X(2)  VALUE SPACES.
           05  VAL-OLD-GPA                 PIC 9.99.
           05                              PIC X(5)  VALUE SPACES.
           05  VAL-NEW-GPA                 PIC 9.99.
           05                              PIC X(5)  VALUE SPACES.
           05  VAL-OLD-CREDITS             PIC ZZ9.
           05                              PIC X(6)  VALUE SPACES.
           05  VAL-NEW-CREDITS             PIC ZZ9.
           05                              PIC X(6)  VALUE SPACES.
           05  VAL-ACTION                  PIC X(8).
      *
       01  VERIFY-TOTAL-LINE.
           05                              PIC X(9)  VALUE 'STUDENTS'.
           05  VTL-STUDENTS                PIC ZZZZ9.
           05                              PIC X(10) VALUE '  RECORDS='.
           05  VTL-RECORDS                 PIC ZZZZ9.
           05                              PIC X(10) VALUE '  CHECKED='.
           05  VTL-CHECKED                 PIC ZZZZ9.
           05                              PIC X(10) VALUE '  CARRIED='.
           05  VTL-CARRIED                 PIC ZZZZ9.
           05                              PIC X(10) VALUE '  DRIFTED='.
           05  VTL-DRIFTED                 PIC ZZZZ9.
           05                              PIC X(10) VALUE '  REBUILT='.
           05  VTL-REBUILT                 PIC ZZZZ9.
           05                              PIC X(12) VALUE
                                           '  NOT CHKD='.
           05  VTL-OVERFLOW                PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       10-MAIN-ROUTINE.
           PERFORM 05-CHECK-REBUILD-SWITCH
           PERFORM 22-OPEN-COURSE-CATALOG
           PERFORM 28-LOAD-GRADING-SCALES
           PERFORM 30-VERIFY-HISTORY
           IF CC-CATALOG-OPEN
               CLOSE COURSE-CATALOG-FILE
           END-IF
           PERFORM 80-DISPLAY-OPERATOR-SUMMARY

           STOP RUN
       .
       05-CHECK-REBUILD-SWITCH.
      *A CONTROL CARD OF 'Y' IN HISTVFY.CTL ASKS FOR THE DRIFTED
      *RECORDS TO BE CORRECTED ON THE MASTER.  NO CARD, OR ANYTHING
      *OTHER THAN 'Y', ONLY REPORTS THEM

           OPEN INPUT VERIFY-CONTROL-FILE
           IF VCF-FILE-STATUS = '00'
               READ VERIFY-CONTROL-FILE
               IF VCF-FILE-STATUS = '00'
                       AND VERIFY-CONTROL-RECORD = 'Y'
                   MOVE 'Y' TO REBUILD-SWITCH
               END-IF
               CLOSE VERIFY-CONTROL-FILE
           ELSE
               IF VCF-FILE-STATUS = '05'
                   CLOSE VERIFY-CONTROL-FILE
               END-IF
           END-IF
       .
       22-OPEN-COURSE-CATALOG.
      *NO CATALOG MEANS EVERY CLASS CARRIES THE STANDARD THREE CREDIT
      *HOURS, AS IT DOES IN THE POSTING RUN

           OPEN INPUT COURSE-CATALOG-FILE
           IF CMF-FILE-STATUS = '00'
               MOVE 'Y' TO CC-CATALOG-FLAG
           ELSE
               IF CMF-FILE-STATUS = '05'
                   CLOSE COURSE-CATALOG-FILE
               END-IF
           END-IF
       .
       28-LOAD-GRADING-SCALES.
      *LOADS THE DEPARTMENT GRADING SCALES EXACTLY AS BKBRK DOES, SO
      *A GRADE SCORES HERE WHAT IT SCORED WHEN IT WAS POSTED.  WHEN NO
      *COLLEGE-WIDE BAND WAS LOADED THE CLASSIC WHOLE-LETTER SCALE IS
      *BUILT IN ITS PLACE

           OPEN INPUT GRADE-SCALE-FILE
           IF SKF-FILE-STATUS = '00'
               MOVE 'Y' TO BAL-EOF-FLAG
               PERFORM UNTIL BAL-NO-MORE-DATA
                   READ GRADE-SCALE-FILE
                       AT END
                           MOVE 'N' TO BAL-EOF-FLAG
                       NOT AT END
                           IF SK-COUNT < 150
                                   AND SKL-CUTOFF IS NUMERIC
                                   AND SKL-POINTS IS NUMERIC
                                   AND SKL-GRADE NOT = SPACES
                               ADD 1 TO SK-COUNT
                               MOVE SKL-DEPT-CODE
                                   TO SK-DEPT-CODE(SK-COUNT)
                               MOVE SKL-CUTOFF
                                   TO SK-CUTOFF(SK-COUNT)
                               MOVE SKL-GRADE
                                   TO SK-GRADE(SK-COUNT)
                               MOVE SKL-POINTS
                                   TO SK-POINTS(SK-COUNT)
                               IF SKL-DEPT-CODE = SPACES
                                   MOVE 'Y' TO SK-COLLEGE-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-SCALE-FILE
           ELSE
               IF SKF-FILE-STATUS = '05'
                   CLOSE GRADE-SCALE-FILE
               END-IF
           END-IF

           IF NOT SK-COLLEGE-LOADED
               MOVE 90 TO SK-NEW-CUTOFF
               MOVE 'A' TO SK-NEW-GRADE
               MOVE 4.0 TO SK-NEW-POINTS
               PERFORM 28A-ADD-COLLEGE-BAND
               MOVE 80 TO SK-NEW-CUTOFF
               MOVE 'B' TO SK-NEW-GRADE
               MOVE 3.0 TO SK-NEW-POINTS
               PERFORM 28A-ADD-COLLEGE-BAND
               MOVE 70 TO SK-NEW-CUTOFF
               MOVE 'C' TO SK-NEW-GRADE
               MOVE 2.0 TO SK-NEW-POINTS
               PERFORM 28A-ADD-COLLEGE-BAND
               MOVE 60 TO SK-NEW-CUTOFF
               MOVE 'D' TO SK-NEW-GRADE
               MOVE 1.0 TO SK-NEW-POINTS
               PERFORM 28A-ADD-COLLEGE-BAND
               MOVE 0 TO SK-NEW-CUTOFF
               MOVE 'F' TO SK-NEW-GRADE
               MOVE 0.0 TO SK-NEW-POINTS
               PERFORM 28A-ADD-COLLEGE-BAND
               MOVE 'Y' TO SK-COLLEGE-FLAG
           END-IF
       .
      *
       28A-ADD-COLLEGE-BAND.
           IF SK-COUNT < 150
               ADD 1 TO SK-COUNT
               MOVE SPACES TO SK-DEPT-CODE(SK-COUNT)
               MOVE SK-NEW-CUTOFF TO SK-CUTOFF(SK-COUNT)
               MOVE SK-NEW-GRADE TO SK-GRADE(SK-COUNT)
               MOVE SK-NEW-POINTS TO SK-POINTS(SK-COUNT)
           END-IF
       .
       30-VERIFY-HISTORY.
      *ONE PASS DOWN THE MASTER IN KEY ORDER.  EACH STUDENT'S RECORDS
      *ARE GATHERED INTO THE TABLE AND CHECKED WHEN THE FIRST RECORD
      *OF THE NEXT STUDENT ARRIVES, AND THE LAST STUDENT AT END OF
      *FILE.  REBUILD MODE OPENS THE MASTER FOR UPDATE

           ACCEPT VF-RUN-DATE FROM DATE
           IF REBUILD-MODE
               MOVE 'HISTORY MASTER REBUILD AUDIT' TO VH1-TITLE
               OPEN I-O HISTORY-FILE
           ELSE
               OPEN INPUT HISTORY-FILE
           END-IF

           IF SHF-FILE-STATUS = '00'
               OPEN OUTPUT VERIFY-RPT-FILE
               MOVE LOW-VALUES TO SH-KEY
               MOVE 'Y' TO VF-SCAN-FLAG
               START HISTORY-FILE KEY NOT < SH-KEY
                   INVALID KEY
                       MOVE 'N' TO VF-SCAN-FLAG
               END-START

               PERFORM UNTIL VF-SCAN-DONE
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO VF-SCAN-FLAG
                       NOT AT END
                           PERFORM 32-TAKE-HISTORY-REC
                   END-READ
               END-PERFORM

               IF VF-STUDENT-HOLD NOT = SPACES
                   PERFORM 34-VERIFY-ONE-STUDENT
               END-IF

               MOVE VF-STUDENT-COUNT TO VTL-STUDENTS
               MOVE VF-RECORD-COUNT TO VTL-RECORDS
               MOVE VF-CHECKED-COUNT TO VTL-CHECKED
               MOVE VF-CARRY-COUNT TO VTL-CARRIED
               MOVE VF-DRIFT-COUNT TO VTL-DRIFTED
               MOVE VF-REBUILT-COUNT TO VTL-REBUILT
               MOVE VF-OVERFLOW-COUNT TO VTL-OVERFLOW
               IF VF-LINE-COUNT > 55
                   PERFORM 40-PRINT-HEADINGS
               END-IF
               WRITE VERIFY-RPT-LINE FROM VERIFY-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE VERIFY-RPT-FILE
                     HISTORY-FILE
           ELSE
               DISPLAY 'HISTORY VERIFICATION SKIPPED - HISTORY FILE '
                   'STATUS ' SHF-FILE-STATUS
           END-IF
       .
      *
       32-TAKE-HISTORY-REC.
      *A NEW STUDENT ID CLOSES OUT THE ONE IN THE TABLE FIRST.  IF
      *THAT STUDENT'S CHECK REWROTE ANY RECORDS, THE RANDOM READS
      *MOVED THE FILE POSITION, SO THE RECORD JUST READ IS PUT BACK
      *AND THE SCAN RESTARTED JUST PAST IT

           IF SH-STUDENT-ID NOT = VF-STUDENT-HOLD
               IF VF-STUDENT-HOLD NOT = SPACES
                   MOVE HISTORY-REC TO VF-HOLD-REC
                   PERFORM 34-VERIFY-ONE-STUDENT
                   MOVE VF-HOLD-REC TO HISTORY-REC
                   IF VF-STUDENT-REWRITTEN
                       START HISTORY-FILE KEY > SH-KEY
                           INVALID KEY
                               MOVE 'N' TO VF-SCAN-FLAG
                       END-START
                       MOVE VF-HOLD-REC TO HISTORY-REC
                   END-IF
               END-IF
               MOVE SH-STUDENT-ID TO VF-STUDENT-HOLD
               MOVE ZEROS TO VF-COUNT
               MOVE 'N' TO VF-OVERFLOW-FLAG
               MOVE 'N' TO VF-REWROTE-FLAG
               ADD 1 TO VF-STUDENT-COUNT
           END-IF

           ADD 1 TO VF-RECORD-COUNT
           IF VF-COUNT < 200
               ADD 1 TO VF-COUNT
               MOVE SH-TERM TO VE-TERM(VF-COUNT)
               MOVE SH-DEPT-CODE TO VE-DEPT-CODE(VF-COUNT)
               MOVE SH-CLASS-CODE TO VE-CLASS-CODE(VF-COUNT)
               MOVE SH-TEST-AVERAGE TO VE-AVG(VF-COUNT)
               MOVE SH-GRADE TO VE-GRADE(VF-COUNT)
               MOVE SH-CUM-GPA TO VE-CUM-GPA(VF-COUNT)
               MOVE SH-CUM-CREDITS TO VE-CUM-CREDITS(VF-COUNT)
               MOVE SH-DEPT-CODE TO CC-LOOKUP-DEPT
               MOVE SH-CLASS-CODE TO CC-LOOKUP-CLASS
               PERFORM 806A-LOOK-UP-CLASS-CREDITS
               MOVE PG-CLASS-CREDITS TO VE-CREDITS(VF-COUNT)
           ELSE
               MOVE 'Y' TO VF-OVERFLOW-FLAG
           END-IF
       .
      *
       34-VERIFY-ONE-STUDENT.
      *A STUDENT WITH MORE HISTORY THAN THE TABLE HOLDS CANNOT BE
      *RECOMPUTED FAIRLY FROM PART OF IT, SO THE STUDENT IS LISTED AS
      *NOT CHECKED AND LEFT ALONE

           IF VF-TABLE-OVERFLOW
               ADD 1 TO VF-OVERFLOW-COUNT
               MOVE SPACES TO VERIFY-AUDIT-LINE
               MOVE VF-STUDENT-HOLD TO VAL-STUDENT-ID
               MOVE 'NOT CHKD' TO VAL-ACTION
               PERFORM 42-WRITE-AUDIT-LINE
           ELSE
               PERFORM VARYING VF-SUB FROM 1 BY 1
                       UNTIL VF-SUB > VF-COUNT
                   PERFORM 36-CHECK-ONE-RECORD
               END-PERFORM
           END-IF
       .
      *
       36-CHECK-ONE-RECORD.
      *THE CARRY-FORWARD RECORD IS WRITTEN WITH NO CUMULATIVE, SO IT
      *IS ONLY COUNTED.  EVERY OTHER RECORD IS RECOMPUTED BOTH WAYS --
      *THROUGH ITS WHOLE TERM, AND AS OF ITS FIRST POSTING -- AND IS
      *GOOD IF IT MATCHES EITHER ONE

           IF VE-TERM(VF-SUB) = '000000'
               ADD 1 TO VF-CARRY-COUNT
           ELSE
               ADD 1 TO VF-CHECKED-COUNT
               MOVE VE-TERM(VF-SUB) TO VF-TERM-LIMIT
               MOVE VE-DEPT-CODE(VF-SUB) TO VF-LIMIT-DEPT
               MOVE VE-CLASS-CODE(VF-SUB) TO VF-LIMIT-CLASS

               MOVE 'N' TO VF-ORDER-FLAG
               PERFORM 38-COMPUTE-CUM-THRU-TERM
               MOVE VF-CUM-GPA TO VF-THRU-GPA
               MOVE VF-CUM-CREDITS TO VF-THRU-CREDITS

               MOVE 'Y' TO VF-ORDER-FLAG
               PERFORM 38-COMPUTE-CUM-THRU-TERM
               MOVE VF-CUM-GPA TO VF-ORDER-GPA
               MOVE VF-CUM-CREDITS TO VF-ORDER-CREDITS

               IF (VE-CUM-GPA(VF-SUB) = VF-THRU-GPA
                       AND VE-CUM-CREDITS(VF-SUB) = VF-THRU-CREDITS)
                   OR (VE-CUM-GPA(VF-SUB) = VF-ORDER-GPA
                       AND VE-CUM-CREDITS(VF-SUB) = VF-ORDER-CREDITS)
                   CONTINUE
               ELSE
                   ADD 1 TO VF-DRIFT-COUNT
                   MOVE VF-STUDENT-HOLD TO VAL-STUDENT-ID
                   MOVE VE-DEPT-CODE(VF-SUB) TO VAL-DEPT-CODE
                   MOVE VE-CLASS-CODE(VF-SUB) TO VAL-CLASS-CODE
                   MOVE VE-TERM(VF-SUB) TO VAL-TERM
                   MOVE VE-AVG(VF-SUB) TO VAL-AVG
                   MOVE VE-GRADE(VF-SUB) TO VAL-GRADE
                   MOVE VE-CUM-GPA(VF-SUB) TO VAL-OLD-GPA
                   MOVE VF-THRU-GPA TO VAL-NEW-GPA
                   MOVE VE-CUM-CREDITS(VF-SUB) TO VAL-OLD-CREDITS
                   MOVE VF-THRU-CREDITS TO VAL-NEW-CREDITS
                   MOVE 'DRIFT' TO VAL-ACTION
                   IF REBUILD-MODE
                       PERFORM 37-REWRITE-HISTORY-REC
                   END-IF
                   PERFORM 42-WRITE-AUDIT-LINE
               END-IF
           END-IF
       .
      *
       37-REWRITE-HISTORY-REC.
      *A CORRECTED RECORD GETS ITS CUMULATIVE THROUGH ITS OWN TERM,
      *THE SAME SNAPSHOT A GRADE CHANGE STAMPS

           MOVE 'Y' TO VF-REWROTE-FLAG
           MOVE VF-STUDENT-HOLD TO SH-STUDENT-ID
           MOVE VE-DEPT-CODE(VF-SUB) TO SH-DEPT-CODE
           MOVE VE-CLASS-CODE(VF-SUB) TO SH-CLASS-CODE
           MOVE VE-TERM(VF-SUB) TO SH-TERM
           READ HISTORY-FILE
               INVALID KEY
                   MOVE 'NOT FND' TO VAL-ACTION
               NOT INVALID KEY
                   MOVE VF-THRU-GPA TO SH-CUM-GPA
                   MOVE VF-THRU-CREDITS TO SH-CUM-CREDITS
                   REWRITE HISTORY-REC
                       INVALID KEY
                           MOVE 'NOT RWRT' TO VAL-ACTION
                       NOT INVALID KEY
                           MOVE 'REBUILT' TO VAL-ACTION
                           ADD 1 TO VF-REBUILT-COUNT
                   END-REWRITE
           END-READ
       .
      *
       38-COMPUTE-CUM-THRU-TERM.
      *CUMULATIVE GPA AND CREDITS OVER THE TABLE ENTRIES WITH TERMS
      *NOT AFTER VF-TERM-LIMIT UNDER HIGHEST-ATTEMPT REPLACEMENT.  IN
      *ORDER MODE THE LIMIT TERM ITSELF ONLY COUNTS UP TO AND
      *INCLUDING THE LIMIT RECORD'S DEPT AND CLASS.  THE TABLE IS IN
      *KEY ORDER, SO EVERY CLASS'S ATTEMPTS STAY ADJACENT

           MOVE ZEROS TO VF-CUM-POINTS
           MOVE ZEROS TO VF-CUM-CREDITS
           MOVE 'N' TO VF-GRP-OPEN-FLAG
           PERFORM VARYING VF-SUB2 FROM 1 BY 1
                   UNTIL VF-SUB2 > VF-COUNT
               MOVE 'N' TO VF-INCLUDE-FLAG
               IF VE-TERM(VF-SUB2) < VF-TERM-LIMIT
                   MOVE 'Y' TO VF-INCLUDE-FLAG
               ELSE
                   IF VE-TERM(VF-SUB2) = VF-TERM-LIMIT
                       IF NOT VF-ORDER-MODE
                           MOVE 'Y' TO VF-INCLUDE-FLAG
                       ELSE
                           IF VE-DEPT-CODE(VF-SUB2) < VF-LIMIT-DEPT
                               OR (VE-DEPT-CODE(VF-SUB2)
                                       = VF-LIMIT-DEPT
                                   AND VE-CLASS-CODE(VF-SUB2)
                                       NOT > VF-LIMIT-CLASS)
                               MOVE 'Y' TO VF-INCLUDE-FLAG
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF VF-INCLUDE-ENTRY
                       AND VE-GRADE(VF-SUB2) NOT = 'W'
                       AND VE-GRADE(VF-SUB2) NOT = 'I'
                   MOVE VE-GRADE(VF-SUB2) TO PG-GRADE-IN
                   MOVE VE-DEPT-CODE(VF-SUB2) TO PG-DEPT-IN
                   PERFORM 806-SET-GRADE-POINTS
                   IF VF-GRP-OPEN
                           AND (VF-GRP-DEPT-CODE
                               NOT = VE-DEPT-CODE(VF-SUB2)
                           OR VF-GRP-CLASS-CODE
                               NOT = VE-CLASS-CODE(VF-SUB2))
                       PERFORM 38A-FLUSH-CLASS-GROUP
                   END-IF
                   IF NOT VF-GRP-OPEN
                       MOVE 'Y' TO VF-GRP-OPEN-FLAG
                       MOVE VE-DEPT-CODE(VF-SUB2)
                           TO VF-GRP-DEPT-CODE
                       MOVE VE-CLASS-CODE(VF-SUB2)
                           TO VF-GRP-CLASS-CODE
                       MOVE VE-CREDITS(VF-SUB2) TO VF-GRP-CREDITS
                       MOVE ZEROS TO VF-GRP-BEST-POINTS
                   END-IF
                   IF PG-POINTS > VF-GRP-BEST-POINTS
                       MOVE PG-POINTS TO VF-GRP-BEST-POINTS
                   END-IF
               END-IF
           END-PERFORM
           IF VF-GRP-OPEN
               PERFORM 38A-FLUSH-CLASS-GROUP
           END-IF
           IF VF-CUM-CREDITS > 0
               COMPUTE VF-CUM-GPA ROUNDED =
                   VF-CUM-POINTS / VF-CUM-CREDITS
           ELSE
               MOVE ZEROS TO VF-CUM-GPA
           END-IF
       .
      *
       38A-FLUSH-CLASS-GROUP.
      *THE CLASS'S CREDITS COUNT ONCE AT ITS BEST ATTEMPT'S POINTS

           COMPUTE VF-CUM-POINTS = VF-CUM-POINTS
               + (VF-GRP-BEST-POINTS * VF-GRP-CREDITS)
           ADD VF-GRP-CREDITS TO VF-CUM-CREDITS
           MOVE 'N' TO VF-GRP-OPEN-FLAG
       .
      *
       40-PRINT-HEADINGS.
           ADD 1 TO VF-PAGE-NO
           MOVE VF-PAGE-NO TO VH1-PAGE-NO
           MOVE VF-MONTH TO VH1-MONTH
           MOVE VF-DAY TO VH1-DAY
           MOVE VF-YEAR TO VH1-YEAR
           WRITE VERIFY-RPT-LINE FROM VERIFY-HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE VERIFY-RPT-LINE FROM VERIFY-HEADING-TWO
               AFTER ADVANCING 2 LINES
           MOVE 4 TO VF-LINE-COUNT
       .
      *
       42-WRITE-AUDIT-LINE.
           IF VF-LINE-COUNT > 55
               PERFORM 40-PRINT-HEADINGS
           END-IF
           WRITE VERIFY-RPT-LINE FROM VERIFY-AUDIT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO VF-LINE-COUNT
       .
      *
       80-DISPLAY-OPERATOR-SUMMARY.
           DISPLAY 'HISTVFY RUN SUMMARY ' VF-RUN-DATE
           IF REBUILD-MODE
               DISPLAY '  MODE...................... : REBUILD'
           ELSE
               DISPLAY '  MODE...................... : VERIFY ONLY'
           END-IF
           DISPLAY '  STUDENTS READ............. : ' VF-STUDENT-COUNT
           DISPLAY '  HISTORY RECORDS READ...... : ' VF-RECORD-COUNT
           DISPLAY '  RECORDS CHECKED........... : ' VF-CHECKED-COUNT
           DISPLAY '  CARRY-FORWARD RECORDS..... : ' VF-CARRY-COUNT
           DISPLAY '  RECORDS DRIFTED........... : ' VF-DRIFT-COUNT
           DISPLAY '  RECORDS REBUILT........... : ' VF-REBUILT-COUNT
           DISPLAY '  STUDENTS NOT CHECKED...... : ' VF-OVERFLOW-COUNT
       .
      *
       196-FIND-DEPT-SCALE.
      *SK-DEPT-USE COMES BACK AS SK-DEPT-IN WHEN THAT DEPARTMENT HAS
      *BANDS OF ITS OWN, OR SPACES FOR THE COLLEGE-WIDE SCALE

           MOVE SPACES TO SK-DEPT-USE
           PERFORM VARYING SK-SUB FROM 1 BY 1 UNTIL SK-SUB > SK-COUNT
               IF SK-DEPT-CODE(SK-SUB) = SK-DEPT-IN
                   MOVE SK-DEPT-IN TO SK-DEPT-USE
                   MOVE SK-COUNT TO SK-SUB
               END-IF
           END-PERFORM
       .
      *
       806-SET-GRADE-POINTS.
      *QUALITY POINTS FOR PG-GRADE-IN ON PG-DEPT-IN'S GRADING SCALE,
      *FALLING BACK TO THE COLLEGE-WIDE POINTS FOR A GRADE THE
      *DEPARTMENT'S OWN SCALE DOES NOT CARRY.  W, I, AND ANYTHING ON
      *NO SCALE EARN NONE

           MOVE ZERO TO PG-POINTS
           MOVE PG-DEPT-IN TO SK-DEPT-IN
           PERFORM 196-FIND-DEPT-SCALE
           PERFORM 806B-SEARCH-SCALE-POINTS
           MOVE SK-FOUND-FLAG TO PG-ON-SCALE-FLAG
           IF NOT SK-GRADE-FOUND AND SK-DEPT-USE NOT = SPACES
               MOVE SPACES TO SK-DEPT-USE
               PERFORM 806B-SEARCH-SCALE-POINTS
           END-IF
       .
      *
       806B-SEARCH-SCALE-POINTS.
           MOVE 'N' TO SK-FOUND-FLAG
           PERFORM VARYING SK-SUB FROM 1 BY 1 UNTIL SK-SUB > SK-COUNT
               IF SK-DEPT-CODE(SK-SUB) = SK-DEPT-USE
                       AND SK-GRADE(SK-SUB) = PG-GRADE-IN
                   MOVE SK-POINTS(SK-SUB) TO PG-POINTS
                   MOVE 'Y' TO SK-FOUND-FLAG
                   MOVE SK-COUNT TO SK-SUB
               END-IF
           END-PERFORM
       .
      *
       806A-LOOK-UP-CLASS-CREDITS.
      *CREDIT HOURS FOR CC-LOOKUP-DEPT/CC-LOOKUP-CLASS FROM THE COURSE
      *CATALOG INTO PG-CLASS-CREDITS.  A RETIRED CLASS KEEPS ITS
      *CATALOG CREDITS, AND A CLASS THE CATALOG HAS NEVER CARRIED GETS
      *THE STANDARD THREE CREDIT HOURS

           MOVE CC-DEFAULT-CREDITS TO PG-CLASS-CREDITS
           IF CC-CATALOG-OPEN
               MOVE CC-LOOKUP-DEPT TO CM-DEPT-CODE
               MOVE CC-LOOKUP-CLASS TO CM-CLASS-CODE
               READ COURSE-CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-CREDITS IS NUMERIC
                           MOVE CM-CREDITS TO PG-CLASS-CREDITS
                       END-IF
               END-READ
           END-IF
       .
