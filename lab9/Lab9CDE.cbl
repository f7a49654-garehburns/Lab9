       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CARDENT.
       AUTHOR.         GARRETT BURNS.
      ******************************************************************
      *
      *             LAB 9 - RECORDS OFFICE CARD ENTRY
      *
      *  SCREEN PROGRAM THE RECORDS OFFICE USES TO ADD, CHANGE, LIST,
      *  AND DELETE THE THREE CARD FILES BKBRK READS AFTER A RUN --
      *  CORRECTIONS.TXT, WITHDRAWALS.TXT, AND GRADECHG.TXT -- SO A
      *  MISKEYED CARD IS CAUGHT AT THE DESK INSTEAD OF SHOWING UP AS
      *  AN UNMATCHED CORRECTION OR WITHDRAWAL OR A REJECTED GRADE
      *  CHANGE ON THE NEXT RUN.
      *
      *  EVERY CARD IS CHECKED AS IT IS KEYED:
      *    CORRECTION   - THE STUDENT IS ON THE STUDENT MASTER
      *                   (STUMAST.DAT), THE CLASS IS ON THE GRADE
      *                   INQUIRY FILE (GRADEINQ.DAT), AND ALL FOUR
      *                   SCORES ARE THREE DIGITS FROM 000 TO 100
      *    WITHDRAWAL   - THE STUDENT AND THE CLASS AS ABOVE, AND THE
      *                   GRADE IS W OR I
      *    GRADE CHANGE - THE STUDENT ID IS ON THE STUDENT MASTER, THE
      *                   CLASS AND TERM ARE ON THE HISTORY MASTER
      *                   (STUHIST.DAT), AND THE NEW GRADE IS ONE THE
      *                   DEPARTMENT'S GRADING SCALE AWARDS, OR W OR I
      *  A MASTER THAT CANNOT BE OPENED HAS ITS CHECK BYPASSED, THE
      *  SAME AS BKBRK DOES WITHOUT ITS OPTIONAL FILES.
      *
      *  EACH CARD SAVED IS STAMPED WITH THE OPERATOR ID GIVEN AT
      *  SIGN-ON AND THE DATE AND TIME IT WAS ENTERED.  THE CARD FILE
      *  IS REWRITTEN AS SOON AS A CARD IS ADDED, CHANGED, OR DELETED.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT OPTIONAL CORRECTION-FILE
               ASSIGN TO "CORRECTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRF-FILE-STATUS.
      *
           SELECT OPTIONAL WITHDRAWAL-FILE
               ASSIGN TO "WITHDRAWALS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WDF-FILE-STATUS.
      *
           SELECT OPTIONAL GRADE-CHANGE-FILE
               ASSIGN TO "GRADECHG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GCF-FILE-STATUS.
      *
           SELECT OPTIONAL NAME-MASTER-FILE
               ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-NAME
               FILE STATUS IS NMF-FILE-STATUS.
      *
           SELECT OPTIONAL INQUIRY-MASTER-FILE
               ASSIGN TO "GRADEINQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IQ-KEY
               FILE STATUS IS IQF-FILE-STATUS.
      *
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "STUHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SHF-FILE-STATUS.
      *
           SELECT OPTIONAL GRADE-SCALE-FILE
               ASSIGN TO "GRADESCALE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKF-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *THE THREE CARD FILES ARE READ AND WRITTEN AS WHOLE CARD
      *IMAGES -- THE FIELD LAYOUTS ARE IN WORKING-STORAGE
       FD  CORRECTION-FILE
           RECORD CONTAINS 61 CHARACTERS.
      *
       01  CORRECTION-FILE-REC             PIC X(61).
      *
       FD  WITHDRAWAL-FILE
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  WITHDRAWAL-FILE-REC             PIC X(50).
      *
       FD  GRADE-CHANGE-FILE
           RECORD CONTAINS 44 CHARACTERS.
      *
       01  GRADE-CHANGE-FILE-REC           PIC X(44).
      *
      *KEYED COPY OF THE STUDENT MASTER THAT BKBRK REBUILDS EVERY RUN
       FD  NAME-MASTER-FILE
           RECORD CONTAINS 30 CHARACTERS.
      *
       01  NAME-MASTER-REC.
           05  NM-NAME                     PIC X(20).
           05  NM-STUDENT-ID               PIC X(7).
           05  NM-STATUS                   PIC X.
           05  NM-PRIVACY-HOLD             PIC X.
           05  NM-USED                     PIC X.
      *
      *GRADED RESULTS OF THE LAST RUN KEYED BY DEPT/CLASS/NAME
       FD  INQUIRY-MASTER-FILE
           RECORD CONTAINS 72 CHARACTERS.
      *
       01  INQUIRY-MASTER-REC.
           05  IQ-KEY.
               10  IQ-DEPT-CODE            PIC A(4).
               10  IQ-CLASS-CODE           PIC X(5).
               10  IQ-NAME                 PIC X(20).
           05  IQ-STUDENT-ID               PIC X(7).
           05  IQ-SECTION                  PIC X(3).
           05  IQ-INSTRUCTOR-ID            PIC X(5).
           05  IQ-TEST OCCURS 4 TIMES      PIC 9(3).
           05  IQ-TEST-AVERAGE             PIC 9(3)V99.
           05  IQ-GRADE                    PIC X(2).
           05  IQ-STATUS                   PIC X(9).
      *
      *TERM-OVER-TERM STUDENT HISTORY MASTER
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
      *DEPARTMENT GRADING SCALES, THE SAME FILE BKBRK GRADES WITH
       FD  GRADE-SCALE-FILE
           RECORD CONTAINS 11 CHARACTERS.
      *
       01  GRADE-SCALE-LINE.
           05  SKL-DEPT-CODE               PIC A(4).
           05  SKL-CUTOFF                  PIC 9(3).
           05  SKL-GRADE                   PIC X(2).
           05  SKL-POINTS                  PIC 9V9.
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  BAL-EOF-FLAG                PIC X       VALUE ' '.
               88 BAL-NO-MORE-DATA                      VALUE 'N'.
               88 BAL-MORE-RECORDS                      VALUE 'Y'.
           05  CE-EXIT-FLAG                PIC X       VALUE 'N'.
               88 CE-EXIT-REQUESTED                     VALUE 'Y'.
           05  CE-ERROR-FLAG               PIC X       VALUE 'N'.
               88 CE-CARD-IN-ERROR                      VALUE 'Y'.
           05  CE-EDIT-FLAG                PIC X       VALUE 'N'.
               88 CE-EDIT-DONE                          VALUE 'Y'.
           05  CE-SAVED-FLAG               PIC X       VALUE 'N'.
               88 CE-CARD-SAVED                         VALUE 'Y'.
           05  CE-OVERFLOW-FLAG            PIC X       VALUE 'N'.
               88 CE-TABLE-OVERFLOW                     VALUE 'Y'.
           05  CE-LOAD-FLAG                PIC X       VALUE 'N'.
               88 CE-LOAD-FAILED                        VALUE 'Y'.
           05  CE-WRITE-FLAG               PIC X       VALUE 'N'.
               88 CE-TABLE-WRITTEN                      VALUE 'Y'.
           05  CE-SCAN-FLAG                PIC X       VALUE ' '.
               88 CE-SCAN-DONE                          VALUE 'N'.
               88 CE-SCAN-ACTIVE                        VALUE 'Y'.
           05  CE-MASTER-FLAG              PIC X       VALUE 'N'.
               88 CE-MASTER-OPEN                        VALUE 'Y'.
           05  CE-INQUIRY-FLAG             PIC X       VALUE 'N'.
               88 CE-INQUIRY-OPEN                       VALUE 'Y'.
           05  CE-HISTORY-FLAG             PIC X       VALUE 'N'.
               88 CE-HISTORY-OPEN                       VALUE 'Y'.
      *
       01  CRF-FILE-STATUS                PIC XX      VALUE '00'.
       01  WDF-FILE-STATUS                PIC XX      VALUE '00'.
       01  GCF-FILE-STATUS                PIC XX      VALUE '00'.
       01  NMF-FILE-STATUS                PIC XX      VALUE '00'.
       01  IQF-FILE-STATUS                PIC XX      VALUE '00'.
       01  SHF-FILE-STATUS                PIC XX      VALUE '00'.
       01  SKF-FILE-STATUS                PIC XX      VALUE '00'.
      *
       01  ENTRY-FIELDS.
           05  CE-OPERATOR-ID              PIC X(8)   VALUE SPACES.
           05  CE-FILE-CHOICE              PIC X      VALUE SPACE.
               88 CE-CORRECTIONS                       VALUE 'C'.
               88 CE-WITHDRAWALS                       VALUE 'W'.
               88 CE-GRADE-CHANGES                     VALUE 'G'.
           05  CE-ACTION                   PIC X      VALUE SPACE.
           05  CE-CARD-NO                  PIC 9(3)   VALUE ZERO.
           05  CE-CARD-NO-EDIT             PIC ZZ9.
           05  CE-CONFIRM                  PIC X      VALUE SPACE.
           05  CE-CONFIRM-PROMPT           PIC X(30)  VALUE SPACES.
           05  CE-MESSAGE                  PIC X(70)  VALUE SPACES.
           05  CE-CARD-COUNT               PIC S9(3)  VALUE +0.
           05  CE-CARD-LIMIT               PIC S9(3)  VALUE +0.
           05  CE-WRITE-STATUS             PIC XX     VALUE '00'.
           05  CE-SUB                      PIC S9(3)  VALUE +0.
           05  CE-LIST-FROM                PIC S9(3)  VALUE +0.
           05  CE-LIST-THRU                PIC S9(3)  VALUE +0.
           05  CE-ROW                      PIC 99     VALUE ZERO.
           05  CE-CHECK-NAME               PIC X(20)  VALUE SPACES.
           05  CE-CHECK-DEPT               PIC A(4)   VALUE SPACES.
           05  CE-CHECK-CLASS              PIC X(5)   VALUE SPACES.
           05  CE-LIST-HEADING             PIC X(78)  VALUE SPACES.
           05  CE-LIST-ROW                 PIC X(78)  VALUE SPACES.
           05  CE-TODAY                    PIC 9(6)   VALUE ZERO.
           05  CE-TIME-OF-DAY              PIC 9(8)   VALUE ZERO.
           05  CE-TIME-PARTS REDEFINES CE-TIME-OF-DAY.
               10  CE-TIME-HHMMSS          PIC 9(6).
               10  CE-TIME-HUNDREDTHS      PIC 99.
      *
      *THE FILE NOW OPEN FOR MAINTENANCE, ONE CARD IMAGE PER ENTRY
      *IN FILE ORDER.  A FILE LONGER THAN THE TABLE CAN BE LISTED
      *BUT NOT CHANGED HERE, SO NOTHING PAST THE TABLE IS EVER LOST
       01  CARD-TABLE.
           05  CE-CARD OCCURS 200 TIMES    PIC X(61).
      *
      *CARD LAYOUTS -- THE SAME FIELDS BKBRK READS, WITH THE ENTRY
      *STAMP ON THE END
       01  CORRECTION-FILE-LINE.
           05  CFL-DEPT-CODE               PIC A(4).
           05  CFL-CLASS-CODE              PIC X(5).
           05  CFL-NAME                    PIC X(20).
           05  CFL-TEST OCCURS 4 TIMES     PIC X(3).
           05  CFL-ENTERED-BY              PIC X(8).
           05  CFL-ENTERED-DATE            PIC X(6).
           05  CFL-ENTERED-TIME            PIC X(6).
      *
       01  WITHDRAWAL-FILE-LINE.
           05  WDL-DEPT-CODE               PIC A(4).
           05  WDL-CLASS-CODE              PIC X(5).
           05  WDL-NAME                    PIC X(20).
           05  WDL-GRADE                   PIC X.
           05  WDL-ENTERED-BY              PIC X(8).
           05  WDL-ENTERED-DATE            PIC X(6).
           05  WDL-ENTERED-TIME            PIC X(6).
      *
       01  GRADE-CHANGE-LINE.
           05  CHL-STUDENT-ID              PIC X(7).
           05  CHL-DEPT-CODE               PIC A(4).
           05  CHL-CLASS-CODE              PIC X(5).
           05  CHL-TERM                    PIC X(6).
           05  CHL-GRADE.
               10  CHL-GRADE-LETTER        PIC X.
               10  CHL-GRADE-SIGN          PIC X.
           05  CHL-ENTERED-BY              PIC X(8).
           05  CHL-ENTERED-DATE            PIC X(6).
           05  CHL-ENTERED-TIME            PIC X(6).
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
       01  POSTING-FIELDS.
           05  PG-GRADE-IN                 PIC X(2)   VALUE SPACES.
           05  PG-DEPT-IN                  PIC A(4)   VALUE SPACES.
           05  PG-ON-SCALE-FLAG            PIC X      VALUE 'N'.
               88 PG-GRADE-ON-SCALE                    VALUE 'Y'.
           05  PG-POINTS                   PIC 9V9    VALUE ZERO.
      *
       01  CORRECTION-LIST-HEADING.
           05                              PIC X(5)  VALUE 'NO.'.
           05                              PIC X(5)  VALUE 'DEPT'.
           05                              PIC X(6)  VALUE 'CLASS'.
           05                              PIC X(21) VALUE 'NAME'.
           05                              PIC X(16) VALUE
                                           'T1  T2  T3  T4'.
           05                              PIC X(10) VALUE ' BY'.
           05                              PIC X(7)  VALUE 'DATE'.
           05                              PIC X(4)  VALUE 'TIME'.
      *
       01  CORRECTION-LIST-LINE.
           05  CLL-CARD-NO                 PIC ZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  CLL-DEPT-CODE               PIC A(4).
           05                              PIC X(1)  VALUE SPACES.
           05  CLL-CLASS-CODE              PIC X(5).
           05                              PIC X(1)  VALUE SPACES.
           05  CLL-NAME                    PIC X(20).
           05                              PIC X(1)  VALUE SPACES.
           05  CLL-TEST-1                  PIC X(3).
           05                              PIC X(1)  VALUE SPACES.
           05  CLL-TEST-2                  PIC X(3).
           05                              PIC X(1)  VALUE SPACES.
           05  CLL-TEST-3                  PIC X(3).
           05                              PIC X(1)  VALUE SPACES.
           05  CLL-TEST-4                  PIC X(3).
           05                              PIC X(2)  VALUE SPACES.
           05  CLL-ENTERED-BY              PIC X(8).
           05                              PIC X(1)  VALUE SPACES.
           05  CLL-ENTERED-DATE            PIC X(6).
           05                              PIC X(1)  VALUE SPACES.
           05  CLL-ENTERED-TIME            PIC X(6).
      *
       01  WITHDRAWAL-LIST-HEADING.
           05                              PIC X(5)  VALUE 'NO.'.
           05                              PIC X(5)  VALUE 'DEPT'.
           05                              PIC X(6)  VALUE 'CLASS'.
           05                              PIC X(21) VALUE 'NAME'.
           05                              PIC X(7)  VALUE 'GRADE'.
           05                              PIC X(9)  VALUE 'BY'.
           05                              PIC X(7)  VALUE 'DATE'.
           05                              PIC X(4)  VALUE 'TIME'.
      *
       01  WITHDRAWAL-LIST-LINE.
           05  WLL-CARD-NO                 PIC ZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  WLL-DEPT-CODE               PIC A(4).
           05                              PIC X(1)  VALUE SPACES.
           05  WLL-CLASS-CODE              PIC X(5).
           05                              PIC X(1)  VALUE SPACES.
           05  WLL-NAME                    PIC X(20).
           05                              PIC X(3)  VALUE SPACES.
           05  WLL-GRADE                   PIC X.
           05                              PIC X(5)  VALUE SPACES.
           05  WLL-ENTERED-BY              PIC X(8).
           05                              PIC X(1)  VALUE SPACES.
           05  WLL-ENTERED-DATE            PIC X(6).
           05                              PIC X(1)  VALUE SPACES.
           05  WLL-ENTERED-TIME            PIC X(6).
      *
       01  CHANGE-LIST-HEADING.
           05                              PIC X(5)  VALUE 'NO.'.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(5)  VALUE 'DEPT'.
           05                              PIC X(6)  VALUE 'CLASS'.
           05                              PIC X(8)  VALUE 'TERM'.
           05                              PIC X(7)  VALUE 'GRADE'.
           05                              PIC X(9)  VALUE 'BY'.
           05                              PIC X(7)  VALUE 'DATE'.
           05                              PIC X(4)  VALUE 'TIME'.
      *
       01  CHANGE-LIST-LINE.
           05  GLL-CARD-NO                 PIC ZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  GLL-STUDENT-ID              PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  GLL-DEPT-CODE               PIC A(4).
           05                              PIC X(1)  VALUE SPACES.
           05  GLL-CLASS-CODE              PIC X(5).
           05                              PIC X(1)  VALUE SPACES.
           05  GLL-TERM                    PIC X(6).
           05                              PIC X(3)  VALUE SPACES.
           05  GLL-GRADE                   PIC X(2).
           05                              PIC X(4)  VALUE SPACES.
           05  GLL-ENTERED-BY              PIC X(8).
           05                              PIC X(1)  VALUE SPACES.
           05  GLL-ENTERED-DATE            PIC X(6).
           05                              PIC X(1)  VALUE SPACES.
           05  GLL-ENTERED-TIME            PIC X(6).
      *
       SCREEN SECTION.
      *
       01  SIGN-ON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 25 VALUE 'RECORDS OFFICE CARD ENTRY'.
           05  LINE 6  COL 10 VALUE 'OPERATOR ID . . :'.
           05  LINE 6  COL 28 PIC X(8) USING CE-OPERATOR-ID.
           05  LINE 22 COL 5  PIC X(70) FROM CE-MESSAGE.
      *
       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 25 VALUE 'RECORDS OFFICE CARD ENTRY'.
           05  LINE 2  COL 60 VALUE 'OPERATOR'.
           05  LINE 2  COL 69 PIC X(8) FROM CE-OPERATOR-ID.
           05  LINE 5  COL 10 VALUE 'CARD FILE . . . :'.
           05  LINE 5  COL 28 PIC X USING CE-FILE-CHOICE.
           05  LINE 5  COL 32 VALUE 'C = CORRECTIONS.TXT'.
           05  LINE 6  COL 32 VALUE 'W = WITHDRAWALS.TXT'.
           05  LINE 7  COL 32 VALUE 'G = GRADECHG.TXT'.
           05  LINE 9  COL 10 VALUE 'ACTION  . . . . :'.
           05  LINE 9  COL 28 PIC X USING CE-ACTION.
           05  LINE 9  COL 32 VALUE 'A = ADD      C = CHANGE'.
           05  LINE 10 COL 32 VALUE 'L = LIST     D = DELETE'.
           05  LINE 11 COL 32 VALUE 'X = EXIT'.
           05  LINE 13 COL 10 VALUE 'CARD NUMBER . . :'.
           05  LINE 13 COL 28 PIC 9(3) USING CE-CARD-NO.
           05  LINE 13 COL 32 VALUE '(CHANGE OR DELETE -- SEE LIST)'.
           05  LINE 22 COL 5  PIC X(70) FROM CE-MESSAGE.
      *
       01  CORRECTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 25 VALUE 'CORRECTION CARD'.
           05  LINE 2  COL 60 VALUE 'CARD'.
           05  LINE 2  COL 65 PIC ZZ9 FROM CE-CARD-NO.
           05  LINE 5  COL 10 VALUE 'DEPARTMENT  . . :'.
           05  LINE 5  COL 28 PIC X(4) USING CFL-DEPT-CODE.
           05  LINE 6  COL 10 VALUE 'CLASS . . . . . :'.
           05  LINE 6  COL 28 PIC X(5) USING CFL-CLASS-CODE.
           05  LINE 7  COL 10 VALUE 'STUDENT NAME  . :'.
           05  LINE 7  COL 28 PIC X(20) USING CFL-NAME.
           05  LINE 9  COL 10 VALUE 'TEST 1  . . . . :'.
           05  LINE 9  COL 28 PIC X(3) USING CFL-TEST(1).
           05  LINE 10 COL 10 VALUE 'TEST 2  . . . . :'.
           05  LINE 10 COL 28 PIC X(3) USING CFL-TEST(2).
           05  LINE 11 COL 10 VALUE 'TEST 3  . . . . :'.
           05  LINE 11 COL 28 PIC X(3) USING CFL-TEST(3).
           05  LINE 12 COL 10 VALUE 'TEST 4  . . . . :'.
           05  LINE 12 COL 28 PIC X(3) USING CFL-TEST(4).
           05  LINE 12 COL 33 VALUE '(000 TO 100)'.
           05  LINE 15 COL 10 VALUE 'ENTERED BY'.
           05  LINE 15 COL 21 PIC X(8) FROM CFL-ENTERED-BY.
           05  LINE 15 COL 30 VALUE 'ON'.
           05  LINE 15 COL 33 PIC X(6) FROM CFL-ENTERED-DATE.
           05  LINE 15 COL 40 VALUE 'AT'.
           05  LINE 15 COL 43 PIC X(6) FROM CFL-ENTERED-TIME.
           05  LINE 20 COL 10 PIC X(30) FROM CE-CONFIRM-PROMPT.
           05  LINE 20 COL 42 PIC X USING CE-CONFIRM.
           05  LINE 22 COL 5  PIC X(70) FROM CE-MESSAGE.
      *
       01  WITHDRAWAL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 25 VALUE 'WITHDRAWAL / INCOMPLETE CARD'.
           05  LINE 2  COL 60 VALUE 'CARD'.
           05  LINE 2  COL 65 PIC ZZ9 FROM CE-CARD-NO.
           05  LINE 5  COL 10 VALUE 'DEPARTMENT  . . :'.
           05  LINE 5  COL 28 PIC X(4) USING WDL-DEPT-CODE.
           05  LINE 6  COL 10 VALUE 'CLASS . . . . . :'.
           05  LINE 6  COL 28 PIC X(5) USING WDL-CLASS-CODE.
           05  LINE 7  COL 10 VALUE 'STUDENT NAME  . :'.
           05  LINE 7  COL 28 PIC X(20) USING WDL-NAME.
           05  LINE 9  COL 10 VALUE 'GRADE . . . . . :'.
           05  LINE 9  COL 28 PIC X USING WDL-GRADE.
           05  LINE 9  COL 33 VALUE '(W OR I)'.
           05  LINE 15 COL 10 VALUE 'ENTERED BY'.
           05  LINE 15 COL 21 PIC X(8) FROM WDL-ENTERED-BY.
           05  LINE 15 COL 30 VALUE 'ON'.
           05  LINE 15 COL 33 PIC X(6) FROM WDL-ENTERED-DATE.
           05  LINE 15 COL 40 VALUE 'AT'.
           05  LINE 15 COL 43 PIC X(6) FROM WDL-ENTERED-TIME.
           05  LINE 20 COL 10 PIC X(30) FROM CE-CONFIRM-PROMPT.
           05  LINE 20 COL 42 PIC X USING CE-CONFIRM.
           05  LINE 22 COL 5  PIC X(70) FROM CE-MESSAGE.
      *
       01  GRADE-CHANGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 25 VALUE 'GRADE CHANGE CARD'.
           05  LINE 2  COL 60 VALUE 'CARD'.
           05  LINE 2  COL 65 PIC ZZ9 FROM CE-CARD-NO.
           05  LINE 5  COL 10 VALUE 'STUDENT ID  . . :'.
           05  LINE 5  COL 28 PIC X(7) USING CHL-STUDENT-ID.
           05  LINE 6  COL 10 VALUE 'DEPARTMENT  . . :'.
           05  LINE 6  COL 28 PIC X(4) USING CHL-DEPT-CODE.
           05  LINE 7  COL 10 VALUE 'CLASS . . . . . :'.
           05  LINE 7  COL 28 PIC X(5) USING CHL-CLASS-CODE.
           05  LINE 8  COL 10 VALUE 'TERM  . . . . . :'.
           05  LINE 8  COL 28 PIC X(6) USING CHL-TERM.
           05  LINE 9  COL 10 VALUE 'NEW GRADE . . . :'.
           05  LINE 9  COL 28 PIC X(2) USING CHL-GRADE.
           05  LINE 15 COL 10 VALUE 'ENTERED BY'.
           05  LINE 15 COL 21 PIC X(8) FROM CHL-ENTERED-BY.
           05  LINE 15 COL 30 VALUE 'ON'.
           05  LINE 15 COL 33 PIC X(6) FROM CHL-ENTERED-DATE.
           05  LINE 15 COL 40 VALUE 'AT'.
           05  LINE 15 COL 43 PIC X(6) FROM CHL-ENTERED-TIME.
           05  LINE 20 COL 10 PIC X(30) FROM CE-CONFIRM-PROMPT.
           05  LINE 20 COL 42 PIC X USING CE-CONFIRM.
           05  LINE 22 COL 5  PIC X(70) FROM CE-MESSAGE.
      *
       01  LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 25 PIC X(30) FROM CE-CONFIRM-PROMPT.
           05  LINE 4  COL 2  PIC X(78) FROM CE-LIST-HEADING.
      *
       01  LIST-PROMPT-SCREEN.
           05  LINE 22 COL 5  VALUE
               'PRESS ENTER FOR THE NEXT PAGE, X TO RETURN TO THE MENU'.
           05  LINE 22 COL 61 PIC X USING CE-CONFIRM.
      *
       PROCEDURE DIVISION.
      *
       10-MAIN-ROUTINE.
           PERFORM 20-OPEN-MASTER-FILES
           PERFORM 28-LOAD-GRADING-SCALES
           PERFORM 30-SIGN-ON
           PERFORM UNTIL CE-EXIT-REQUESTED
               PERFORM 40-PROCESS-MENU
           END-PERFORM
           PERFORM 90-CLOSE-MASTER-FILES

           STOP RUN
       .
       20-OPEN-MASTER-FILES.
      *THE THREE MASTERS ARE ONLY READ.  ONE THAT WILL NOT OPEN
      *JUST TURNS OFF ITS OWN CHECK, AND THE OPERATOR IS TOLD SO

           OPEN INPUT NAME-MASTER-FILE
           IF NMF-FILE-STATUS = '00'
               MOVE 'Y' TO CE-MASTER-FLAG
           ELSE
               IF NMF-FILE-STATUS = '05'
                   CLOSE NAME-MASTER-FILE
               END-IF
           END-IF

           OPEN INPUT INQUIRY-MASTER-FILE
           IF IQF-FILE-STATUS = '00'
               MOVE 'Y' TO CE-INQUIRY-FLAG
           ELSE
               IF IQF-FILE-STATUS = '05'
                   CLOSE INQUIRY-MASTER-FILE
               END-IF
           END-IF

           OPEN INPUT HISTORY-FILE
           IF SHF-FILE-STATUS = '00'
               MOVE 'Y' TO CE-HISTORY-FLAG
           ELSE
               IF SHF-FILE-STATUS = '05'
                   CLOSE HISTORY-FILE
               END-IF
           END-IF

           IF NOT CE-MASTER-OPEN OR NOT CE-INQUIRY-OPEN
                   OR NOT CE-HISTORY-OPEN
               MOVE 'A MASTER FILE IS NOT AVAILABLE - CHECK BYPASSED'
                   TO CE-MESSAGE
           END-IF
       .
       28-LOAD-GRADING-SCALES.
      *LOADS THE DEPARTMENT GRADING SCALES EXACTLY AS BKBRK DOES, SO
      *A GRADE-CHANGE CARD IS HELD TO THE SAME SCALE THE RUN WILL
      *CHECK IT AGAINST.  WHEN NO COLLEGE-WIDE BAND WAS LOADED THE
      *CLASSIC WHOLE-LETTER SCALE IS BUILT IN ITS PLACE

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
       30-SIGN-ON.
      *EVERY CARD SAVED IN THE SESSION CARRIES THIS OPERATOR ID

           PERFORM UNTIL CE-OPERATOR-ID NOT = SPACES
               DISPLAY SIGN-ON-SCREEN
               ACCEPT SIGN-ON-SCREEN
               IF CE-OPERATOR-ID = SPACES
                   MOVE 'AN OPERATOR ID IS REQUIRED' TO CE-MESSAGE
               END-IF
           END-PERFORM
       .
       40-PROCESS-MENU.
      *ONE PASS OF THE MENU.  THE CHOSEN CARD FILE IS RELOADED FOR
      *EVERY ACTION SO THE SCREEN ALWAYS WORKS FROM THE FILE AS IT
      *STANDS ON DISK

           MOVE SPACE TO CE-ACTION
           DISPLAY MENU-SCREEN
           ACCEPT MENU-SCREEN
           MOVE SPACES TO CE-MESSAGE

           EVALUATE TRUE
               WHEN CE-ACTION = 'X'
                   MOVE 'Y' TO CE-EXIT-FLAG
               WHEN NOT CE-CORRECTIONS AND NOT CE-WITHDRAWALS
                       AND NOT CE-GRADE-CHANGES
                   MOVE 'CARD FILE MUST BE C, W, OR G' TO CE-MESSAGE
               WHEN CE-ACTION = 'A' OR CE-ACTION = 'C'
                       OR CE-ACTION = 'D' OR CE-ACTION = 'L'
                   PERFORM 50-LOAD-CARD-TABLE
                   EVALUATE TRUE
                       WHEN CE-LOAD-FAILED
                           CONTINUE
                       WHEN CE-TABLE-OVERFLOW AND CE-ACTION NOT = 'L'
                           MOVE 'FILE HAS OVER 200 CARDS - LIST ONLY'
                               TO CE-MESSAGE
                       WHEN CE-ACTION = 'A'
                           PERFORM 42-ADD-CARD
                       WHEN CE-ACTION = 'C'
                           PERFORM 44-CHANGE-CARD
                       WHEN CE-ACTION = 'D'
                           PERFORM 46-DELETE-CARD
                       WHEN OTHER
                           PERFORM 48-LIST-CARDS
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'ACTION MUST BE A, C, L, D, OR X' TO CE-MESSAGE
           END-EVALUATE
       .
      *
       42-ADD-CARD.
      *A FILE TAKES NO MORE CARDS THAN THE POSTING RUN CAN HOLD -- 50
      *CORRECTIONS AND 100 WITHDRAWALS.  GRADE CHANGES ARE APPLIED ONE
      *AT A TIME AND ARE HELD ONLY TO THE SIZE OF THE TABLE HERE

           EVALUATE TRUE
               WHEN CE-CORRECTIONS
                   MOVE 50 TO CE-CARD-LIMIT
               WHEN CE-WITHDRAWALS
                   MOVE 100 TO CE-CARD-LIMIT
               WHEN OTHER
                   MOVE 200 TO CE-CARD-LIMIT
           END-EVALUATE
           IF CE-CARD-COUNT NOT < CE-CARD-LIMIT
               MOVE CE-CARD-LIMIT TO CE-CARD-NO-EDIT
               STRING 'CARD FILE IS FULL AT ' CE-CARD-NO-EDIT
                   ' CARDS' DELIMITED BY SIZE INTO CE-MESSAGE
           ELSE
               COMPUTE CE-CARD-NO = CE-CARD-COUNT + 1
               MOVE SPACES TO CORRECTION-FILE-LINE
               MOVE SPACES TO WITHDRAWAL-FILE-LINE
               MOVE SPACES TO GRADE-CHANGE-LINE
               PERFORM 52-EDIT-CARD
               IF CE-CARD-SAVED
                   ADD 1 TO CE-CARD-COUNT
                   PERFORM 56-STORE-CARD
                   PERFORM 58-SAVE-CARD-TABLE
                   IF CE-TABLE-WRITTEN
                       MOVE CE-CARD-NO TO CE-CARD-NO-EDIT
                       STRING 'CARD ' CE-CARD-NO-EDIT ' ADDED'
                           DELIMITED BY SIZE INTO CE-MESSAGE
                   END-IF
               END-IF
           END-IF
       .
      *
       44-CHANGE-CARD.
      *A CHANGED CARD IS CHECKED AGAIN IN FULL AND RESTAMPED WITH THE
      *OPERATOR WHO CHANGED IT

           IF CE-CARD-NO < 1 OR CE-CARD-NO > CE-CARD-COUNT
               MOVE CE-CARD-NO TO CE-CARD-NO-EDIT
               STRING 'THERE IS NO CARD ' CE-CARD-NO-EDIT
                   ' ON THAT FILE' DELIMITED BY SIZE INTO CE-MESSAGE
           ELSE
               PERFORM 54-FETCH-CARD
               PERFORM 52-EDIT-CARD
               IF CE-CARD-SAVED
                   PERFORM 56-STORE-CARD
                   PERFORM 58-SAVE-CARD-TABLE
                   IF CE-TABLE-WRITTEN
                       MOVE CE-CARD-NO TO CE-CARD-NO-EDIT
                       STRING 'CARD ' CE-CARD-NO-EDIT ' CHANGED'
                           DELIMITED BY SIZE INTO CE-MESSAGE
                   END-IF
               END-IF
           END-IF
       .
      *
       46-DELETE-CARD.
      *THE CARD IS SHOWN FIRST AND ONLY A 'Y' REMOVES IT.  THE CARDS
      *BEHIND IT MOVE UP ONE NUMBER

           IF CE-CARD-NO < 1 OR CE-CARD-NO > CE-CARD-COUNT
               MOVE CE-CARD-NO TO CE-CARD-NO-EDIT
               STRING 'THERE IS NO CARD ' CE-CARD-NO-EDIT
                   ' ON THAT FILE' DELIMITED BY SIZE INTO CE-MESSAGE
           ELSE
               PERFORM 54-FETCH-CARD
               MOVE 'DELETE THIS CARD (Y/N)  . . :' TO CE-CONFIRM-PROMPT
               MOVE SPACE TO CE-CONFIRM
               PERFORM 53-SHOW-CARD-SCREEN
               MOVE CE-CARD-NO TO CE-CARD-NO-EDIT
               IF CE-CONFIRM = 'Y'
                   PERFORM VARYING CE-SUB FROM CE-CARD-NO BY 1
                           UNTIL CE-SUB NOT < CE-CARD-COUNT
                       MOVE CE-CARD(CE-SUB + 1) TO CE-CARD(CE-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM CE-CARD-COUNT
                   PERFORM 58-SAVE-CARD-TABLE
                   IF CE-TABLE-WRITTEN
                       STRING 'CARD ' CE-CARD-NO-EDIT ' DELETED'
                           DELIMITED BY SIZE INTO CE-MESSAGE
                   END-IF
               ELSE
                   STRING 'CARD ' CE-CARD-NO-EDIT ' KEPT'
                       DELIMITED BY SIZE INTO CE-MESSAGE
               END-IF
           END-IF
       .
      *
       48-LIST-CARDS.
      *FIFTEEN CARDS TO A PAGE IN FILE ORDER.  THE NUMBER ON THE LEFT
      *IS THE ONE TO KEY FOR A CHANGE OR A DELETE

           IF CE-CARD-COUNT = 0
               MOVE 'NO CARDS ON FILE' TO CE-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN CE-CORRECTIONS
                       MOVE 'CORRECTIONS.TXT' TO CE-CONFIRM-PROMPT
                       MOVE CORRECTION-LIST-HEADING TO CE-LIST-HEADING
                   WHEN CE-WITHDRAWALS
                       MOVE 'WITHDRAWALS.TXT' TO CE-CONFIRM-PROMPT
                       MOVE WITHDRAWAL-LIST-HEADING TO CE-LIST-HEADING
                   WHEN OTHER
                       MOVE 'GRADECHG.TXT' TO CE-CONFIRM-PROMPT
                       MOVE CHANGE-LIST-HEADING TO CE-LIST-HEADING
               END-EVALUATE
               MOVE 1 TO CE-LIST-FROM
               MOVE SPACE TO CE-CONFIRM
               PERFORM UNTIL CE-LIST-FROM > CE-CARD-COUNT
                       OR CE-CONFIRM = 'X'
                   PERFORM 48A-SHOW-LIST-PAGE
               END-PERFORM
           END-IF
       .
      *
       48A-SHOW-LIST-PAGE.
           DISPLAY LIST-SCREEN
           COMPUTE CE-LIST-THRU = CE-LIST-FROM + 14
           IF CE-LIST-THRU > CE-CARD-COUNT
               MOVE CE-CARD-COUNT TO CE-LIST-THRU
           END-IF
           PERFORM VARYING CE-SUB FROM CE-LIST-FROM BY 1
                   UNTIL CE-SUB > CE-LIST-THRU
               PERFORM 48B-FORMAT-LIST-ROW
               COMPUTE CE-ROW = CE-SUB - CE-LIST-FROM + 5
               DISPLAY CE-LIST-ROW LINE CE-ROW COLUMN 2
           END-PERFORM
           MOVE SPACE TO CE-CONFIRM
           ACCEPT LIST-PROMPT-SCREEN
           ADD 15 TO CE-LIST-FROM
       .
      *
       48B-FORMAT-LIST-ROW.
      *THE ROW IS TAKEN STRAIGHT FROM THE TABLE BY THE LIST SUBSCRIPT
      *SO THE CARD NUMBER THE OPERATOR KEYED IS LEFT AS IT WAS

           EVALUATE TRUE
               WHEN CE-CORRECTIONS
                   MOVE CE-CARD(CE-SUB) TO CORRECTION-FILE-LINE
                   MOVE CE-SUB TO CLL-CARD-NO
                   MOVE CFL-DEPT-CODE TO CLL-DEPT-CODE
                   MOVE CFL-CLASS-CODE TO CLL-CLASS-CODE
                   MOVE CFL-NAME TO CLL-NAME
                   MOVE CFL-TEST(1) TO CLL-TEST-1
                   MOVE CFL-TEST(2) TO CLL-TEST-2
                   MOVE CFL-TEST(3) TO CLL-TEST-3
                   MOVE CFL-TEST(4) TO CLL-TEST-4
                   MOVE CFL-ENTERED-BY TO CLL-ENTERED-BY
                   MOVE CFL-ENTERED-DATE TO CLL-ENTERED-DATE
                   MOVE CFL-ENTERED-TIME TO CLL-ENTERED-TIME
                   MOVE CORRECTION-LIST-LINE TO CE-LIST-ROW
               WHEN CE-WITHDRAWALS
                   MOVE CE-CARD(CE-SUB) TO WITHDRAWAL-FILE-LINE
                   MOVE CE-SUB TO WLL-CARD-NO
                   MOVE WDL-DEPT-CODE TO WLL-DEPT-CODE
                   MOVE WDL-CLASS-CODE TO WLL-CLASS-CODE
                   MOVE WDL-NAME TO WLL-NAME
                   MOVE WDL-GRADE TO WLL-GRADE
                   MOVE WDL-ENTERED-BY TO WLL-ENTERED-BY
                   MOVE WDL-ENTERED-DATE TO WLL-ENTERED-DATE
                   MOVE WDL-ENTERED-TIME TO WLL-ENTERED-TIME
                   MOVE WITHDRAWAL-LIST-LINE TO CE-LIST-ROW
               WHEN OTHER
                   MOVE CE-CARD(CE-SUB) TO GRADE-CHANGE-LINE
                   MOVE CE-SUB TO GLL-CARD-NO
                   MOVE CHL-STUDENT-ID TO GLL-STUDENT-ID
                   MOVE CHL-DEPT-CODE TO GLL-DEPT-CODE
                   MOVE CHL-CLASS-CODE TO GLL-CLASS-CODE
                   MOVE CHL-TERM TO GLL-TERM
                   MOVE CHL-GRADE TO GLL-GRADE
                   MOVE CHL-ENTERED-BY TO GLL-ENTERED-BY
                   MOVE CHL-ENTERED-DATE TO GLL-ENTERED-DATE
                   MOVE CHL-ENTERED-TIME TO GLL-ENTERED-TIME
                   MOVE CHANGE-LIST-LINE TO CE-LIST-ROW
           END-EVALUATE
       .
      *
       50-LOAD-CARD-TABLE.
      *NO FILE YET IS AN EMPTY TABLE -- THE FIRST CARD ADDED
      *CREATES IT.  A FILE THAT IS THERE BUT WILL NOT OPEN STOPS THE
      *ACTION, SINCE A SAVE FROM THE EMPTY TABLE WOULD WIPE IT OUT

           MOVE ZEROS TO CE-CARD-COUNT
           MOVE 'N' TO CE-OVERFLOW-FLAG
           MOVE 'N' TO CE-LOAD-FLAG
           EVALUATE TRUE
               WHEN CE-CORRECTIONS
                   OPEN INPUT CORRECTION-FILE
                   IF CRF-FILE-STATUS = '00'
                       MOVE 'Y' TO BAL-EOF-FLAG
                       PERFORM UNTIL BAL-NO-MORE-DATA
                           READ CORRECTION-FILE
                               AT END
                                   MOVE 'N' TO BAL-EOF-FLAG
                               NOT AT END
                                   MOVE CORRECTION-FILE-REC
                                       TO CE-LIST-ROW
                                   PERFORM 50A-TAKE-CARD
                           END-READ
                       END-PERFORM
                       CLOSE CORRECTION-FILE
                   ELSE
                       IF CRF-FILE-STATUS = '05'
                           CLOSE CORRECTION-FILE
                       ELSE
                           MOVE 'Y' TO CE-LOAD-FLAG
                           STRING 'CARD FILE WILL NOT OPEN - STATUS '
                               CRF-FILE-STATUS
                               DELIMITED BY SIZE INTO CE-MESSAGE
                       END-IF
                   END-IF
               WHEN CE-WITHDRAWALS
                   OPEN INPUT WITHDRAWAL-FILE
                   IF WDF-FILE-STATUS = '00'
                       MOVE 'Y' TO BAL-EOF-FLAG
                       PERFORM UNTIL BAL-NO-MORE-DATA
                           READ WITHDRAWAL-FILE
                               AT END
                                   MOVE 'N' TO BAL-EOF-FLAG
                               NOT AT END
                                   MOVE WITHDRAWAL-FILE-REC
                                       TO CE-LIST-ROW
                                   PERFORM 50A-TAKE-CARD
                           END-READ
                       END-PERFORM
                       CLOSE WITHDRAWAL-FILE
                   ELSE
                       IF WDF-FILE-STATUS = '05'
                           CLOSE WITHDRAWAL-FILE
                       ELSE
                           MOVE 'Y' TO CE-LOAD-FLAG
                           STRING 'CARD FILE WILL NOT OPEN - STATUS '
                               WDF-FILE-STATUS
                               DELIMITED BY SIZE INTO CE-MESSAGE
                       END-IF
                   END-IF
               WHEN OTHER
                   OPEN INPUT GRADE-CHANGE-FILE
                   IF GCF-FILE-STATUS = '00'
                       MOVE 'Y' TO BAL-EOF-FLAG
                       PERFORM UNTIL BAL-NO-MORE-DATA
                           READ GRADE-CHANGE-FILE
                               AT END
                                   MOVE 'N' TO BAL-EOF-FLAG
                               NOT AT END
                                   MOVE GRADE-CHANGE-FILE-REC
                                       TO CE-LIST-ROW
                                   PERFORM 50A-TAKE-CARD
                           END-READ
                       END-PERFORM
                       CLOSE GRADE-CHANGE-FILE
                   ELSE
                       IF GCF-FILE-STATUS = '05'
                           CLOSE GRADE-CHANGE-FILE
                       ELSE
                           MOVE 'Y' TO CE-LOAD-FLAG
                           STRING 'CARD FILE WILL NOT OPEN - STATUS '
                               GCF-FILE-STATUS
                               DELIMITED BY SIZE INTO CE-MESSAGE
                       END-IF
                   END-IF
           END-EVALUATE
       .
      *
       50A-TAKE-CARD.
           IF CE-CARD-COUNT < 200
               ADD 1 TO CE-CARD-COUNT
               MOVE CE-LIST-ROW TO CE-CARD(CE-CARD-COUNT)
           ELSE
               MOVE 'Y' TO CE-OVERFLOW-FLAG
           END-IF
       .
      *
       52-EDIT-CARD.
      *THE CARD SCREEN COMES BACK UNTIL THE CARD PASSES EVERY CHECK
      *AND THE OPERATOR SAVES IT WITH A 'Y', OR GIVES UP WITH AN
      *'N'.  ANYTHING ELSE JUST CHECKS THE CARD AND SHOWS IT AGAIN

           MOVE 'N' TO CE-EDIT-FLAG
           MOVE 'N' TO CE-SAVED-FLAG
           MOVE 'SAVE THIS CARD (Y/N)  . . . :' TO CE-CONFIRM-PROMPT
           PERFORM UNTIL CE-EDIT-DONE
               MOVE SPACE TO CE-CONFIRM
               PERFORM 53-SHOW-CARD-SCREEN
               IF CE-CONFIRM = 'N'
                   MOVE 'Y' TO CE-EDIT-FLAG
                   MOVE 'NOTHING SAVED' TO CE-MESSAGE
               ELSE
                   PERFORM 60-VALIDATE-CARD
                   IF NOT CE-CARD-IN-ERROR
                       IF CE-CONFIRM = 'Y'
                           PERFORM 52A-STAMP-CARD
                           MOVE 'Y' TO CE-SAVED-FLAG
                           MOVE 'Y' TO CE-EDIT-FLAG
                       ELSE
                           MOVE 'CARD CHECKS CLEAN - KEY Y TO SAVE IT'
                               TO CE-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       .
      *
       52A-STAMP-CARD.
           ACCEPT CE-TODAY FROM DATE
           ACCEPT CE-TIME-OF-DAY FROM TIME
           EVALUATE TRUE
               WHEN CE-CORRECTIONS
                   MOVE CE-OPERATOR-ID TO CFL-ENTERED-BY
                   MOVE CE-TODAY TO CFL-ENTERED-DATE
                   MOVE CE-TIME-HHMMSS TO CFL-ENTERED-TIME
               WHEN CE-WITHDRAWALS
                   MOVE CE-OPERATOR-ID TO WDL-ENTERED-BY
                   MOVE CE-TODAY TO WDL-ENTERED-DATE
                   MOVE CE-TIME-HHMMSS TO WDL-ENTERED-TIME
               WHEN OTHER
                   MOVE CE-OPERATOR-ID TO CHL-ENTERED-BY
                   MOVE CE-TODAY TO CHL-ENTERED-DATE
                   MOVE CE-TIME-HHMMSS TO CHL-ENTERED-TIME
           END-EVALUATE
       .
      *
       53-SHOW-CARD-SCREEN.
           EVALUATE TRUE
               WHEN CE-CORRECTIONS
                   DISPLAY CORRECTION-SCREEN
                   ACCEPT CORRECTION-SCREEN
               WHEN CE-WITHDRAWALS
                   DISPLAY WITHDRAWAL-SCREEN
                   ACCEPT WITHDRAWAL-SCREEN
               WHEN OTHER
                   DISPLAY GRADE-CHANGE-SCREEN
                   ACCEPT GRADE-CHANGE-SCREEN
           END-EVALUATE
           MOVE SPACES TO CE-MESSAGE
       .
      *
       54-FETCH-CARD.
           EVALUATE TRUE
               WHEN CE-CORRECTIONS
                   MOVE CE-CARD(CE-CARD-NO) TO CORRECTION-FILE-LINE
               WHEN CE-WITHDRAWALS
                   MOVE CE-CARD(CE-CARD-NO) TO WITHDRAWAL-FILE-LINE
               WHEN OTHER
                   MOVE CE-CARD(CE-CARD-NO) TO GRADE-CHANGE-LINE
           END-EVALUATE
       .
      *
       56-STORE-CARD.
           EVALUATE TRUE
               WHEN CE-CORRECTIONS
                   MOVE CORRECTION-FILE-LINE TO CE-CARD(CE-CARD-NO)
               WHEN CE-WITHDRAWALS
                   MOVE WITHDRAWAL-FILE-LINE TO CE-CARD(CE-CARD-NO)
               WHEN OTHER
                   MOVE GRADE-CHANGE-LINE TO CE-CARD(CE-CARD-NO)
           END-EVALUATE
       .
      *
       58-SAVE-CARD-TABLE.
      *THE WHOLE FILE IS WRITTEN BACK AFTER EVERY ADD, CHANGE, OR
      *DELETE SO NOTHING KEYED IS LOST IF THE SESSION IS CUT OFF.
      *A BAD OPEN OR WRITE STOPS THE SAVE AND PUTS THE STATUS ON THE
      *MESSAGE LINE IN PLACE OF THE ADDED/CHANGED/DELETED MESSAGE

           MOVE 'Y' TO CE-WRITE-FLAG
           MOVE '00' TO CE-WRITE-STATUS
           EVALUATE TRUE
               WHEN CE-CORRECTIONS
                   OPEN OUTPUT CORRECTION-FILE
                   MOVE CRF-FILE-STATUS TO CE-WRITE-STATUS
                   IF CRF-FILE-STATUS = '00'
                       PERFORM VARYING CE-SUB FROM 1 BY 1
                               UNTIL CE-SUB > CE-CARD-COUNT
                               OR CE-WRITE-STATUS NOT = '00'
                           MOVE CE-CARD(CE-SUB) TO CORRECTION-FILE-REC
                           WRITE CORRECTION-FILE-REC
                           MOVE CRF-FILE-STATUS TO CE-WRITE-STATUS
                       END-PERFORM
                       CLOSE CORRECTION-FILE
                   END-IF
               WHEN CE-WITHDRAWALS
                   OPEN OUTPUT WITHDRAWAL-FILE
                   MOVE WDF-FILE-STATUS TO CE-WRITE-STATUS
                   IF WDF-FILE-STATUS = '00'
                       PERFORM VARYING CE-SUB FROM 1 BY 1
                               UNTIL CE-SUB > CE-CARD-COUNT
                               OR CE-WRITE-STATUS NOT = '00'
                           MOVE CE-CARD(CE-SUB) TO WITHDRAWAL-FILE-REC
                           WRITE WITHDRAWAL-FILE-REC
                           MOVE WDF-FILE-STATUS TO CE-WRITE-STATUS
                       END-PERFORM
                       CLOSE WITHDRAWAL-FILE
                   END-IF
               WHEN OTHER
                   OPEN OUTPUT GRADE-CHANGE-FILE
                   MOVE GCF-FILE-STATUS TO CE-WRITE-STATUS
                   IF GCF-FILE-STATUS = '00'
                       PERFORM VARYING CE-SUB FROM 1 BY 1
                               UNTIL CE-SUB > CE-CARD-COUNT
                               OR CE-WRITE-STATUS NOT = '00'
                           MOVE CE-CARD(CE-SUB) TO GRADE-CHANGE-FILE-REC
                           WRITE GRADE-CHANGE-FILE-REC
                           MOVE GCF-FILE-STATUS TO CE-WRITE-STATUS
                       END-PERFORM
                       CLOSE GRADE-CHANGE-FILE
                   END-IF
           END-EVALUATE
           IF CE-WRITE-STATUS NOT = '00'
               MOVE 'N' TO CE-WRITE-FLAG
               STRING 'CARD FILE NOT SAVED - STATUS ' CE-WRITE-STATUS
                   ' - CHECK THE FILE BEFORE KEYING MORE'
                   DELIMITED BY SIZE INTO CE-MESSAGE
           END-IF
       .
      *
       60-VALIDATE-CARD.
      *THE FIRST PROBLEM FOUND GOES ON THE MESSAGE LINE AND THE REST
      *OF THE CHECKS ARE SKIPPED UNTIL IT IS FIXED

           MOVE 'N' TO CE-ERROR-FLAG
           MOVE SPACES TO CE-MESSAGE
           EVALUATE TRUE
               WHEN CE-CORRECTIONS
                   PERFORM 62-VALIDATE-CORRECTION
               WHEN CE-WITHDRAWALS
                   PERFORM 64-VALIDATE-WITHDRAWAL
               WHEN OTHER
                   PERFORM 66-VALIDATE-GRADE-CHANGE
           END-EVALUATE
       .
      *
       62-VALIDATE-CORRECTION.
           IF CFL-DEPT-CODE = SPACES OR CFL-CLASS-CODE = SPACES
                   OR CFL-NAME = SPACES
               MOVE 'Y' TO CE-ERROR-FLAG
               MOVE 'DEPARTMENT, CLASS, AND NAME ARE ALL REQUIRED'
                   TO CE-MESSAGE
           END-IF
           PERFORM VARYING CE-SUB FROM 1 BY 1 UNTIL CE-SUB > 4
               IF NOT CE-CARD-IN-ERROR
                   IF CFL-TEST(CE-SUB) IS NOT NUMERIC
                           OR CFL-TEST(CE-SUB) > '100'
                       MOVE 'Y' TO CE-ERROR-FLAG
                       MOVE 'SCORES MUST BE THREE DIGITS, 000 TO 100'
                           TO CE-MESSAGE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CE-CARD-IN-ERROR
               IF CFL-TEST(1) = '000' AND CFL-TEST(2) = '000'
                       AND CFL-TEST(3) = '000' AND CFL-TEST(4) = '000'
                   MOVE 'Y' TO CE-ERROR-FLAG
                   MOVE 'ALL FOUR SCORES CANNOT BE 000' TO CE-MESSAGE
               END-IF
           END-IF
           IF NOT CE-CARD-IN-ERROR
               MOVE CFL-NAME TO CE-CHECK-NAME
               PERFORM 70-CHECK-STUDENT-NAME
           END-IF
           IF NOT CE-CARD-IN-ERROR
               MOVE CFL-DEPT-CODE TO CE-CHECK-DEPT
               MOVE CFL-CLASS-CODE TO CE-CHECK-CLASS
               PERFORM 72-CHECK-CLASS-ON-FILE
           END-IF
       .
      *
       64-VALIDATE-WITHDRAWAL.
           IF WDL-DEPT-CODE = SPACES OR WDL-CLASS-CODE = SPACES
                   OR WDL-NAME = SPACES
               MOVE 'Y' TO CE-ERROR-FLAG
               MOVE 'DEPARTMENT, CLASS, AND NAME ARE ALL REQUIRED'
                   TO CE-MESSAGE
           END-IF
           IF NOT CE-CARD-IN-ERROR
                   AND WDL-GRADE NOT = 'W' AND WDL-GRADE NOT = 'I'
               MOVE 'Y' TO CE-ERROR-FLAG
               MOVE 'GRADE MUST BE W (WITHDRAWN) OR I (INCOMPLETE)'
                   TO CE-MESSAGE
           END-IF
           IF NOT CE-CARD-IN-ERROR
               MOVE WDL-NAME TO CE-CHECK-NAME
               PERFORM 70-CHECK-STUDENT-NAME
           END-IF
           IF NOT CE-CARD-IN-ERROR
               MOVE WDL-DEPT-CODE TO CE-CHECK-DEPT
               MOVE WDL-CLASS-CODE TO CE-CHECK-CLASS
               PERFORM 72-CHECK-CLASS-ON-FILE
           END-IF
       .
      *
       66-VALIDATE-GRADE-CHANGE.
      *THE NEW GRADE MUST BE ONE THE CLASS'S DEPARTMENT SCALE AWARDS,
      *OR A W OR I -- THE SAME TEST THE RUN APPLIES TO THE CARD

           IF CHL-STUDENT-ID = SPACES OR CHL-DEPT-CODE = SPACES
                   OR CHL-CLASS-CODE = SPACES OR CHL-TERM = SPACES
               MOVE 'Y' TO CE-ERROR-FLAG
               MOVE 'STUDENT ID, DEPT, CLASS, AND TERM ARE ALL REQUIRED'
                   TO CE-MESSAGE
           END-IF
           IF NOT CE-CARD-IN-ERROR
               MOVE CHL-GRADE TO PG-GRADE-IN
               MOVE CHL-DEPT-CODE TO PG-DEPT-IN
               PERFORM 806-SET-GRADE-POINTS
               IF NOT PG-GRADE-ON-SCALE
                       AND CHL-GRADE NOT = 'W' AND CHL-GRADE NOT = 'I'
                   MOVE 'Y' TO CE-ERROR-FLAG
                   MOVE 'GRADE IS NOT ON THE DEPARTMENT GRADING SCALE'
                       TO CE-MESSAGE
               END-IF
           END-IF
           IF NOT CE-CARD-IN-ERROR
               PERFORM 74-CHECK-STUDENT-ID
           END-IF
           IF NOT CE-CARD-IN-ERROR AND CE-HISTORY-OPEN
               MOVE CHL-STUDENT-ID TO SH-STUDENT-ID
               MOVE CHL-DEPT-CODE TO SH-DEPT-CODE
               MOVE CHL-CLASS-CODE TO SH-CLASS-CODE
               MOVE CHL-TERM TO SH-TERM
               READ HISTORY-FILE
                   INVALID KEY
                       MOVE 'Y' TO CE-ERROR-FLAG
                       MOVE 'NO HISTORY RECORD FOR THAT CLASS AND TERM'
                           TO CE-MESSAGE
               END-READ
           END-IF
       .
      *
       70-CHECK-STUDENT-NAME.
      *THE CORRECTION AND WITHDRAWAL CARDS MATCH BY NAME, SO THE NAME
      *MUST BE ON THE STUDENT MASTER EXACTLY AS KEYED

           IF CE-MASTER-OPEN
               MOVE CE-CHECK-NAME TO NM-NAME
               READ NAME-MASTER-FILE
                   INVALID KEY
                       MOVE 'Y' TO CE-ERROR-FLAG
                       MOVE 'NAME IS NOT ON THE STUDENT MASTER'
                           TO CE-MESSAGE
               END-READ
           END-IF
       .
      *
       72-CHECK-CLASS-ON-FILE.
      *THE CLASS IS ON FILE WHEN THE LAST RUN GRADED ANYONE IN IT

           IF CE-INQUIRY-OPEN
               MOVE CE-CHECK-DEPT TO IQ-DEPT-CODE
               MOVE CE-CHECK-CLASS TO IQ-CLASS-CODE
               MOVE LOW-VALUES TO IQ-NAME
               START INQUIRY-MASTER-FILE KEY NOT < IQ-KEY
                   INVALID KEY
                       MOVE 'Y' TO CE-ERROR-FLAG
                   NOT INVALID KEY
                       READ INQUIRY-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO CE-ERROR-FLAG
                           NOT AT END
                               IF IQ-DEPT-CODE NOT = CE-CHECK-DEPT
                                   OR IQ-CLASS-CODE
                                       NOT = CE-CHECK-CLASS
                                   MOVE 'Y' TO CE-ERROR-FLAG
                               END-IF
                       END-READ
               END-START
               IF CE-CARD-IN-ERROR
                   MOVE 'CLASS IS NOT ON THE GRADE INQUIRY FILE'
                       TO CE-MESSAGE
               END-IF
           END-IF
       .
      *
       74-CHECK-STUDENT-ID.
      *THE STUDENT MASTER IS KEYED BY NAME, SO A STUDENT ID IS FOUND
      *BY READING IT THROUGH

           IF CE-MASTER-OPEN
               MOVE 'Y' TO CE-ERROR-FLAG
               MOVE LOW-VALUES TO NM-NAME
               MOVE 'Y' TO CE-SCAN-FLAG
               START NAME-MASTER-FILE KEY NOT < NM-NAME
                   INVALID KEY
                       MOVE 'N' TO CE-SCAN-FLAG
               END-START
               PERFORM UNTIL CE-SCAN-DONE
                   READ NAME-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO CE-SCAN-FLAG
                       NOT AT END
                           IF NM-STUDENT-ID = CHL-STUDENT-ID
                               MOVE 'N' TO CE-ERROR-FLAG
                               MOVE 'N' TO CE-SCAN-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               IF CE-CARD-IN-ERROR
                   MOVE 'STUDENT ID IS NOT ON THE STUDENT MASTER'
                       TO CE-MESSAGE
               END-IF
           END-IF
       .
      *
       90-CLOSE-MASTER-FILES.
           IF CE-MASTER-OPEN
               CLOSE NAME-MASTER-FILE
           END-IF
           IF CE-INQUIRY-OPEN
               CLOSE INQUIRY-MASTER-FILE
           END-IF
           IF CE-HISTORY-OPEN
               CLOSE HISTORY-FILE
           END-IF
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
      *QUALITY POINTS FOR PG-GRADE-IN ON PG-DEPT-IN'S GRADING SCALE.
      *PG-GRADE-ON-SCALE SAYS WHETHER THE GRADE IS ONE THAT SCALE
      *AWARDS, FALLING BACK TO THE COLLEGE-WIDE SCALE FOR A GRADE THE
      *DEPARTMENT'S OWN SCALE DOES NOT CARRY

           MOVE ZERO TO PG-POINTS
           MOVE PG-DEPT-IN TO SK-DEPT-IN
           PERFORM 196-FIND-DEPT-SCALE
           PERFORM 806B-SEARCH-SCALE-POINTS
           MOVE SK-FOUND-FLAG TO PG-ON-SCALE-FLAG
      *AN F IS ON EVERY SCALE -- THE LETTER GRADING AWARDS IT BELOW
      *THE LOWEST CUTOFF WHETHER OR NOT THE DEPARTMENT LOADED A BAND
           IF PG-GRADE-IN = 'F'
               MOVE 'Y' TO PG-ON-SCALE-FLAG
           END-IF
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
