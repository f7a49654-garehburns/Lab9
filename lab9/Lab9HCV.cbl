       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HISTCNV.
       AUTHOR.         GARRETT BURNS.
      ******************************************************************
      *
      *             LAB 9 - HISTORY MASTER GRADE CONVERSION
      *
      *  ONE-TIME CONVERSION OF THE STUDENT HISTORY MASTER AND ITS
      *  RETENTION ARCHIVE FROM THE ONE-CHARACTER GRADE LAYOUT (34
      *  BYTES) TO THE TWO-CHARACTER PLUS/MINUS GRADE LAYOUT (35
      *  BYTES) THAT BKBRK, HISTVFY, AND CARDENT NOW READ.  EVERY
      *  FIELD CARRIES ACROSS AS IT STANDS AND THE OLD GRADE IS LEFT-
      *  JUSTIFIED INTO THE NEW ONE, SO AN OLD 'B' BECOMES 'B ' AND
      *  EVERY STORED CUMULATIVE STAYS EXACTLY AS IT WAS POSTED.
      *
      *  CUTOVER ORDER:
      *    1. LET THE LAST RUN ON THE OLD PROGRAMS FINISH.  A RUN THAT
      *       FAILED MUST BE COMPLETED OR RERUN ON THE OLD PROGRAMS --
      *       NEVER RESTART IT ACROSS THE CUTOVER.
      *    2. BACK UP STUHIST.DAT AND STUHISTARCH.TXT.
      *    3. RENAME STUHIST.DAT TO STUHIST.OLD AND STUHISTARCH.TXT
      *       TO STUHISTARCH.OLD.  DO NOT RUN BKBRK IN BETWEEN -- IT
      *       WOULD START AN EMPTY HISTORY MASTER IN THEIR PLACE.
      *    4. RUN HISTCNV.  THE OPERATOR SUMMARY MUST SHOW CONVERSION
      *       COMPLETE, WITH RECORDS READ EQUAL TO RECORDS WRITTEN AND
      *       THE CREDITS HASH IN EQUAL TO THE HASH OUT.
      *    5. RUN HISTVFY WITHOUT THE REBUILD CARD AGAINST THE NEW
      *       MASTER AS A CHECK.
      *    6. INSTALL THE NEW BKBRK, HISTVFY, AND CARDENT.  THE FIRST
      *       BKBRK RUN REBUILDS GRADEINQ.DAT IN THE NEW LAYOUT, SO
      *       CARDENT'S CLASS CHECK IS BYPASSED UNTIL THAT RUN.
      *    7. KEEP THE .OLD FILES UNTIL THE FIRST RUN HAS BALANCED.
      *
      *  THE PROGRAM WILL NOT WRITE OVER A STUHIST.DAT OR A
      *  STUHISTARCH.TXT THAT IS ALREADY THERE, SO A SECOND RUN, OR A
      *  RUN BEFORE THE RENAME, CHANGES NOTHING.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT OLD-HISTORY-FILE
               ASSIGN TO "STUHIST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-KEY
               FILE STATUS IS OHF-FILE-STATUS.
      *
           SELECT HISTORY-FILE
               ASSIGN TO "STUHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SHF-FILE-STATUS.
      *
           SELECT OPTIONAL OLD-ARCHIVE-FILE
               ASSIGN TO "STUHISTARCH.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OAF-FILE-STATUS.
      *
           SELECT OPTIONAL HISTORY-ARCHIVE-FILE
               ASSIGN TO "STUHISTARCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAF-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *THE HISTORY MASTER AS IT WAS BEFORE PLUS/MINUS GRADING, RENAMED
      *FOR THE CONVERSION.  THE REST OF THE RECORD IS TAKEN APART IN
      *OLD-HISTORY-LAYOUT
       FD  OLD-HISTORY-FILE
           RECORD CONTAINS 34 CHARACTERS.
      *
       01  OLD-HISTORY-REC.
           05  OH-KEY                      PIC X(22).
           05                              PIC X(12).
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
      *THE RETENTION ARCHIVE AS IT WAS -- EACH ROW A COPY OF AN OLD
      *HISTORY RECORD -- RENAMED FOR THE CONVERSION
       FD  OLD-ARCHIVE-FILE
           RECORD CONTAINS 34 CHARACTERS.
      *
       01  OLD-ARCHIVE-REC                 PIC X(34).
      *
       FD  HISTORY-ARCHIVE-FILE
           RECORD CONTAINS 35 CHARACTERS.
      *
       01  HISTORY-ARCH-REC                PIC X(35).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  BAL-EOF-FLAG                PIC X       VALUE ' '.
               88 BAL-NO-MORE-DATA                      VALUE 'N'.
               88 BAL-MORE-RECORDS                      VALUE 'Y'.
           05  CV-HISTORY-FLAG             PIC X       VALUE 'N'.
               88 CV-HISTORY-CONVERTED                  VALUE 'Y'.
           05  CV-ARCHIVE-FLAG             PIC X       VALUE 'N'.
               88 CV-ARCHIVE-HANDLED                    VALUE 'Y'.
      *
       01  OHF-FILE-STATUS                PIC XX      VALUE '00'.
       01  SHF-FILE-STATUS                PIC XX      VALUE '00'.
       01  OAF-FILE-STATUS                PIC XX      VALUE '00'.
       01  SAF-FILE-STATUS                PIC XX      VALUE '00'.
      *
      *ONE HISTORY RECORD IN THE OLD LAYOUT, FROM EITHER OLD FILE
       01  OLD-HISTORY-LAYOUT.
           05  OL-KEY.
               10  OL-STUDENT-ID           PIC X(7).
               10  OL-DEPT-CODE            PIC A(4).
               10  OL-CLASS-CODE           PIC X(5).
               10  OL-TERM                 PIC X(6).
           05  OL-TEST-AVERAGE             PIC 9(3)V99.
           05  OL-GRADE                    PIC X.
           05  OL-CUM-GPA                  PIC 9V99.
           05  OL-CUM-CREDITS              PIC 9(3).
      *
      *THE SAME RECORD IN THE NEW LAYOUT, FOR EITHER NEW FILE
       01  NEW-HISTORY-LAYOUT.
           05  NL-KEY.
               10  NL-STUDENT-ID           PIC X(7).
               10  NL-DEPT-CODE            PIC A(4).
               10  NL-CLASS-CODE           PIC X(5).
               10  NL-TERM                 PIC X(6).
           05  NL-TEST-AVERAGE             PIC 9(3)V99.
           05  NL-GRADE                    PIC X(2).
           05  NL-CUM-GPA                  PIC 9V99.
           05  NL-CUM-CREDITS              PIC 9(3).
      *
       01  CONVERT-FIELDS.
           05  CV-RUN-DATE                 PIC X(6)   VALUE SPACES.
           05  CV-HIST-READ                PIC S9(7)  VALUE +0.
           05  CV-HIST-WRITTEN             PIC S9(7)  VALUE +0.
           05  CV-HIST-REJECTED            PIC S9(7)  VALUE +0.
           05  CV-HASH-IN                  PIC S9(9)  VALUE +0.
           05  CV-HASH-OUT                 PIC S9(9)  VALUE +0.
           05  CV-ARCH-READ                PIC S9(7)  VALUE +0.
           05  CV-ARCH-WRITTEN             PIC S9(7)  VALUE +0.
           05  CV-RESULT                   PIC X(10)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       10-MAIN-ROUTINE.
           ACCEPT CV-RUN-DATE FROM DATE
           PERFORM 20-CONVERT-HISTORY
           PERFORM 30-CONVERT-ARCHIVE
           IF CV-HISTORY-CONVERTED AND CV-ARCHIVE-HANDLED
                   AND CV-HIST-READ = CV-HIST-WRITTEN
                   AND CV-HASH-IN = CV-HASH-OUT
               MOVE 'COMPLETE' TO CV-RESULT
           ELSE
               MOVE 'INCOMPLETE' TO CV-RESULT
           END-IF
           PERFORM 80-DISPLAY-OPERATOR-SUMMARY

           STOP RUN
       .
       20-CONVERT-HISTORY.
      *COPIES STUHIST.OLD TO A NEW STUHIST.DAT IN KEY ORDER.  ANY
      *STATUS BUT FILE-NOT-FOUND ON THE NEW MASTER MEANS ONE IS
      *ALREADY THERE -- CONVERTED OR NOT -- AND IT IS LEFT ALONE

           OPEN INPUT HISTORY-FILE
           IF SHF-FILE-STATUS NOT = '35'
               IF SHF-FILE-STATUS = '00'
                   CLOSE HISTORY-FILE
               END-IF
               DISPLAY 'HISTORY NOT CONVERTED - STUHIST.DAT ALREADY '
                   'EXISTS, STATUS ' SHF-FILE-STATUS
           ELSE
               OPEN INPUT OLD-HISTORY-FILE
               IF OHF-FILE-STATUS = '00'
                   OPEN OUTPUT HISTORY-FILE
                   IF SHF-FILE-STATUS = '00'
                       MOVE 'Y' TO BAL-EOF-FLAG
                       PERFORM UNTIL BAL-NO-MORE-DATA
                           READ OLD-HISTORY-FILE NEXT RECORD
                               AT END
                                   MOVE 'N' TO BAL-EOF-FLAG
                               NOT AT END
                                   PERFORM 22-CONVERT-HISTORY-REC
                           END-READ
                       END-PERFORM
                       CLOSE HISTORY-FILE
                       MOVE 'Y' TO CV-HISTORY-FLAG
                   ELSE
                       DISPLAY 'HISTORY NOT CONVERTED - STUHIST.DAT '
                           'STATUS ' SHF-FILE-STATUS
                   END-IF
                   CLOSE OLD-HISTORY-FILE
               ELSE
                   DISPLAY 'HISTORY NOT CONVERTED - STUHIST.OLD '
                       'STATUS ' OHF-FILE-STATUS
               END-IF
           END-IF
       .
      *
       22-CONVERT-HISTORY-REC.
           ADD 1 TO CV-HIST-READ
           MOVE OLD-HISTORY-REC TO OLD-HISTORY-LAYOUT
           ADD OL-CUM-CREDITS TO CV-HASH-IN
           PERFORM 40-REFORMAT-RECORD
           MOVE NEW-HISTORY-LAYOUT TO HISTORY-REC
           WRITE HISTORY-REC
               INVALID KEY
                   ADD 1 TO CV-HIST-REJECTED
               NOT INVALID KEY
                   ADD 1 TO CV-HIST-WRITTEN
                   ADD SH-CUM-CREDITS TO CV-HASH-OUT
           END-WRITE
       .
      *
       30-CONVERT-ARCHIVE.
      *COPIES STUHISTARCH.OLD TO A NEW STUHISTARCH.TXT.  NO OLD
      *ARCHIVE AND NO CURRENT ONE MEANS THE RETENTION STEP HAS NEVER
      *RUN AND THERE IS NOTHING TO DO.  A CURRENT ARCHIVE WITH NO OLD
      *ONE BESIDE IT WAS NOT RENAMED, AND IS LEFT ALONE

           OPEN INPUT OLD-ARCHIVE-FILE
           IF OAF-FILE-STATUS = '00'
               OPEN INPUT HISTORY-ARCHIVE-FILE
               IF SAF-FILE-STATUS = '05'
                   CLOSE HISTORY-ARCHIVE-FILE
                   OPEN OUTPUT HISTORY-ARCHIVE-FILE
                   MOVE 'Y' TO BAL-EOF-FLAG
                   PERFORM UNTIL BAL-NO-MORE-DATA
                       READ OLD-ARCHIVE-FILE
                           AT END
                               MOVE 'N' TO BAL-EOF-FLAG
                           NOT AT END
                               ADD 1 TO CV-ARCH-READ
                               MOVE OLD-ARCHIVE-REC
                                   TO OLD-HISTORY-LAYOUT
                               PERFORM 40-REFORMAT-RECORD
                               MOVE NEW-HISTORY-LAYOUT
                                   TO HISTORY-ARCH-REC
                               WRITE HISTORY-ARCH-REC
                               ADD 1 TO CV-ARCH-WRITTEN
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-ARCHIVE-FILE
                   MOVE 'Y' TO CV-ARCHIVE-FLAG
               ELSE
                   IF SAF-FILE-STATUS = '00'
                       CLOSE HISTORY-ARCHIVE-FILE
                   END-IF
                   DISPLAY 'ARCHIVE NOT CONVERTED - STUHISTARCH.TXT '
                       'ALREADY EXISTS, STATUS ' SAF-FILE-STATUS
               END-IF
               CLOSE OLD-ARCHIVE-FILE
           ELSE
               IF OAF-FILE-STATUS = '05'
                   CLOSE OLD-ARCHIVE-FILE
                   OPEN INPUT HISTORY-ARCHIVE-FILE
                   IF SAF-FILE-STATUS = '05'
                       MOVE 'Y' TO CV-ARCHIVE-FLAG
                       CLOSE HISTORY-ARCHIVE-FILE
                   ELSE
                       IF SAF-FILE-STATUS = '00'
                           CLOSE HISTORY-ARCHIVE-FILE
                       END-IF
                       DISPLAY 'ARCHIVE NOT CONVERTED - RENAME '
                           'STUHISTARCH.TXT TO STUHISTARCH.OLD'
                   END-IF
               ELSE
                   DISPLAY 'ARCHIVE NOT CONVERTED - STUHISTARCH.OLD '
                       'STATUS ' OAF-FILE-STATUS
               END-IF
           END-IF
       .
      *
       40-REFORMAT-RECORD.
      *THE OLD ONE-CHARACTER GRADE GOES IN LEFT-JUSTIFIED WITH A
      *BLANK SIGN, WHICH IS HOW BKBRK WRITES A WHOLE-LETTER GRADE

           MOVE OL-KEY TO NL-KEY
           MOVE OL-TEST-AVERAGE TO NL-TEST-AVERAGE
           MOVE OL-GRADE TO NL-GRADE
           MOVE OL-CUM-GPA TO NL-CUM-GPA
           MOVE OL-CUM-CREDITS TO NL-CUM-CREDITS
       .
      *
       80-DISPLAY-OPERATOR-SUMMARY.
           DISPLAY 'HISTCNV RUN SUMMARY ' CV-RUN-DATE
           DISPLAY '  HISTORY RECORDS READ...... : ' CV-HIST-READ
           DISPLAY '  HISTORY RECORDS WRITTEN... : ' CV-HIST-WRITTEN
           DISPLAY '  HISTORY RECORDS REJECTED.. : ' CV-HIST-REJECTED
           DISPLAY '  CREDITS HASH IN........... : ' CV-HASH-IN
           DISPLAY '  CREDITS HASH OUT.......... : ' CV-HASH-OUT
           DISPLAY '  ARCHIVE RECORDS READ...... : ' CV-ARCH-READ
           DISPLAY '  ARCHIVE RECORDS WRITTEN... : ' CV-ARCH-WRITTEN
           DISPLAY '  CONVERSION................ : ' CV-RESULT
       .
