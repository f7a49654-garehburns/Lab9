      *  WITH CONTROL BREAKS ON DEPT, CLASS, AND SECTION.  EACH
      *  STUDENT IS CROSS-CHECKED AGAINST THE REGISTRAR'S MASTER,
      *  GRADED ON A WEIGHTED AVERAGE OF FOUR TEST SCORES, AND RANKED
      *  WITHIN THE CLASS.  EVERY CLASS MUST BE AN ACTIVE CLASS ON
      *  THE COURSE CATALOG, WHICH ALSO GIVES THE CREDIT HOURS EACH
      *  CLASS CARRIES IN EVERY GPA THE RUN COMPUTES.  LETTER GRADES
      *  AND THEIR QUALITY POINTS COME FROM EACH DEPARTMENT'S GRADING
      *  SCALE, WHICH MAY USE PLUS/MINUS GRADES SUCH AS A- AND B+.
      *
      *  EVERY FEED CARRIES A HEADER AND TRAILER THAT ARE VERIFIED
      *  BEFORE THE SORT -- A FAILING FEED IS QUARANTINED AND THE
      *  THE ENROLLMENT ROSTERS, THE TERM-OVER-TERM TREND HISTORY,
      *  THE OPTIONAL DAILY DELTA REPORT, THE KEYED GRADE INQUIRY
      *  FILE WITH ITS LOOKUP STEP, AND AN AUDIT RECORD ON THE
      *  PERMANENT RUN LOG.  AFTER POSTING, EACH GRADED STUDENT'S
      *  ACADEMIC STANDING FOR THE TERM IS DECIDED FROM THE TERM AND
      *  CUMULATIVE GPA AND THE PRIOR TERM'S STANDING, KEPT ON THE
      *  STANDING MASTER, AND REPORTED WITH AN ADVISING EXTRACT.
      *  EVERY ENROLLED STUDENT IS ALSO CHECKED AGAINST THE CLASS'S
      *  PREREQUISITES ON THE HISTORY MASTER FOR THE CHAIRS.
      *
      *  A STUDENT WITH A FERPA DIRECTORY-INFORMATION HOLD ON THE
      *  STUDENT MASTER IS LEFT OFF THE HONOR ROLL AND THE
      *  SCHOLARSHIP EXTRACT AND MASKED ON THE INSTRUCTOR GRADE
      *  SHEETS, BUT STILL POSTS TO HISTORY AND GOES TO THE STATE.
      *
      *  THE CAMPUS CODE OFF EACH FEED'S HEADER RIDES ON EVERY MERGED
      *  AND GRADED RECORD, SUBTOTALS BY CAMPUS UNDER EACH DEPARTMENT
      *  BREAK, GOES OUT ON THE CSV, AND SPLITS THE GRADED RESULTS
      *  INTO ONE RETURN FILE PER CAMPUS OR DUAL-CREDIT PARTNER.
      *
      *  EACH FULL RUN ALSO POSTS THE TERM'S GRADE DISTRIBUTION BY
      *  INSTRUCTOR AND CLASS TO THE INSTRUCTOR STATISTICS HISTORY
      *  AND PRINTS THE GRADING-PATTERN REPORT FOR THE DEANS, WHICH
      *  FLAGS ANY INSTRUCTOR WHOSE A OR F RATE OVER THE RECENT TERMS
      *  STRAYS TOO FAR FROM THE OTHER SECTIONS OR THE DEPARTMENT.
      *
      *  EVERY END-OF-JOB STEP IS CHECKPOINTED AS IT FINISHES.  A
      *  SKIP-SORT RESTART OF THE SAME TERM PASSES OVER THE STEPS THE
      *  FAILED RUN ALREADY COMPLETED AND PICKS UP AT THE FIRST ONE
      *  IT DID NOT, AND THE RUN LOG AND OPERATOR SUMMARY LIST THE
      *  STEPS PASSED OVER.
      *
      *  EACH FULL RUN ALSO FIGURES EVERY GRADED STUDENT'S
      *  SATISFACTORY ACADEMIC PROGRESS FROM THE HISTORY MASTER --
      *  CUMULATIVE GPA, COMPLETION PACE, AND CREDITS ATTEMPTED
      *  AGAINST THE MAXIMUM TIMEFRAME -- FOR THE FINANCIAL AID
      *  INTERFACE FILE, AND PRINTS THE STUDENTS FAILING ANY MEASURE.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-NAME
               FILE STATUS IS NMF-FILE-STATUS.
      *
           SELECT OPTIONAL COURSE-CATALOG-FILE
               ASSIGN TO "COURSECAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS CMF-FILE-STATUS.
      *
           SELECT REJECT-FILE
               ASSIGN TO "REJECTSTUDENT.TXT"
               ASSIGN TO "CLASSROSTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROF-FILE-STATUS.
      *
           SELECT OPTIONAL GRADE-SCALE-FILE
               ASSIGN TO "GRADESCALE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKF-FILE-STATUS.
      *
           SELECT OPTIONAL MIDTERM-FILE
               ASSIGN TO "MIDTERM.CTL"
      *
           SELECT TRANSCRIPT-FILE
               ASSIGN TO PRINTER "TRANSCRIPT".
      *
           SELECT OPTIONAL STANDING-FILE
               ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS IS ASF-FILE-STATUS.
      *
           SELECT OPTIONAL STANDING-RULE-FILE
               ASSIGN TO "STANDING.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARF-FILE-STATUS.
      *
           SELECT STANDING-RPT-FILE
               ASSIGN TO PRINTER "STANDRPT".
      *
           SELECT ADVISING-FILE
               ASSIGN TO "ADVISING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL PREREQ-FILE
               ASSIGN TO "PREREQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PQF-FILE-STATUS.
      *
           SELECT PREREQ-RPT-FILE
               ASSIGN TO PRINTER "PREREQRPT".
      *
           SELECT CAMPUS-RETURN-FILE
               ASSIGN USING CP-RETURN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNF-FILE-STATUS.
      *
           SELECT OPTIONAL INSTR-STATS-FILE
               ASSIGN TO "INSTRSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IST-KEY
               FILE STATUS IS ISF-FILE-STATUS.
      *
           SELECT OPTIONAL PATTERN-RULE-FILE
               ASSIGN TO "GRADEPAT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GPF-FILE-STATUS.
      *
           SELECT PATTERN-RPT-FILE
               ASSIGN TO PRINTER "GRADEPAT".
      *
           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO "CHECKPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKF-FILE-STATUS.
      *
           SELECT OPTIONAL SAP-RULE-FILE
               ASSIGN TO "SAP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPF-FILE-STATUS.
      *
           SELECT SAP-EXTRACT-FILE
               ASSIGN TO "SAPEXTRACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SAP-RPT-FILE
               ASSIGN TO PRINTER "SAPEXCPT".

      *YOU NEED SELECT STATEMENT(S) FOR THE SD FILES
      
      *
       01  FEED-LIST-LINE                      PIC X(30).
      *
      *THE SORTED MERGE OF EVERY GOOD FEED, EACH RECORD STAMPED WITH
      *THE CAMPUS CODE FROM ITS FEED'S HEADER
        FD MERGED-STUDENT-FILE
           RECORD CONTAINS 53 CHARACTERS.
      *
       01  MERGED-STU-REC.
           05  MS-DEPT-CODE                    PIC A(4).
           05  MS-INSTRUCTOR-ID                PIC X(5).
           05  MS-NAME                         PIC X(20).
           05  MS-TEST OCCURS 4 TIMES          PIC 9(3).
           05  MS-CAMPUS                       PIC X(4).

      *YOU WILL NEED SD DESCRIPTION(S) FOR THE SORT AND MERGE FILES

        SD SORT-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01 SORTFILE.
           05  SF-DEPT-CODE                    PIC A(4).
           05  SF-INSTRUCTOR-ID                PIC X(5).
           05  SF-NAME                         PIC X(20).
           05  SF-TEST OCCURS 4 TIMES          PIC 9(3).
           05  SF-CAMPUS                       PIC X(4).
           

      *SECOND SORT OVER THE GRADED TEMPORARY FILE PUTS EVERYTHING IN
      *DEPT/CLASS/SECTION ORDER SCATTERS AN INSTRUCTOR'S SECTIONS
      *ACROSS THE LISTING
        SD INSTR-SORT-FILE
           RECORD CONTAINS 68 CHARACTERS.
      *
       01  INSTR-SORT-REC.
           05  IS-DEPT-CODE                PIC A(4).
           05  IS-NAME                     PIC X(20).
           05  IS-TEST OCCURS 4 TIMES      PIC 9(3).
           05  IS-TEST-AVERAGE             PIC 9(3)V99.
           05  IS-GRADE.
               10  IS-GRADE-LETTER         PIC X.
               10  IS-GRADE-SIGN           PIC X.
           05  IS-PRIVACY-HOLD             PIC X.
               88 IS-HELD                              VALUE 'Y'.
           05  IS-CAMPUS                   PIC X(4).
      *
       FD  INSTR-SEQ-FILE
           RECORD CONTAINS 68 CHARACTERS.
      *
       01  INSTR-SEQ-REC.
           05  IX-DEPT-CODE                PIC A(4).
           05  IX-NAME                     PIC X(20).
           05  IX-TEST OCCURS 4 TIMES      PIC 9(3).
           05  IX-TEST-AVERAGE             PIC 9(3)V99.
           05  IX-GRADE.
               10  IX-GRADE-LETTER         PIC X.
               10  IX-GRADE-SIGN           PIC X.
           05  IX-PRIVACY-HOLD             PIC X.
               88 IX-HELD                              VALUE 'Y'.
           05  IX-CAMPUS                   PIC X(4).
      *
       FD  INSTR-SHEET-FILE
           RECORD CONTAINS 132 CHARACTERS.
           05  PF-NAME                     PIC X(20).
      *
       FD  CSV-FILE
           RECORD CONTAINS 100 CHARACTERS.
      *
       01  CSV-RECORD                      PIC X(100).
      *
       FD  CONTROL-FILE
           RECORD CONTAINS 1 CHARACTERS.
      *REGISTRAR'S STUDENT MASTER -- ONE RECORD PER STUDENT GIVING THE
      *OFFICIAL STUDENT ID, THE NAME EXACTLY AS THE FEEDS CARRY IT, AND
      *AN ENROLLMENT STATUS OF 'A' FOR ACTIVE.  EVERY MERGED RECORD IS
      *MATCHED AGAINST THIS FILE BEFORE IT IS ACCEPTED FOR GRADING.
      *A PRIVACY HOLD OF 'Y' IS A FERPA DIRECTORY-INFORMATION HOLD --
      *THE STUDENT STAYS OFF EVERY LISTING POSTED OR SENT OUTSIDE
      *THE REGISTRAR'S OFFICE
       FD  MASTER-FILE
           RECORD CONTAINS 29 CHARACTERS.
      *
       01  MASTER-FILE-LINE.
           05  MFL-STUDENT-ID              PIC X(7).
           05  MFL-NAME                    PIC X(20).
           05  MFL-STATUS                  PIC X.
           05  MFL-PRIVACY-HOLD            PIC X.
      *
      *KEYED COPY OF THE STUDENT MASTER, REBUILT FROM THE REGISTRAR'S
      *SEQUENTIAL FILE AT THE START OF EVERY RUN.  THE CROSS-CHECK
      *OVERFLOW, AND EACH RECORD REMEMBERS WHETHER THE RUN EVER USED
      *IT SO READ-VERSUS-USED CAN BE REPORTED
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
      *REGISTRAR'S COURSE CATALOG -- ONE RECORD PER DEPT AND CLASS
      *GIVING THE CREDIT HOURS THE CLASS CARRIES, ITS TITLE, AND
      *WHETHER IT IS STILL ACTIVE.  EVERY MERGED RECORD MUST NAME AN
      *ACTIVE CATALOG CLASS, AND EVERY GPA COMPUTATION WEIGHTS THE
      *CLASS BY ITS CATALOG CREDIT HOURS
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
       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
      *EVERY STUDENT THE RUN ACTUALLY GRADES IS ALSO WRITTEN HERE SO
      *THE END-OF-JOB POSTING STEP WORKS FROM EXACTLY THE DATA THE
      *REPORT AND THE CSV EXTRACT SAW, PRIVACY HOLD INCLUDED SO THE
      *LATER EXTRACTS AND SHEETS CAN HONOR IT, AND THE CAMPUS CODE
      *SO EACH CAMPUS GETS ITS OWN STUDENTS BACK
       FD  GRADED-FILE
           RECORD CONTAINS 68 CHARACTERS.
      *
       01  GRADED-FILE-LINE.
           05  GR-DEPT-CODE                PIC A(4).
           05  GR-NAME                     PIC X(20).
           05  GR-TEST OCCURS 4 TIMES      PIC 9(3).
           05  GR-TEST-AVERAGE             PIC 9(3)V99.
           05  GR-GRADE.
               10  GR-GRADE-LETTER         PIC X.
               10  GR-GRADE-SIGN           PIC X.
           05  GR-PRIVACY-HOLD             PIC X.
               88 GR-HELD                              VALUE 'Y'.
           05  GR-CAMPUS                   PIC X(4).
      *
      *ONE OPTIONAL RECORD GIVING THE INSTITUTION CODE AND THE TERM
      *CODE FOR THIS RUN.  NO RECORD LEAVES THE DEFAULTS IN PLACE AND
      *PER CLASS PER TERM, EACH CARRYING THE CUMULATIVE GPA AND THE
      *CREDITS ATTEMPTED AS OF THE POSTING THAT WROTE IT
       FD  HISTORY-FILE
           RECORD CONTAINS 35 CHARACTERS.
      *
       01  HISTORY-REC.
           05  SH-KEY.
               10  SH-CLASS-CODE           PIC X(5).
               10  SH-TERM                 PIC X(6).
           05  SH-TEST-AVERAGE             PIC 9(3)V99.
           05  SH-GRADE                    PIC X(2).
           05  SH-CUM-GPA                  PIC 9V99.
           05  SH-CUM-CREDITS              PIC 9(3).
      *
      *CORRECTION CARDS KEYED BY THE RECORDS OFFICE FOR STUDENTS THE
      *LAST RUN DROPPED TO THE EXCEPTION FILE.  SAME LAYOUT AS THE
      *MERGED STUDENT RECORD -- DEPT, CLASS, NAME, AND THE FOUR
      *CORRECTED SCORES, THEN WHO KEYED THE CARD AND WHEN
       FD  CORRECTION-FILE
           RECORD CONTAINS 61 CHARACTERS.
      *
       01  CORRECTION-FILE-LINE.
           05  CFL-DEPT-CODE               PIC A(4).
           05  CFL-CLASS-CODE              PIC X(5).
           05  CFL-NAME                    PIC X(20).
           05  CFL-TEST OCCURS 4 TIMES     PIC X(3).
           05  CFL-ENTERED-BY              PIC X(8).
           05  CFL-ENTERED-DATE            PIC X(6).
           05  CFL-ENTERED-TIME            PIC X(6).
      *
      *WITHDRAWAL AND INCOMPLETE CARDS KEYED BY THE RECORDS OFFICE --
      *ONE DEPT, CLASS, AND NAME PER CARD PLUS A GRADE OF 'W' OR 'I'.
      *A MATCHING STUDENT GRADES OUT AS W OR I INSTEAD OF AN EARNED
      *LETTER, STAYS OFF THE PROBATION ROSTER AND THE STATE DETAILS,
      *AND POSTS TO THE HISTORY MASTER WITH NO QUALITY POINTS.  THE
      *CARD ENDS WITH WHO KEYED IT AND WHEN
       FD  WITHDRAWAL-FILE
           RECORD CONTAINS 50 CHARACTERS.
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
      *PERMANENT RUN AUDIT TRAIL -- ONE RECORD APPENDED PER EXECUTION
      *SO AUDIT CAN SEE WHAT EVERY RUN PROCESSED LONG AFTER THE
      *PRINTOUTS ARE GONE
       FD  RUN-LOG-FILE
           RECORD CONTAINS 250 CHARACTERS.
      *
       01  RUN-LOG-REC                     PIC X(250).
      *
       FD  DELTA-CONTROL-FILE
           RECORD CONTAINS 1 CHARACTERS.
      *LAST RUN'S MERGED FILE, SAVED AT END OF EVERY JOB SO A DELTA
      *RUN HAS SOMETHING TO COMPARE TODAY'S MERGED FILE AGAINST
       FD  PRIOR-MERGED-FILE
           RECORD CONTAINS 53 CHARACTERS.
      *
       01  PRIOR-MERGED-REC.
           05  PM-DEPT-CODE                PIC A(4).
           05  PM-INSTRUCTOR-ID            PIC X(5).
           05  PM-NAME                     PIC X(20).
           05  PM-TEST OCCURS 4 TIMES      PIC 9(3).
           05  PM-CAMPUS                   PIC X(4).
      *
       FD  DELTA-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      *IN EACH DEPARTMENT BY WEIGHTED AVERAGE, RANKED WITHIN THE
      *DEPARTMENT
       FD  SCHOLARSHIP-FILE
           RECORD CONTAINS 49 CHARACTERS.
      *
       01  SCHOLARSHIP-REC.
           05  SCL-DEPT-CODE               PIC A(4).
           05  SCL-CLASS-CODE              PIC X(5).
           05  SCL-SECTION                 PIC X(3).
           05  SCL-AVG                     PIC 9(3)V99.
           05  SCL-GRADE                   PIC X(2).
      *
      *STATE EDUCATION AUTHORITY GRADE SUBMISSION -- ONE HEADER, ONE
      *DETAIL PER GRADED STUDENT, AND A TRAILER CARRYING THE DETAIL
      *REPORT RUN SO THE FRONT DESK CAN ANSWER A GRADE DISPUTE WITH
      *ONE KEYED READ INSTEAD OF GREPPING THE PRODUCTION FLAT FILES
       FD  INQUIRY-MASTER-FILE
           RECORD CONTAINS 72 CHARACTERS.
      *
       01  INQUIRY-MASTER-REC.
           05  IQ-KEY.
           05  IQ-INSTRUCTOR-ID            PIC X(5).
           05  IQ-TEST OCCURS 4 TIMES      PIC 9(3).
           05  IQ-TEST-AVERAGE             PIC 9(3)V99.
           05  IQ-GRADE                    PIC X(2).
           05  IQ-STATUS                   PIC X(9).
      *
      *INQUIRY TRANSACTIONS FROM THE FRONT DESK -- ONE DEPT/CLASS/NAME
       01  RETENTION-CONTROL-REC           PIC X(6).
      *
       FD  HISTORY-ARCHIVE-FILE
           RECORD CONTAINS 35 CHARACTERS.
      *
       01  HISTORY-ARCH-REC                PIC X(35).
      *
       FD  RETENTION-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           05  ROL-SECTION                 PIC X(3).
           05  ROL-STUDENT-ID              PIC X(7).
      *
      *DEPARTMENT GRADING SCALES -- ONE RECORD PER GRADE BAND GIVING
      *THE DEPARTMENT, THE LOWEST ROUNDED AVERAGE THAT EARNS THE
      *BAND, THE ONE- OR TWO-CHARACTER LETTER GRADE (A, A-, B+, ...),
      *AND THE QUALITY POINTS IT CARRIES.  A BLANK DEPARTMENT SETS
      *THE COLLEGE-WIDE SCALE FOR EVERY DEPARTMENT WITHOUT ITS OWN.
      *NO FILE, OR NO COLLEGE-WIDE BANDS ON IT, LEAVES THE CLASSIC
      *90/80/70/60 A-F SCALE AS THE COLLEGE-WIDE DEFAULT
       FD  GRADE-SCALE-FILE
           RECORD CONTAINS 11 CHARACTERS.
      *
       01  GRADE-SCALE-LINE.
           05  SKL-DEPT-CODE               PIC A(4).
           05  SKL-CUTOFF                  PIC 9(3).
           05  SKL-GRADE                   PIC X(2).
           05  SKL-POINTS                  PIC 9V9.
      *
      *ONE OPTIONAL RECORD GIVING HOW MANY OF THE FOUR TESTS HAVE
      *BEEN TAKEN SO FAR.  1 THROUGH 3 PUTS THE RUN IN MIDTERM MODE:
      *ONLY THOSE TESTS ARE WEIGHTED, THE DEPARTMENT WEIGHTS ARE
      *CHANGE GIVING THE STUDENT ID, DEPT, CLASS, TERM, AND THE NEW
      *GRADE.  APPEALS RESOLVE WEEKLY; FULL RERUNS HAPPEN ONCE A
      *TERM, SO THESE APPLY STRAIGHT TO THE HISTORY MASTER AND THE
      *INQUIRY FILE AFTER THE RUN.  THE CARD ENDS WITH WHO KEYED IT
      *AND WHEN
       FD  GRADE-CHANGE-FILE
           RECORD CONTAINS 44 CHARACTERS.
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
       FD  CHANGE-AUDIT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  TRANSCRIPT-LINE                 PIC X(132).
      *
      *ACADEMIC STANDING MASTER -- ONE RECORD PER STUDENT PER TERM
      *GIVING THE STANDING DECIDED AFTER THAT TERM'S POSTING, THE
      *STANDING IT FOLLOWED, AND THE GPA FIGURES IT WAS DECIDED ON.
      *STANDING CODES ARE G GOOD STANDING, D DEAN'S LIST, W ACADEMIC
      *WARNING, P PROBATION, AND S SUSPENSION.  A RERUN OF THE SAME
      *TERM REWRITES THE TERM'S RECORD IN PLACE
       FD  STANDING-FILE
           RECORD CONTAINS 33 CHARACTERS.
      *
       01  STANDING-REC.
           05  AS-KEY.
               10  AS-STUDENT-ID           PIC X(7).
               10  AS-TERM                 PIC X(6).
           05  AS-STANDING                 PIC X.
           05  AS-PRIOR-STANDING           PIC X.
           05  AS-TERM-GPA                 PIC 9V99.
           05  AS-TERM-CREDITS             PIC 9(3).
           05  AS-CUM-GPA                  PIC 9V99.
           05  AS-CUM-CREDITS              PIC 9(3).
           05  AS-DECIDED-DATE             PIC X(6).
      *
      *ONE OPTIONAL RECORD GIVING THE STANDING THRESHOLDS: THE TERM
      *GPA AND TERM CREDITS FOR THE DEAN'S LIST, THE CUMULATIVE GPA
      *BELOW WHICH A STUDENT GOES ON PROBATION, AND THE TERM GPA
      *BELOW WHICH A STUDENT IN GOOD CUMULATIVE STANDING IS WARNED.
      *NO RECORD, OR A NON-NUMERIC ONE, LEAVES 3.50/12/2.00/2.00
       FD  STANDING-RULE-FILE
           RECORD CONTAINS 11 CHARACTERS.
      *
       01  STANDING-RULE-LINE.
           05  ARL-DEANS-GPA               PIC 9V99.
           05  ARL-DEANS-CREDITS           PIC 99.
           05  ARL-PROBATION-GPA           PIC 9V99.
           05  ARL-WARNING-GPA             PIC 9V99.
      *
       FD  STANDING-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  STANDING-RPT-LINE               PIC X(132).
      *
      *ONE RECORD PER STUDENT WHOSE STANDING THIS TERM IS ANYTHING
      *BUT GOOD STANDING, FOR THE ADVISING OFFICE'S LETTERS -- A
      *DEAN'S LIST LETTER, OR A WARNING, PROBATION, OR SUSPENSION
      *NOTICE
       FD  ADVISING-FILE
           RECORD CONTAINS 63 CHARACTERS.
      *
       01  ADVISING-REC.
           05  AV-STUDENT-ID               PIC X(7).
           05  AV-NAME                     PIC X(20).
           05  AV-TERM                     PIC X(6).
           05  AV-STANDING                 PIC X.
           05  AV-STANDING-DESC            PIC X(16).
           05  AV-PRIOR-STANDING           PIC X.
           05  AV-TERM-GPA                 PIC 9V99.
           05  AV-TERM-CREDITS             PIC 9(3).
           05  AV-CUM-GPA                  PIC 9V99.
           05  AV-CUM-CREDITS              PIC 9(3).
      *
      *PREREQUISITE TABLE -- ONE RECORD PER REQUIRED COURSE GIVING
      *THE DEPT AND CLASS THAT HAS THE REQUIREMENT, THE DEPT AND
      *CLASS THAT MUST HAVE BEEN PASSED IN AN EARLIER TERM, AND THE
      *LOWEST GRADE THAT SATISFIES IT.  A CLASS WITH SEVERAL RECORDS
      *REQUIRES ALL OF THEM.  A BLANK MINIMUM GRADE MEANS ANY PASSING
      *GRADE.  NO FILE MEANS NO PREREQUISITE CHECK
       FD  PREREQ-FILE
           RECORD CONTAINS 20 CHARACTERS.
      *
       01  PREREQ-LINE.
           05  PQL-DEPT-CODE               PIC A(4).
           05  PQL-CLASS-CODE              PIC X(5).
           05  PQL-REQ-DEPT-CODE           PIC A(4).
           05  PQL-REQ-CLASS-CODE          PIC X(5).
           05  PQL-MIN-GRADE               PIC X(2).
      *
       FD  PREREQ-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  PREREQ-RPT-LINE                 PIC X(132).
      *
      *GRADED RESULTS RETURNED TO ONE CAMPUS OR DUAL-CREDIT PARTNER
      *HIGH SCHOOL -- A HEADER, ONE DETAIL PER STUDENT THE CAMPUS
      *SENT, AND A TRAILER CARRYING THE DETAIL COUNT.  ONE PHYSICAL
      *FD SERVES EVERY CAMPUS IN TURN, NAMED RETURN<CAMPUS>.TXT
       FD  CAMPUS-RETURN-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CAMPUS-RETURN-REC               PIC X(80).
      *
      *INSTRUCTOR STATISTICS HISTORY -- ONE RECORD PER DEPT, CLASS,
      *TERM, AND INSTRUCTOR GIVING THE TERM'S LETTER-GRADE COUNTS,
      *THE SUM AND AVERAGE OF THE GRADED STUDENTS' WEIGHTED AVERAGES,
      *AND THE W/I COUNT.  PLUS/MINUS GRADES COUNT IN THEIR LETTER.
      *KEYED DEPT/CLASS FIRST SO EVERY SECTION OF A CLASS OVER EVERY
      *TERM READS TOGETHER.  A RERUN OF A TERM REPLACES ITS RECORDS
       FD  INSTR-STATS-FILE
           RECORD CONTAINS 61 CHARACTERS.
      *
       01  INSTR-STATS-REC.
           05  IST-KEY.
               10  IST-DEPT-CODE           PIC A(4).
               10  IST-CLASS-CODE          PIC X(5).
               10  IST-TERM                PIC X(6).
               10  IST-INSTRUCTOR-ID       PIC X(5).
           05  IST-GRADED                  PIC 9(4).
           05  IST-GRADE-A                 PIC 9(4).
           05  IST-GRADE-B                 PIC 9(4).
           05  IST-GRADE-C                 PIC 9(4).
           05  IST-GRADE-D                 PIC 9(4).
           05  IST-GRADE-F                 PIC 9(4).
           05  IST-AVG-TOTAL               PIC 9(6)V99.
           05  IST-AVG                     PIC 9(3)V99.
           05  IST-WITHDRAWN               PIC 9(4).
      *
      *ONE OPTIONAL RECORD FOR THE GRADING-PATTERN REPORT: HOW MANY
      *OF THE MOST RECENT TERMS TO LOOK BACK OVER (1-12), THE
      *TOLERANCE IN PERCENTAGE POINTS AN INSTRUCTOR'S A OR F RATE
      *MAY STRAY FROM THE COMPARISON RATE BEFORE IT IS FLAGGED, AND
      *THE FEWEST GRADED STUDENTS AN INSTRUCTOR MUST HAVE IN THE
      *CLASS BEFORE A FLAG MEANS ANYTHING.  NO RECORD, OR A NON-
      *NUMERIC ONE, LEAVES 4 TERMS, 15 POINTS, AND 10 STUDENTS
       FD  PATTERN-RULE-FILE
           RECORD CONTAINS 7 CHARACTERS.
      *
       01  PATTERN-RULE-LINE.
           05  GPL-TERMS                   PIC 99.
           05  GPL-TOLERANCE               PIC 99.
           05  GPL-MIN-STUDENTS            PIC 9(3).
      *
       FD  PATTERN-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  PATTERN-RPT-LINE                PIC X(132).
      *
      *END-OF-JOB STEP CHECKPOINT FOR THE LATEST RUN -- A '*RUN'
      *RECORD GIVING THE TERM AND RUN DATE, ONE RECORD PER STEP AS IT
      *COMPLETES, AND AN '*END' RECORD ONCE THE WHOLE CHAIN HAS RUN.
      *EACH RECORD IS APPENDED AND THE FILE CLOSED AT ONCE SO IT
      *SURVIVES AN ABEND IN THE STEP THAT FOLLOWS
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 28 CHARACTERS.
      *
       01  CHECKPOINT-REC.
           05  CKL-TERM                    PIC X(6).
           05  CKL-RUN-DATE                PIC X(6).
           05  CKL-STEP                    PIC X(4).
           05  CKL-DONE-DATE               PIC X(6).
           05  CKL-DONE-TIME               PIC X(6).
      *
      *ONE OPTIONAL RECORD GIVING THE FINANCIAL AID SATISFACTORY
      *ACADEMIC PROGRESS MEASURES: THE LOWEST CUMULATIVE GPA, THE
      *LOWEST COMPLETION PACE AS A WHOLE PERCENT OF CREDITS
      *ATTEMPTED, AND THE MOST CREDITS THAT MAY BE ATTEMPTED UNDER
      *THE MAXIMUM TIMEFRAME.  NO RECORD, OR A NON-NUMERIC ONE,
      *LEAVES 2.00/067/180
       FD  SAP-RULE-FILE
           RECORD CONTAINS 9 CHARACTERS.
      *
       01  SAP-RULE-LINE.
           05  SPL-MIN-GPA                 PIC 9V99.
           05  SPL-MIN-PACE                PIC 9(3).
           05  SPL-MAX-CREDITS             PIC 9(3).
      *
      *SATISFACTORY ACADEMIC PROGRESS INTERFACE FOR THE FINANCIAL
      *AID SYSTEM -- AN 'H' HEADER WITH THE MEASURES APPLIED, ONE
      *'D' RECORD PER STUDENT GRADED THIS TERM, AND A 'T' TRAILER
      *WITH THE STUDENT COUNT AND HASH TOTALS.  LAYOUTS ARE IN
      *WORKING STORAGE
       FD  SAP-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  SAP-EXTRACT-REC                 PIC X(80).
      *
       FD  SAP-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  SAP-RPT-LINE                    PIC X(132).
      *
      *PRIOR-TERM AVERAGES AND GRADE DISTRIBUTIONS, ONE 'D' RECORD PER
      *DEPARTMENT AND ONE 'C' RECORD PER CLASS.  READ AT START OF RUN
      *FOR THE TREND LINES AND REWRITTEN AT END OF RUN WITH THIS RUN'S
       01  MTF-FILE-STATUS                PIC XX      VALUE '00'.
       01  ROF-FILE-STATUS                PIC XX      VALUE '00'.
       01  RTF-FILE-STATUS                PIC XX      VALUE '00'.
       01  CMF-FILE-STATUS                PIC XX      VALUE '00'.
       01  SKF-FILE-STATUS                PIC XX      VALUE '00'.
       01  ASF-FILE-STATUS                PIC XX      VALUE '00'.
       01  ARF-FILE-STATUS                PIC XX      VALUE '00'.
       01  PQF-FILE-STATUS                PIC XX      VALUE '00'.
       01  RNF-FILE-STATUS                PIC XX      VALUE '00'.
       01  ISF-FILE-STATUS                PIC XX      VALUE '00'.
       01  GPF-FILE-STATUS                PIC XX      VALUE '00'.
       01  CKF-FILE-STATUS                PIC XX      VALUE '00'.
       01  SPF-FILE-STATUS                PIC XX      VALUE '00'.
      *
       01  INQUIRY-FIELDS.
           05  IN-FOUND-COUNT              PIC S9(5)  VALUE +0.
               10  CB-NAME                  PIC X(20).
               10  CB-TEST OCCURS 4 TIMES   PIC 9(3).
               10  CB-AVG                   PIC S9(5)V99.
               10  CB-GRADE.
                   15  CB-GRADE-LETTER      PIC X.
                   15  CB-GRADE-SIGN        PIC X.
               10  CB-RANK                  PIC S9(3).
               10  CB-PCTL                  PIC S9(3).
      *
           05  RT-GRP-STUDENT-ID           PIC X(7)   VALUE SPACES.
           05  RT-GRP-DEPT-CODE            PIC A(4)   VALUE SPACES.
           05  RT-GRP-CLASS-CODE           PIC X(5)   VALUE SPACES.
           05  RT-GRP-BEST-POINTS          PIC 9V9    VALUE ZERO.
           05  RT-GRP-BEST-GRADE           PIC X(2)   VALUE SPACES.
           05  RT-GRP-OPEN-FLAG            PIC X      VALUE 'N'.
               88 RT-GRP-OPEN                          VALUE 'Y'.
           05  RT-SCAN-FLAG                PIC X      VALUE ' '.
               88 RT-SCAN-DONE                         VALUE 'N'.
               88 RT-SCAN-ACTIVE                       VALUE 'Y'.
           05  RT-HOLD-REC                 PIC X(35)  VALUE SPACES.
      *
       01  RETENTION-TITLE-LINE.
           05                              PIC X(33) VALUE
           05  CH-APPLIED-COUNT            PIC S9(5)  VALUE +0.
           05  CH-NOTFOUND-COUNT           PIC S9(5)  VALUE +0.
           05  CH-REJECT-COUNT             PIC S9(5)  VALUE +0.
           05  CH-OLD-GRADE                PIC X(2)   VALUE SPACES.
           05  CH-OLD-GPA                  PIC 9V99   VALUE ZEROS.
           05  CH-NEW-GPA                  PIC 9V99   VALUE ZEROS.
           05  CH-NEW-CREDITS              PIC S9(4)  VALUE +0.
           05  CH-CUM-GPA                  PIC 9V99   VALUE ZEROS.
           05  CH-GRP-DEPT-CODE            PIC A(4)   VALUE SPACES.
           05  CH-GRP-CLASS-CODE           PIC X(5)   VALUE SPACES.
           05  CH-GRP-BEST-POINTS          PIC 9V9    VALUE ZERO.
           05  CH-GRP-OPEN-FLAG            PIC X      VALUE 'N'.
               88 CH-GRP-OPEN                          VALUE 'Y'.
           05  CH-SCAN-FLAG                PIC X      VALUE ' '.
                   'INVALID GRADE -- '.
           05  CHR-STUDENT-ID              PIC X(7).
           05                              PIC X(8)  VALUE '  GRADE '.
           05  CHR-GRADE                   PIC X(2).
      *
       01  CHANGE-TOTAL-LINE.
           05                              PIC X(16) VALUE
           05  GSD-TEST OCCURS 4 TIMES     PIC XXXBBBBB.
           05  GSD-AVG                     PIC ZZ9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  GSD-GRADE                   PIC X(2).
      *
       01  SHEET-SECTION-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(2)  VALUE SPACES.
           05  SJL-AVG                     PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  SJL-GRADE                   PIC X(2).
           05                              PIC X(6)  VALUE '  RSN='.
           05  SJL-REASON-CODE             PIC X(3).
      *
           05  STD-SECTION                 PIC X(3).
           05  STD-TEST OCCURS 4 TIMES     PIC 9(3).
           05  STD-AVG                     PIC 9(3)V99.
           05  STD-GRADE                   PIC X(2).
           05                              PIC X(41)  VALUE SPACES.
      *
       01  STATE-TRAILER-REC.
           05                              PIC X      VALUE 'T'.
           05                              PIC X(2)  VALUE SPACES.
           05  IL-AVG                      PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  IL-GRADE                    PIC X(2).
           05                              PIC X(1)  VALUE SPACES.
           05  IL-STATUS                   PIC X(9).
      *
       01  INQUIRY-NOTFOUND-LINE.
               10  SE-CLASS-CODE            PIC X(5).
               10  SE-SECTION               PIC X(3).
               10  SE-AVG                   PIC 9(3)V99.
               10  SE-GRADE                 PIC X(2).
               10  SE-USED                  PIC X.
               10  SE-HELD                  PIC X.
      *
       01  DELTA-FIELDS.
           05  DM-CUR-EOF-FLAG             PIC X      VALUE ' '.
               10  FT-CAMPUS                PIC X(4).
               10  FT-EXTRACT-DATE          PIC X(6).
      *
      *CAMPUS SUBTOTALS FOR THE CURRENT DEPARTMENT, ONE ENTRY PER
      *CAMPUS SEEN SINCE THE LAST DEPARTMENT BREAK.  EVERY CAMPUS
      *COMES IN ON ITS OWN FEED, SO THE FEED TABLE'S TEN IS THE MOST
      *THERE CAN BE
       01  CAMPUS-FIELDS.
           05  CP-COUNT                    PIC S99    VALUE +0.
           05  CP-SUB                      PIC S99    VALUE +0.
           05  CP-AVG                      PIC S9(3)V99 VALUE +0.
           05  CP-CAMPUS-HOLD              PIC X(4)   VALUE SPACES.
           05  CP-RETURN-NAME              PIC X(30)  VALUE SPACES.
           05  CP-RETURN-COUNT             PIC S9(7)  VALUE +0.
           05  CP-FILES-WRITTEN            PIC S99    VALUE +0.
           05  CP-RETURN-FLAG              PIC X      VALUE 'N'.
               88 CP-RETURN-OPEN                       VALUE 'Y'.
           05  CP-OPEN-FAIL-FLAG           PIC X      VALUE 'N'.
               88 CP-RETURN-OPEN-FAILED                VALUE 'Y'.
      *
       01  CAMPUS-TABLE.
           05  CP-ENTRY OCCURS 10 TIMES.
               10  CP-CAMPUS                PIC X(4).
               10  CP-TOTAL                 PIC S9(4).
               10  CP-GRADED                PIC S9(4).
               10  CP-AVG-TOTAL             PIC S9(6)V99.
               10  CP-GRADE-A               PIC S9(3).
               10  CP-GRADE-B               PIC S9(3).
               10  CP-GRADE-C               PIC S9(3).
               10  CP-GRADE-D               PIC S9(3).
               10  CP-GRADE-F               PIC S9(3).
      *
       01  CAMPUS-GROUP-LINE.
           05                              PIC X(10)   VALUE SPACES.
           05                              PIC X(7)    VALUE 'CAMPUS '.
           05  CPL-CAMPUS                  PIC X(4).
           05                              PIC X(6)    VALUE ' IS   '.
           05  CPL-TOTAL                   PIC ZZZ9.
           05                              PIC X(5)    VALUE '  A='.
           05  CPL-GRADE-A                 PIC Z9.
           05                              PIC X(4)    VALUE '  B='.
           05  CPL-GRADE-B                 PIC Z9.
           05                              PIC X(4)    VALUE '  C='.
           05  CPL-GRADE-C                 PIC Z9.
           05                              PIC X(4)    VALUE '  D='.
           05  CPL-GRADE-D                 PIC Z9.
           05                              PIC X(4)    VALUE '  F='.
           05  CPL-GRADE-F                 PIC Z9.
           05                              PIC X(6)    VALUE '  AVG='.
           05  CPL-TEST-AVG                PIC ZZ9.99.
      *
       01  CAMPUS-RETURN-HEADER.
           05                              PIC X      VALUE 'H'.
           05  CRH-CAMPUS                  PIC X(4).
           05  CRH-INST-CODE               PIC X(6).
           05  CRH-TERM                    PIC X(6).
           05  CRH-DATE                    PIC 9(6).
           05                              PIC X(57)  VALUE SPACES.
      *
       01  CAMPUS-RETURN-DETAIL.
           05                              PIC X      VALUE 'D'.
           05  CRD-STUDENT-ID              PIC X(7).
           05  CRD-NAME                    PIC X(20).
           05  CRD-DEPT-CODE               PIC A(4).
           05  CRD-CLASS-CODE              PIC X(5).
           05  CRD-SECTION                 PIC X(3).
           05  CRD-INSTRUCTOR-ID           PIC X(5).
           05  CRD-TEST OCCURS 4 TIMES     PIC 9(3).
           05  CRD-AVG                     PIC 9(3)V99.
           05  CRD-GRADE                   PIC X(2).
           05                              PIC X(16)  VALUE SPACES.
      *
       01  CAMPUS-RETURN-TRAILER.
           05                              PIC X      VALUE 'T'.
           05  CRT-CAMPUS                  PIC X(4).
           05  CRT-COUNT                   PIC 9(7).
           05                              PIC X(68)  VALUE SPACES.
      *
      *SCRATCH FIELDS FOR THE FEED HEADER/TRAILER VERIFICATION.  THE
      *YY*372+MM*31+DD SERIAL IS NOT A TRUE DAY COUNT BUT IT IS
      *STRICTLY INCREASING WITH THE DATE, WHICH IS ALL THE STALENESS
           05  LG-EXCEPTION-COUNT          PIC S9(5)  VALUE +0.
           05  LG-HONOR-COUNT              PIC S9(5)  VALUE +0.
           05  LG-PROBATION-COUNT          PIC S9(5)  VALUE +0.
           05  LG-PRIVACY-COUNT            PIC S9(5)  VALUE +0.
           05  LG-COMPLETION               PIC X(4)   VALUE 'ABND'.
           05  LG-TIME-OF-DAY              PIC 9(8)   VALUE ZEROS.
           05  LG-SUB                      PIC S9(3)  VALUE +0.
           05  LL-QUAR                     PIC Z9.
           05                              PIC X(3)  VALUE ' C='.
           05  LL-COMPLETION               PIC X(4).
           05                              PIC X(5)  VALUE ' PVH='.
           05  LL-PRIVACY                  PIC ZZZZ9.
           05                              PIC X(5)  VALUE ' SKP='.
           05  LL-SKIPPED                  PIC X(90).
      *
      *STEP CODES ARE THE FOUR-CHARACTER NAMES THE CHECKPOINT FILE,
      *THE RUN LOG, AND THE OPERATOR SUMMARY ALL USE FOR THE END-OF-
      *JOB STEPS -- SEE 620-RUN-END-STEP
       01  CHECKPOINT-FIELDS.
           05  CK-STEP-IN                  PIC X(4)   VALUE SPACES.
           05  CK-RUN-DATE                 PIC X(6)   VALUE SPACES.
           05  CK-DONE-COUNT               PIC S99    VALUE +0.
           05  CK-SUB                      PIC S99    VALUE +0.
           05  CK-SKIP-COUNT               PIC S99    VALUE +0.
           05  CK-SKIP-PTR                 PIC S9(3)  VALUE +1.
           05  CK-SKIPPED-LIST             PIC X(90)  VALUE SPACES.
           05  CK-TIME-OF-DAY              PIC 9(8)   VALUE ZEROS.
           05  CK-RESUME-FLAG              PIC X      VALUE 'N'.
               88 CK-RESUME-RUN                        VALUE 'Y'.
           05  CK-DONE-FLAG                PIC X      VALUE 'N'.
               88 CK-STEP-DONE                         VALUE 'Y'.
           05  CK-STEP-OK-FLAG             PIC X      VALUE 'N'.
               88 CK-STEP-OK                           VALUE 'Y'.
           05  CK-CHAIN-FLAG               PIC X      VALUE 'N'.
               88 CK-CHAIN-FAILED                      VALUE 'Y'.
      *
       01  CHECKPOINT-TABLE.
           05  CK-DONE-STEP OCCURS 20 TIMES PIC X(4).
      *
       01  CORRECTION-FIELDS.
           05  CR-COUNT                    PIC S9(3)  VALUE +0.
           05  TR-CUM-GPA                  PIC 9V99   VALUE ZEROS.
           05  TR-GRP-DEPT-CODE            PIC A(4)   VALUE SPACES.
           05  TR-GRP-CLASS-CODE           PIC X(5)   VALUE SPACES.
           05  TR-GRP-BEST-POINTS          PIC 9V9    VALUE ZERO.
           05  TR-GRP-OPEN-FLAG            PIC X      VALUE 'N'.
               88 TR-GRP-OPEN                          VALUE 'Y'.
           05  TR-SCAN-FLAG                PIC X      VALUE ' '.
               10  TE-DEPT-CODE             PIC A(4).
               10  TE-CLASS-CODE            PIC X(5).
               10  TE-AVG                   PIC 9(3)V99.
               10  TE-GRADE                 PIC X(2).
      *
       01  TE-SWAP-ENTRY.
           05  TE-SWAP-TERM                PIC X(6).
           05  TE-SWAP-DEPT-CODE           PIC A(4).
           05  TE-SWAP-CLASS-CODE          PIC X(5).
           05  TE-SWAP-AVG                 PIC 9(3)V99.
           05  TE-SWAP-GRADE               PIC X(2).
      *
       01  TRANSCRIPT-HEADING-ONE.
           05                              PIC X(6)  VALUE 'DATE:'.
           05                              PIC X(6)  VALUE '  AVG='.
           05  TRD-AVG                     PIC ZZ9.99.
           05                              PIC X(8)  VALUE '  GRADE '.
           05  TRD-GRADE                   PIC X(2).
      *
       01  TRANSCRIPT-TERM-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(18) VALUE
                                           'NO HISTORY ON FILE'.
      *
      *ACADEMIC STANDING STEP.  THE GRADED STUDENTS ARE RE-SORTED
      *INTO STUDENT ID ORDER AND EACH STUDENT'S HISTORY IS PULLED
      *INTO THE TRANSCRIPT WORK TABLE ONCE
       01  STANDING-FIELDS.
           05  AS-DEANS-GPA                PIC 9V99   VALUE 3.50.
           05  AS-DEANS-CREDITS            PIC 99     VALUE 12.
           05  AS-PROBATION-GPA            PIC 9V99   VALUE 2.00.
           05  AS-WARNING-GPA              PIC 9V99   VALUE 2.00.
           05  AS-STUDENT-HOLD             PIC X(7)   VALUE SPACES.
           05  AS-NAME-HOLD                PIC X(20)  VALUE SPACES.
           05  AS-NEW-STANDING             PIC X      VALUE SPACE.
               88 AS-GOOD-STANDING                     VALUE 'G'.
           05  AS-OLD-STANDING             PIC X      VALUE SPACE.
               88 AS-NO-PRIOR-STANDING                 VALUE SPACE.
               88 AS-WAS-ON-PROBATION                  VALUE 'P' 'S'.
           05  AS-DESC-CODE                PIC X      VALUE SPACE.
           05  AS-DESC-WORK                PIC X(16)  VALUE SPACES.
           05  AS-TERM-POINTS              PIC S9(5)V99 VALUE +0.
           05  AS-TERM-CREDITS-WORK        PIC S9(4)  VALUE +0.
           05  AS-TERM-GPA-WORK            PIC 9V99   VALUE ZEROS.
           05  AS-STUDENT-COUNT            PIC S9(5)  VALUE +0.
           05  AS-CHANGED-COUNT            PIC S9(5)  VALUE +0.
           05  AS-GOOD-COUNT               PIC S9(5)  VALUE +0.
           05  AS-DEANS-COUNT              PIC S9(5)  VALUE +0.
           05  AS-WARNING-COUNT            PIC S9(5)  VALUE +0.
           05  AS-PROBATION-COUNT          PIC S9(5)  VALUE +0.
           05  AS-SUSPENDED-COUNT          PIC S9(5)  VALUE +0.
           05  AS-SCAN-FLAG                PIC X      VALUE ' '.
               88 AS-SCAN-DONE                         VALUE 'N'.
               88 AS-SCAN-ACTIVE                       VALUE 'Y'.
           05  AS-EOF-FLAG                 PIC X      VALUE ' '.
               88 AS-NO-MORE-DATA                      VALUE 'N'.
               88 AS-MORE-RECORDS                      VALUE 'Y'.
           05  AS-LINE-COUNT               PIC S9(2)  VALUE +99.
           05  AS-PAGE-NO                  PIC S9(3)  VALUE +0.
      *
       01  STANDING-HEADING-ONE.
           05                              PIC X(6)  VALUE 'DATE:'.
           05  ASH-DATE.
               10  ASH-MONTH               PIC Z9.
               10                          PIC X     VALUE '/'.
               10  ASH-DAY                 PIC 99.
               10                          PIC X     VALUE '/'.
               10  ASH-YEAR                PIC 99.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(27) VALUE
                                           'ACADEMIC STANDING CHANGES'.
           05                              PIC X(6)  VALUE 'TERM '.
           05  ASH-TERM                    PIC X(6).
           05                              PIC X(6)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'PAGE'.
           05  ASH-PAGE-NO                 PIC ZZ9.
      *
       01  STANDING-HEADING-TWO.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(18) VALUE
                                           'PRIOR STANDING'.
           05                              PIC X(18) VALUE
                                           'NEW STANDING'.
           05                              PIC X(10) VALUE 'TERM GPA'.
           05                              PIC X(9)  VALUE 'CREDITS'.
           05                              PIC X(9)  VALUE 'CUM GPA'.
           05                              PIC X(7)  VALUE 'CREDITS'.
      *
       01  STANDING-DETAIL-LINE.
           05  ASD-STUDENT-ID              PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  ASD-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  ASD-PRIOR-DESC              PIC X(16).
           05                              PIC X(2)  VALUE SPACES.
           05  ASD-NEW-DESC                PIC X(16).
           05                              PIC X(2)  VALUE SPACES.
           05  ASD-TERM-GPA                PIC 9.99.
           05                              PIC X(6)  VALUE SPACES.
           05  ASD-TERM-CREDITS            PIC ZZ9.
           05                              PIC X(6)  VALUE SPACES.
           05  ASD-CUM-GPA                 PIC 9.99.
           05                              PIC X(5)  VALUE SPACES.
           05  ASD-CUM-CREDITS             PIC ZZ9.
      *
      *PREREQUISITE CHECK.  EACH ROSTER ENTRY WHOSE CLASS HAS
      *REQUIREMENTS IS CHECKED AGAINST THE STUDENT'S HISTORY IN
      *EARLIER TERMS -- THE BEST ATTEMPT AT THE REQUIRED COURSE IS
      *THE ONE THAT COUNTS, SO A FAILURE LATER RETAKEN AND PASSED
      *MEETS THE REQUIREMENT, THE SAME HIGHEST-ATTEMPT RULE THE
      *POSTING FOLLOWS
       01  PREREQ-FIELDS.
           05  PQ-COUNT                    PIC S9(3)  VALUE +0.
           05  PQ-SUB                      PIC S9(3)  VALUE +0.
           05  PQ-MIN-POINTS               PIC 9V9    VALUE ZERO.
           05  PQ-BEST-POINTS              PIC 9V9    VALUE ZERO.
           05  PQ-BEST-GRADE               PIC X(2)   VALUE SPACES.
           05  PQ-DEPT-HOLD                PIC A(4)   VALUE SPACES.
           05  PQ-SECT-HOLD.
               10  PQ-SECT-DEPT-HOLD        PIC A(4)   VALUE SPACES.
               10  PQ-SECT-CLASS-HOLD       PIC X(5)   VALUE SPACES.
               10  PQ-SECT-SECTION-HOLD     PIC X(3)   VALUE SPACES.
           05  PQ-CHECKED-COUNT            PIC S9(5)  VALUE +0.
           05  PQ-EXCEPTION-COUNT          PIC S9(5)  VALUE +0.
           05  PQ-DEPT-EXCEPTIONS          PIC S9(5)  VALUE +0.
           05  PQ-SCAN-FLAG                PIC X      VALUE ' '.
               88 PQ-SCAN-DONE                         VALUE 'N'.
               88 PQ-SCAN-ACTIVE                       VALUE 'Y'.
           05  PQ-LINE-COUNT               PIC S9(2)  VALUE +99.
           05  PQ-PAGE-NO                  PIC S9(3)  VALUE +0.
      *
       01  PREREQ-TABLE.
           05  PQ-ENTRY OCCURS 300 TIMES.
               10  PQ-DEPT-CODE             PIC A(4).
               10  PQ-CLASS-CODE            PIC X(5).
               10  PQ-REQ-DEPT-CODE         PIC A(4).
               10  PQ-REQ-CLASS-CODE        PIC X(5).
               10  PQ-MIN-GRADE             PIC X(2).
      *
       01  PREREQ-HEADING-ONE.
           05                              PIC X(6)  VALUE 'DATE:'.
           05  PQH-DATE.
               10  PQH-MONTH               PIC Z9.
               10                          PIC X     VALUE '/'.
               10  PQH-DAY                 PIC 99.
               10                          PIC X     VALUE '/'.
               10  PQH-YEAR                PIC 99.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(27) VALUE
                                           'PREREQUISITE EXCEPTIONS'.
           05                              PIC X(6)  VALUE 'TERM '.
           05  PQH-TERM                    PIC X(6).
           05                              PIC X(6)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'PAGE'.
           05  PQH-PAGE-NO                 PIC ZZ9.
      *
       01  PREREQ-HEADING-TWO.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'STUDENT'.
           05                              PIC X(14) VALUE
                                           'REQUIRES'.
           05                              PIC X(11) VALUE 'MIN GRADE'.
           05                              PIC X(10) VALUE 'BEST'.
      *
       01  PREREQ-DEPT-LINE.
           05                              PIC X(11) VALUE
                                           'DEPARTMENT '.
           05  PQD-DEPT-CODE               PIC A(4).
      *
       01  PREREQ-SECTION-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'CLASS '.
           05  PQS-CLASS-CODE              PIC X(5).
           05                              PIC X(10) VALUE
                                           '  SECTION '.
           05  PQS-SECTION                 PIC X(3).
           05                              PIC X(8)  VALUE '  INSTR '.
           05  PQS-INSTRUCTOR-ID           PIC X(5).
      *
       01  PREREQ-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  PQX-STUDENT-ID              PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  PQX-REQ-DEPT-CODE           PIC A(4).
           05                              PIC X(1)  VALUE SPACES.
           05  PQX-REQ-CLASS-CODE          PIC X(5).
           05                              PIC X(4)  VALUE SPACES.
           05  PQX-MIN-GRADE               PIC X(2).
           05                              PIC X(9)  VALUE SPACES.
           05  PQX-BEST-GRADE              PIC X(4).
      *
       01  PREREQ-DEPT-TOTAL-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(23) VALUE
                                           'DEPARTMENT EXCEPTIONS='.
           05  PQT-DEPT-EXCEPTIONS         PIC ZZZZ9.
      *
       01  PREREQ-TOTAL-LINE.
           05                              PIC X(17) VALUE
                                           'ENROLLED CHECKED='.
           05  PQT-CHECKED                 PIC ZZZZ9.
           05                              PIC X(13) VALUE
                                           '  EXCEPTIONS='.
           05  PQT-EXCEPTIONS              PIC ZZZZ9.
      *
       01  STANDING-TOTAL-LINE.
           05                              PIC X(9)  VALUE 'STUDENTS='.
           05  AST-STUDENTS                PIC ZZZZ9.
           05                              PIC X(10) VALUE '  CHANGED='.
           05  AST-CHANGED                 PIC ZZZZ9.
           05                              PIC X(7)  VALUE '  GOOD='.
           05  AST-GOOD                    PIC ZZZZ9.
           05                              PIC X(8)  VALUE '  DEANS='.
           05  AST-DEANS                   PIC ZZZZ9.
           05                              PIC X(10) VALUE '  WARNING='.
           05  AST-WARNING                 PIC ZZZZ9.
           05                              PIC X(12) VALUE
                                           '  PROBATION='.
           05  AST-PROBATION               PIC ZZZZ9.
           05                              PIC X(12) VALUE
                                           '  SUSPENDED='.
           05  AST-SUSPENDED               PIC ZZZZ9.
      *
      *FINANCIAL AID SATISFACTORY ACADEMIC PROGRESS.  EVERY ATTEMPT
      *ON THE HISTORY MASTER THROUGH THIS TERM COUNTS AS CREDITS
      *ATTEMPTED -- W, I, AND F INCLUDED -- AND A CLASS'S CREDITS
      *ARE EARNED ONCE WHEN ANY ATTEMPT AT IT WAS PASSED
       01  SAP-FIELDS.
           05  SP-MIN-GPA                  PIC 9V99   VALUE 2.00.
           05  SP-MIN-PACE                 PIC 9(3)   VALUE 67.
           05  SP-MAX-CREDITS              PIC 9(3)   VALUE 180.
           05  SP-ATTEMPTED                PIC S9(4)  VALUE +0.
           05  SP-EARNED                   PIC S9(4)  VALUE +0.
           05  SP-PACE                     PIC 9(3)V99 VALUE ZEROS.
           05  SP-GRADE-WORK.
               10  SP-GRADE-LETTER         PIC X.
               10                          PIC X.
           05  SP-GRP-DEPT-CODE            PIC A(4)   VALUE SPACES.
           05  SP-GRP-CLASS-CODE           PIC X(5)   VALUE SPACES.
           05  SP-GRP-CREDITS              PIC 9      VALUE ZERO.
           05  SP-GRP-OPEN-FLAG            PIC X      VALUE 'N'.
               88 SP-GRP-OPEN                          VALUE 'Y'.
           05  SP-GRP-PASSED-FLAG          PIC X      VALUE 'N'.
               88 SP-GRP-PASSED                        VALUE 'Y'.
           05  SP-GPA-FLAG                 PIC X      VALUE 'Y'.
               88 SP-GPA-MET                           VALUE 'Y'.
           05  SP-PACE-FLAG                PIC X      VALUE 'Y'.
               88 SP-PACE-MET                          VALUE 'Y'.
           05  SP-TIME-FLAG                PIC X      VALUE 'Y'.
               88 SP-TIME-MET                          VALUE 'Y'.
           05  SP-STUDENT-COUNT            PIC S9(5)  VALUE +0.
           05  SP-FAIL-COUNT               PIC S9(5)  VALUE +0.
           05  SP-GPA-FAIL-COUNT           PIC S9(5)  VALUE +0.
           05  SP-PACE-FAIL-COUNT          PIC S9(5)  VALUE +0.
           05  SP-TIME-FAIL-COUNT          PIC S9(5)  VALUE +0.
           05  SP-GPA-HASH                 PIC S9(7)V99 VALUE +0.
           05  SP-ATTEMPTED-HASH           PIC S9(9)  VALUE +0.
           05  SP-EARNED-HASH              PIC S9(9)  VALUE +0.
           05  SP-SCAN-FLAG                PIC X      VALUE ' '.
               88 SP-SCAN-DONE                         VALUE 'N'.
               88 SP-SCAN-ACTIVE                       VALUE 'Y'.
           05  SP-LINE-COUNT               PIC S9(2)  VALUE +99.
           05  SP-PAGE-NO                  PIC S9(3)  VALUE +0.
      *
       01  SAP-HEADER-REC.
           05                              PIC X      VALUE 'H'.
           05  SXH-INST-CODE               PIC X(6).
           05  SXH-TERM                    PIC X(6).
           05  SXH-DATE                    PIC 9(6).
           05  SXH-MIN-GPA                 PIC 9V99.
           05  SXH-MIN-PACE                PIC 9(3).
           05  SXH-MAX-CREDITS             PIC 9(3).
           05                              PIC X(52)  VALUE SPACES.
      *
      *SAP STATUS IS M WHEN THE STUDENT MEETS EVERY MEASURE AND F
      *WHEN ANY ONE IS FAILED.  EACH MEASURE'S FLAG IS Y WHEN MET
       01  SAP-DETAIL-REC.
           05                              PIC X      VALUE 'D'.
           05  SXD-STUDENT-ID              PIC X(7).
           05  SXD-NAME                    PIC X(20).
           05  SXD-TERM                    PIC X(6).
           05  SXD-CUM-GPA                 PIC 9V99.
           05  SXD-GPA-CREDITS             PIC 9(4).
           05  SXD-ATTEMPTED               PIC 9(4).
           05  SXD-EARNED                  PIC 9(4).
           05  SXD-PACE                    PIC 9(3)V99.
           05  SXD-GPA-MET                 PIC X.
           05  SXD-PACE-MET                PIC X.
           05  SXD-TIME-MET                PIC X.
           05  SXD-SAP-STATUS              PIC X.
           05                              PIC X(22)  VALUE SPACES.
      *
       01  SAP-TRAILER-REC.
           05                              PIC X      VALUE 'T'.
           05  SXT-COUNT                   PIC 9(7).
           05  SXT-FAIL-COUNT              PIC 9(7).
           05  SXT-GPA-HASH                PIC 9(7)V99.
           05  SXT-ATTEMPTED-HASH          PIC 9(9).
           05  SXT-EARNED-HASH             PIC 9(9).
           05                              PIC X(38)  VALUE SPACES.
      *
       01  SAP-HEADING-ONE.
           05                              PIC X(6)  VALUE 'DATE:'.
           05  SPH-DATE.
               10  SPH-MONTH               PIC Z9.
               10                          PIC X     VALUE '/'.
               10  SPH-DAY                 PIC 99.
               10                          PIC X     VALUE '/'.
               10  SPH-YEAR                PIC 99.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(27) VALUE
                                           'SAP EXCEPTION LIST'.
           05                              PIC X(6)  VALUE 'TERM '.
           05  SPH-TERM                    PIC X(6).
           05                              PIC X(6)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'PAGE'.
           05  SPH-PAGE-NO                 PIC ZZ9.
      *
       01  SAP-HEADING-TWO.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(9)  VALUE 'CUM GPA'.
           05                              PIC X(11) VALUE 'ATTEMPTED'.
           05                              PIC X(8)  VALUE 'EARNED'.
           05                              PIC X(9)  VALUE 'PACE %'.
           05                              PIC X(16) VALUE
                                           'MEASURES FAILED'.
      *
       01  SAP-EXCEPTION-LINE.
           05  SPE-STUDENT-ID              PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  SPE-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  SPE-CUM-GPA                 PIC 9.99.
           05                              PIC X(7)  VALUE SPACES.
           05  SPE-ATTEMPTED               PIC ZZZ9.
           05                              PIC X(6)  VALUE SPACES.
           05  SPE-EARNED                  PIC ZZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05  SPE-PACE                    PIC ZZ9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  SPE-GPA-FAIL                PIC X(5).
           05  SPE-PACE-FAIL               PIC X(6).
           05  SPE-TIME-FAIL               PIC X(8).
      *
       01  SAP-TOTAL-LINE.
           05                              PIC X(9)  VALUE 'STUDENTS='.
           05  SPT-STUDENTS                PIC ZZZZ9.
           05                              PIC X(9)  VALUE '  FAILED='.
           05  SPT-FAILED                  PIC ZZZZ9.
           05                              PIC X(6)  VALUE '  GPA='.
           05  SPT-GPA                     PIC ZZZZ9.
           05                              PIC X(7)  VALUE '  PACE='.
           05  SPT-PACE                    PIC ZZZZ9.
           05                              PIC X(11) VALUE
                                           '  MAX TIME='.
           05  SPT-TIME                    PIC ZZZZ9.
      *
       01  PATTERN-FIELDS.
           05  GP-TERMS                    PIC S99    VALUE +4.
           05  GP-TOLERANCE                PIC S99    VALUE +15.
           05  GP-MIN-STUDENTS             PIC S9(3)  VALUE +10.
           05  GP-TERM-COUNT               PIC S99    VALUE +0.
           05  GP-SUB                      PIC S99    VALUE +0.
           05  GP-SUB2                     PIC S99    VALUE +0.
           05  GP-CUTOFF-TERM              PIC X(6)   VALUE SPACES.
           05  GP-GRP-DEPT-CODE            PIC A(4)   VALUE SPACES.
           05  GP-GRP-CLASS-CODE           PIC X(5)   VALUE SPACES.
           05  GP-GRP-INSTRUCTOR-ID        PIC X(5)   VALUE SPACES.
           05  GP-GRP-GRADED               PIC S9(4)  VALUE +0.
           05  GP-GRP-GRADE-A              PIC S9(4)  VALUE +0.
           05  GP-GRP-GRADE-B              PIC S9(4)  VALUE +0.
           05  GP-GRP-GRADE-C              PIC S9(4)  VALUE +0.
           05  GP-GRP-GRADE-D              PIC S9(4)  VALUE +0.
           05  GP-GRP-GRADE-F              PIC S9(4)  VALUE +0.
           05  GP-GRP-AVG-TOTAL            PIC S9(6)V99 VALUE +0.
           05  GP-GRP-WITHDRAWN            PIC S9(4)  VALUE +0.
           05  GP-GRP-OPEN-FLAG            PIC X      VALUE 'N'.
               88 GP-GRP-OPEN                          VALUE 'Y'.
           05  GP-SCAN-FLAG                PIC X      VALUE ' '.
               88 GP-SCAN-DONE                         VALUE 'N'.
               88 GP-SCAN-ACTIVE                       VALUE 'Y'.
           05  GP-DEPT-HOLD                PIC A(4)   VALUE SPACES.
           05  GP-CLASS-HOLD               PIC X(5)   VALUE SPACES.
           05  GP-CLS-GRADED               PIC S9(5)  VALUE +0.
           05  GP-CLS-GRADE-A              PIC S9(5)  VALUE +0.
           05  GP-CLS-GRADE-B              PIC S9(5)  VALUE +0.
           05  GP-CLS-GRADE-C              PIC S9(5)  VALUE +0.
           05  GP-CLS-GRADE-D              PIC S9(5)  VALUE +0.
           05  GP-CLS-GRADE-F              PIC S9(5)  VALUE +0.
           05  GP-CLS-AVG-TOTAL            PIC S9(7)V99 VALUE +0.
           05  GP-OTH-GRADED               PIC S9(5)  VALUE +0.
           05  GP-A-RATE                   PIC S9(3)V9 VALUE +0.
           05  GP-F-RATE                   PIC S9(3)V9 VALUE +0.
           05  GP-B-RATE                   PIC S9(3)  VALUE +0.
           05  GP-C-RATE                   PIC S9(3)  VALUE +0.
           05  GP-D-RATE                   PIC S9(3)  VALUE +0.
           05  GP-AVG                      PIC S9(3)V99 VALUE +0.
           05  GP-CMP-A-RATE               PIC S9(3)V9 VALUE +0.
           05  GP-CMP-F-RATE               PIC S9(3)V9 VALUE +0.
           05  GP-DEPT-A-RATE              PIC S9(3)V9 VALUE +0.
           05  GP-DEPT-F-RATE              PIC S9(3)V9 VALUE +0.
           05  GP-DEPT-B-RATE              PIC S9(3)  VALUE +0.
           05  GP-DEPT-C-RATE              PIC S9(3)  VALUE +0.
           05  GP-DEPT-D-RATE              PIC S9(3)  VALUE +0.
           05  GP-DEPT-AVG                 PIC S9(3)V99 VALUE +0.
           05  GP-DIFF                     PIC S9(3)V9 VALUE +0.
           05  GP-LINE-TOTAL               PIC S9(5)  VALUE +0.
           05  GP-FLAGGED-COUNT            PIC S9(5)  VALUE +0.
           05  GP-POSTED-COUNT             PIC S9(5)  VALUE +0.
           05  GP-LINE-COUNT               PIC S9(2)  VALUE +99.
           05  GP-PAGE-NO                  PIC S9(3)  VALUE +0.
      *
      *THE MOST RECENT TERMS ON THE STATISTICS HISTORY UP TO AND
      *INCLUDING THIS RUN'S TERM, NEWEST FIRST
       01  PATTERN-TERM-TABLE.
           05  GP-WINDOW-TERM OCCURS 12 TIMES PIC X(6).
      *
      *DEPARTMENT TOTALS OVER THE TERM WINDOW
       01  PATTERN-DEPT-TABLE.
           05  GPD-COUNT                   PIC S9(3)  VALUE +0.
           05  GPD-SUB                     PIC S9(3)  VALUE +0.
           05  GPD-ENTRY OCCURS 100 TIMES.
               10  GPD-DEPT-CODE            PIC A(4).
               10  GPD-GRADED               PIC S9(6).
               10  GPD-GRADE-A              PIC S9(6).
               10  GPD-GRADE-B              PIC S9(6).
               10  GPD-GRADE-C              PIC S9(6).
               10  GPD-GRADE-D              PIC S9(6).
               10  GPD-GRADE-F              PIC S9(6).
               10  GPD-AVG-TOTAL            PIC S9(8)V99.
      *
      *EVERY INSTRUCTOR WHO TAUGHT THE CURRENT CLASS IN THE TERM
      *WINDOW, HELD UNTIL THE CLASS CHANGES SO EACH CAN BE SET
      *AGAINST THE REST
       01  PATTERN-INSTR-TABLE.
           05  GPI-COUNT                   PIC S9(3)  VALUE +0.
           05  GPI-SUB                     PIC S9(3)  VALUE +0.
           05  GPI-ENTRY OCCURS 100 TIMES.
               10  GPI-INSTRUCTOR-ID        PIC X(5).
               10  GPI-TERMS                PIC S99.
               10  GPI-LAST-TERM            PIC X(6).
               10  GPI-GRADED               PIC S9(5).
               10  GPI-GRADE-A              PIC S9(5).
               10  GPI-GRADE-B              PIC S9(5).
               10  GPI-GRADE-C              PIC S9(5).
               10  GPI-GRADE-D              PIC S9(5).
               10  GPI-GRADE-F              PIC S9(5).
               10  GPI-AVG-TOTAL            PIC S9(7)V99.
      *
       01  PATTERN-HEADING-ONE.
           05                              PIC X(6)  VALUE 'DATE:'.
           05  GPH-DATE.
               10  GPH-MONTH               PIC Z9.
               10                          PIC X     VALUE '/'.
               10  GPH-DAY                 PIC 99.
               10                          PIC X     VALUE '/'.
               10  GPH-YEAR                PIC 99.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(30) VALUE
                   'INSTRUCTOR GRADING PATTERNS'.
           05                              PIC X(6)  VALUE 'TERM '.
           05  GPH-TERM                    PIC X(6).
           05                              PIC X(6)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'PAGE'.
           05  GPH-PAGE-NO                 PIC ZZ9.
      *
       01  PATTERN-HEADING-TWO.
           05                              PIC X(6)  VALUE 'TERMS '.
           05  GPH-CUTOFF-TERM             PIC X(6).
           05                              PIC X(4)  VALUE ' TO '.
           05  GPH-LAST-TERM               PIC X(6).
           05                              PIC X(13) VALUE
                                           '  TOLERANCE '.
           05  GPH-TOLERANCE               PIC Z9.
           05                              PIC X(20) VALUE
                                           ' POINTS  MINIMUM '.
           05  GPH-MIN-STUDENTS            PIC ZZ9.
           05                              PIC X(9)  VALUE ' STUDENTS'.
      *
       01  PATTERN-HEADING-THREE.
           05                              PIC X(50) VALUE SPACES.
           05                              PIC X(30) VALUE
                                           '        OTHER SECTIONS'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(30) VALUE
                                           '          DEPARTMENT'.
      *
       01  PATTERN-HEADING-FOUR.
           05                              PIC X(17) VALUE
                                           ' INSTR TRM GRADED'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(5)  VALUE '   A%'.
           05                              PIC X(4)  VALUE '  B%'.
           05                              PIC X(4)  VALUE '  C%'.
           05                              PIC X(4)  VALUE '  D%'.
           05                              PIC X(6)  VALUE '    F%'.
           05                              PIC X(7)  VALUE '    AVG'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE '   A%'.
           05                              PIC X(4)  VALUE '  B%'.
           05                              PIC X(4)  VALUE '  C%'.
           05                              PIC X(4)  VALUE '  D%'.
           05                              PIC X(6)  VALUE '    F%'.
           05                              PIC X(7)  VALUE '    AVG'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE '   A%'.
           05                              PIC X(4)  VALUE '  B%'.
           05                              PIC X(4)  VALUE '  C%'.
           05                              PIC X(4)  VALUE '  D%'.
           05                              PIC X(6)  VALUE '    F%'.
           05                              PIC X(7)  VALUE '    AVG'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'FLAG'.
      *
       01  PATTERN-CLASS-LINE.
           05                              PIC X(5)  VALUE 'DEPT '.
           05  GPC-DEPT-CODE               PIC A(4).
           05                              PIC X(8)  VALUE '  CLASS '.
           05  GPC-CLASS-CODE              PIC X(5).
           05                              PIC X(9)  VALUE '  GRADED='.
           05  GPC-GRADED                  PIC ZZZZ9.
           05                              PIC X(5)  VALUE '  A%='.
           05  GPC-A-RATE                  PIC ZZ9.9.
           05                              PIC X(5)  VALUE '  B%='.
           05  GPC-B-RATE                  PIC ZZ9.
           05                              PIC X(5)  VALUE '  C%='.
           05  GPC-C-RATE                  PIC ZZ9.
           05                              PIC X(5)  VALUE '  D%='.
           05  GPC-D-RATE                  PIC ZZ9.
           05                              PIC X(5)  VALUE '  F%='.
           05  GPC-F-RATE                  PIC ZZ9.9.
           05                              PIC X(6)  VALUE '  AVG='.
           05  GPC-AVG                     PIC ZZ9.99.
      *
      *A AND F RATES, THE ONES JUDGED AGAINST THE TOLERANCE, PRINT TO
      *THE TENTH; B, C, AND D PRINT AS WHOLE PERCENTS
       01  PATTERN-DETAIL-LINE.
           05                              PIC X(1)  VALUE SPACES.
           05  GPX-INSTRUCTOR-ID           PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  GPX-TERMS                   PIC Z9.
           05                              PIC X(2)  VALUE SPACES.
           05  GPX-GRADED                  PIC ZZZZ9.
           05                              PIC X(1)  VALUE SPACES.
           05  GPX-A-RATE                  PIC ZZ9.9.
           05                              PIC X(1)  VALUE SPACES.
           05  GPX-B-RATE                  PIC ZZ9.
           05                              PIC X(1)  VALUE SPACES.
           05  GPX-C-RATE                  PIC ZZ9.
           05                              PIC X(1)  VALUE SPACES.
           05  GPX-D-RATE                  PIC ZZ9.
           05                              PIC X(1)  VALUE SPACES.
           05  GPX-F-RATE                  PIC ZZ9.9.
           05                              PIC X(1)  VALUE SPACES.
           05  GPX-AVG                     PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  GPX-OTHER.
               10  GPX-OTH-A-RATE          PIC ZZ9.9.
               10                          PIC X(1)  VALUE SPACES.
               10  GPX-OTH-B-RATE          PIC ZZ9.
               10                          PIC X(1)  VALUE SPACES.
               10  GPX-OTH-C-RATE          PIC ZZ9.
               10                          PIC X(1)  VALUE SPACES.
               10  GPX-OTH-D-RATE          PIC ZZ9.
               10                          PIC X(1)  VALUE SPACES.
               10  GPX-OTH-F-RATE          PIC ZZ9.9.
               10                          PIC X(1)  VALUE SPACES.
               10  GPX-OTH-AVG             PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  GPX-DEPT-A-RATE             PIC ZZ9.9.
           05                              PIC X(1)  VALUE SPACES.
           05  GPX-DEPT-B-RATE             PIC ZZ9.
           05                              PIC X(1)  VALUE SPACES.
           05  GPX-DEPT-C-RATE             PIC ZZ9.
           05                              PIC X(1)  VALUE SPACES.
           05  GPX-DEPT-D-RATE             PIC ZZ9.
           05                              PIC X(1)  VALUE SPACES.
           05  GPX-DEPT-F-RATE             PIC ZZ9.9.
           05                              PIC X(1)  VALUE SPACES.
           05  GPX-DEPT-AVG                PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  GPX-A-FLAG                  PIC X(7).
           05  GPX-F-FLAG                  PIC X(7).
      *
       01  PATTERN-TOTAL-LINE.
           05                              PIC X(18) VALUE
                                           'INSTRUCTOR LINES='.
           05  GPT-LINES                   PIC ZZZZ9.
           05                              PIC X(10) VALUE
                                           '  FLAGGED='.
           05  GPT-FLAGGED                 PIC ZZZZ9.
           05                              PIC X(19) VALUE
                                           '  GROUPS POSTED='.
           05  GPT-POSTED                  PIC ZZZZ9.
      *
       01  WITHDRAWAL-FIELDS.
           05  WD-COUNT                    PIC S9(3)  VALUE +0.
           05  RC-INST-CODE                PIC X(6)   VALUE '999999'.
           05  RC-TERM                     PIC X(6)   VALUE SPACES.
      *
      *PG-CLASS-CREDITS IS LOADED FROM THE COURSE CATALOG FOR EACH
      *CLASS JUST BEFORE IT IS WEIGHTED -- SEE 806A
       01  POSTING-FIELDS.
           05  PG-CLASS-CREDITS            PIC 9      VALUE 3.
           05  PG-GRADE-IN                 PIC X(2)   VALUE SPACES.
           05  PG-DEPT-IN                  PIC A(4)   VALUE SPACES.
           05  PG-ON-SCALE-FLAG            PIC X      VALUE 'N'.
               88 PG-GRADE-ON-SCALE                    VALUE 'Y'.
           05  PG-POINTS                   PIC 9V9    VALUE ZERO.
           05  PG-NEW-POINTS               PIC 9V9    VALUE ZERO.
           05  PG-OLD-POINTS               PIC 9V9    VALUE ZERO.
           05  PG-TOTAL-POINTS             PIC S9(5)V99 VALUE +0.
           05  PG-TOTAL-CREDITS            PIC S9(4)  VALUE +0.
           05  PG-OLD-GPA                  PIC 9V99   VALUE ZERO.
           05  PG-NEW-GPA                  PIC 9V99   VALUE ZERO.
           05  PG-OLD-AVG                  PIC 9(3)V99 VALUE ZERO.
           05  PG-OLD-GRADE                PIC X(2)   VALUE SPACES.
           05  PG-POSTED-COUNT             PIC S9(5)  VALUE +0.
           05  PG-NEW-COUNT                PIC S9(5)  VALUE +0.
           05  PG-REPOST-COUNT             PIC S9(5)  VALUE +0.
      *CREDITS COUNT ONCE NO MATTER HOW OFTEN THE CLASS WAS RETAKEN
           05  PG-GRP-DEPT-CODE            PIC A(4)   VALUE SPACES.
           05  PG-GRP-CLASS-CODE           PIC X(5)   VALUE SPACES.
           05  PG-GRP-BEST-POINTS          PIC 9V9    VALUE ZERO.
           05  PG-GRP-OPEN-FLAG            PIC X      VALUE 'N'.
               88 PG-GRP-OPEN                          VALUE 'Y'.
           05  PG-BEST-PRIOR-POINTS        PIC 9V9    VALUE ZERO.
           05  PG-PRIOR-ATTEMPT-FLAG       PIC X      VALUE 'N'.
               88 PG-PRIOR-ATTEMPT                     VALUE 'Y'.
           05  PG-AUDIT-LINE-COUNT         PIC S9(2)  VALUE +99.
           05  PG-AUDIT-PAGE-NO            PIC S9(2)  VALUE +0.
      *
       01  CATALOG-FIELDS.
           05  CC-CATALOG-FLAG             PIC X      VALUE 'N'.
               88 CC-CATALOG-OPEN                      VALUE 'Y'.
           05  CC-DEFAULT-CREDITS          PIC 9      VALUE 3.
           05  CC-LOOKUP-DEPT              PIC A(4)   VALUE SPACES.
           05  CC-LOOKUP-CLASS             PIC X(5)   VALUE SPACES.
           05  CC-REJECT-COUNT             PIC S9(5)  VALUE +0.
      *
       01  MASTER-FIELDS.
           05  MR-COUNT                    PIC S9(5)  VALUE +0.
           05  MR-DUP-COUNT                PIC S9(5)  VALUE +0.
           05  MR-REJECT-REASON            PIC X(20)  VALUE SPACES.
           05  MR-REJECT-COUNT             PIC S9(5)  VALUE +0.
           05  MR-PRIVACY-FLAG             PIC X      VALUE 'N'.
               88 MR-PRIVACY-HOLD                      VALUE 'Y'.
      *
       01  MASTER-COUNT-LINE.
           05                              PIC X(28) VALUE
           05                              PIC X(12) VALUE
                                           '  DUPLICATE='.
           05  MCL-DUP                     PIC ZZZZ9.
      *
       01  CATALOG-COUNT-LINE.
           05                              PIC X(31) VALUE
                   'COURSE CATALOG CLASS REJECTS= '.
           05  CCL-REJECT                  PIC ZZZZ9.
      *
       01  WEIGHT-FIELDS.
           05  WT-COUNT                    PIC S99    VALUE +0.
               10  WT-DEPT-CODE             PIC A(4).
               10  WT-WEIGHT OCCURS 4 TIMES PIC 99.
      *
      *THE GRADING SCALES LOADED FROM GRADESCALE.CTL.  A DEPARTMENT
      *WITH ANY BAND OF ITS OWN USES ONLY ITS OWN BANDS; EVERY OTHER
      *DEPARTMENT USES THE BLANK-DEPARTMENT COLLEGE-WIDE BANDS
       01  SCALE-FIELDS.
           05  SK-COUNT                    PIC S9(3)  VALUE +0.
           05  SK-SUB                      PIC S9(3)  VALUE +0.
           05  SK-DEPT-IN                  PIC A(4)   VALUE SPACES.
           05  SK-DEPT-USE                 PIC A(4)   VALUE SPACES.
           05  SK-BEST-CUTOFF              PIC S9(3)  VALUE +0.
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
      *LETTER-GRADE COUNTS ARE KEPT BY LETTER FAMILY -- AN A- COUNTS
      *WITH THE A'S AND A C+ WITH THE C'S
       01  GRADE-COUNTS.
           05  GC-CLASS-A                   PIC S99    VALUE +0.
           05  GC-CLASS-B                   PIC S99    VALUE +0.
                   'DEPT,CLASS,SECTION,INSTRUCTOR,'.
               10                           PIC X(45)  VALUE
                   'ID,NAME,TEST1,TEST2,TEST3,TEST4,AVERAGE,GRADE'.
               10                           PIC X(5)   VALUE
                   ',HOLD'.
               10                           PIC X(7)   VALUE
                   ',CAMPUS'.
      *
       01  BALANCE-FIELDS.
           05  BF-IN-COUNT1                 PIC S9(5)  VALUE +0.
           05  DF-STUDENT-ID                PIC X(7)   VALUE SPACES.
           05  DF-TEST-GRADE                PIC S9(5)  VALUE +0.
           05  DF-TEST-AVERAGE              PIC S9(5)V99 VALUE +0.
           05  DF-GRADE.
               10  DF-GRADE-LETTER          PIC X.
               10  DF-GRADE-SIGN            PIC X.
           05  DF-TOTAL-STUDENTS            PIC S99 VALUE +0.
           05  DF-DEPT-TOTAL                PIC S99 VALUE +0.
           05  DF-DEPT-HOLD                 PIC A(4).
           05  DL-NAME                     PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  DL-TEST OCCURS 4 TIMES      PIC XXXBBBBB.
           05  DL-GRADE                    PIC X(2).
           05                              PIC X(3)  VALUE SPACES.
           05  DL-RANK                     PIC ZZ9.
           05                              PIC X(3)  VALUE SPACES.
           05  DL-PCTL                     PIC ZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  DD-AVG                      PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  DD-GRADE                    PIC X(2).
      *
       01  DELTA-TOTAL-LINE.
           05                              PIC X(6)  VALUE 'ADDS='.
           05                              PIC X(2)  VALUE SPACES.
           05  PAL-OLD-AVG                 PIC ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  PAL-OLD-GRADE               PIC X(2).
           05                              PIC X(2)  VALUE SPACES.
           05  PAL-NEW-AVG                 PIC ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  PAL-NEW-GRADE               PIC X(2).
           05                              PIC X(2)  VALUE SPACES.
           05  PAL-OLD-GPA                 PIC 9.99.
           05                              PIC X(5)  VALUE SPACES.
           05  PAL-NEW-GPA                 PIC 9.99.
           END-IF
           PERFORM 16-BALANCE-RECORD-COUNTS
           PERFORM 17-LOAD-STUDENT-MASTER
           PERFORM 22-OPEN-COURSE-CATALOG
           PERFORM 18-LOAD-WEIGHT-TABLE
           PERFORM 28-LOAD-GRADING-SCALES
           PERFORM 29-LOAD-STANDING-RULES
           PERFORM 29A-LOAD-PATTERN-RULES
           PERFORM 29B-LOAD-SAP-RULES
           PERFORM 19-LOAD-ENROLLMENT-MINIMUM
           PERFORM 21-LOAD-TREND-HISTORY
           PERFORM 23-LOAD-CORRECTIONS
           PERFORM 25-LOAD-WITHDRAWALS
           PERFORM 26-LOAD-MIDTERM-SWITCH
           PERFORM 27-LOAD-CLASS-ROSTER
           PERFORM 27A-LOAD-PREREQUISITES
           PERFORM 20-HSKPING-ROUTINE
           PERFORM 605-OPEN-STEP-CHECKPOINT
           PERFORM 30-READ-STUDENT-FILE
           PERFORM 600-FINAL-ROUTINE

      *A CONTROL CARD OF 'Y' IN RESTART.CTL LETS OPERATIONS RERUN JUST
      *THE REPORT AGAINST THE EXISTING MERGEDSORTEDSTUDENT.TXT WITHOUT
      *RE-SORTING AND RE-MERGING BOTH STUDENT FILES.  NO CARD, OR
      *ANYTHING OTHER THAN 'Y', MEANS RUN THE FULL JOB AS USUAL.  THE
      *SAME CARD MAKES THE END-OF-JOB CHAIN RESUME FROM THE STEP
      *CHECKPOINT -- SEE 605-OPEN-STEP-CHECKPOINT

           OPEN INPUT CONTROL-FILE
           IF CF-FILE-STATUS = '00'
      *A QUARANTINED FEED -- A MISSING FILE INCLUDED, SINCE THE
      *VERIFY STEP QUARANTINES THOSE AS FEED NOT FOUND -- IS SKIPPED
      *WHOLE, AND THE HEADER AND TRAILER RECORDS OF A GOOD FEED
      *NEVER REACH THE SORT.  EVERY DATA RECORD GOES IN STAMPED WITH
      *THE CAMPUS CODE ITS FEED'S HEADER CARRIED

           PERFORM VARYING FEED-SUB FROM 1 BY 1
                   UNTIL FEED-SUB > FEED-COUNT
                               NOT AT END
                                   IF FH-TAG NOT = '*HDR'
                                           AND FTR-TAG NOT = '*TRL'
                                       MOVE FEED-RECORD TO SORTFILE
                                       MOVE FT-CAMPUS(FEED-SUB)
                                           TO SF-CAMPUS
                                       RELEASE SORTFILE
                                   END-IF
                           END-READ
                       END-PERFORM
                           MOVE MFL-NAME TO NM-NAME
                           MOVE MFL-STUDENT-ID TO NM-STUDENT-ID
                           MOVE MFL-STATUS TO NM-STATUS
                           MOVE MFL-PRIVACY-HOLD TO NM-PRIVACY-HOLD
                           MOVE 'N' TO NM-USED
                           WRITE NAME-MASTER-REC
                               INVALID KEY
               END-IF
           END-IF
       .
       22-OPEN-COURSE-CATALOG.
      *OPENS THE KEYED COURSE CATALOG FOR THE WHOLE RUN -- THE INTAKE
      *CHECK AND EVERY GPA COMPUTATION AT END OF JOB READ IT BY DEPT
      *AND CLASS.  NO CATALOG MEANS THE CHECK IS BYPASSED AND EVERY
      *CLASS CARRIES THE STANDARD THREE CREDIT HOURS, AS THE JOB
      *ALWAYS DID BEFORE THE CATALOG EXISTED

           OPEN INPUT COURSE-CATALOG-FILE
           IF CMF-FILE-STATUS = '00'
               MOVE 'Y' TO CC-CATALOG-FLAG
           ELSE
               IF CMF-FILE-STATUS = '05'
                   CLOSE COURSE-CATALOG-FILE
               END-IF
           END-IF
       .
       18-LOAD-WEIGHT-TABLE.
      *READS THE OPTIONAL DEPARTMENT TEST-WEIGHT TABLE SO DEPARTMENTS
      *THAT WANT THE FINAL EXAM TO COUNT FOR MORE THAN AN EQUAL SHARE
               END-IF
           END-IF
       .
       27A-LOAD-PREREQUISITES.
      *LOADS THE PREREQUISITE TABLE.  A RECORD MISSING EITHER CLASS
      *IS IGNORED

           OPEN INPUT PREREQ-FILE
           IF PQF-FILE-STATUS = '00'
               MOVE 'Y' TO BAL-EOF-FLAG
               PERFORM UNTIL BAL-NO-MORE-DATA
                   READ PREREQ-FILE
                       AT END
                           MOVE 'N' TO BAL-EOF-FLAG
                       NOT AT END
                           IF PQ-COUNT < 300
                                   AND PQL-CLASS-CODE NOT = SPACES
                                   AND PQL-REQ-CLASS-CODE NOT = SPACES
                               ADD 1 TO PQ-COUNT
                               MOVE PQL-DEPT-CODE
                                   TO PQ-DEPT-CODE(PQ-COUNT)
                               MOVE PQL-CLASS-CODE
                                   TO PQ-CLASS-CODE(PQ-COUNT)
                               MOVE PQL-REQ-DEPT-CODE
                                   TO PQ-REQ-DEPT-CODE(PQ-COUNT)
                               MOVE PQL-REQ-CLASS-CODE
                                   TO PQ-REQ-CLASS-CODE(PQ-COUNT)
                               MOVE PQL-MIN-GRADE
                                   TO PQ-MIN-GRADE(PQ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREREQ-FILE
           ELSE
               IF PQF-FILE-STATUS = '05'
                   CLOSE PREREQ-FILE
               END-IF
           END-IF
       .
       28-LOAD-GRADING-SCALES.
      *LOADS THE DEPARTMENT GRADING SCALES SO A DEPARTMENT CAN CHANGE
      *ITS CUTOFFS OR MOVE TO PLUS/MINUS GRADES WITHOUT A RECOMPILE.
      *A BAND WITH A NON-NUMERIC CUTOFF OR POINTS, OR NO LETTER, IS
      *IGNORED.  WHEN NO COLLEGE-WIDE BAND WAS LOADED THE CLASSIC
      *WHOLE-LETTER SCALE IS BUILT IN ITS PLACE

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
       29-LOAD-STANDING-RULES.
      *READS THE OPTIONAL ACADEMIC STANDING THRESHOLDS.  NO FILE, A
      *BLANK RECORD, OR A NON-NUMERIC RECORD LEAVES THE DEFAULTS IN
      *PLACE

           OPEN INPUT STANDING-RULE-FILE
           IF ARF-FILE-STATUS = '00'
               READ STANDING-RULE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARL-DEANS-GPA IS NUMERIC
                               AND ARL-DEANS-CREDITS IS NUMERIC
                               AND ARL-PROBATION-GPA IS NUMERIC
                               AND ARL-WARNING-GPA IS NUMERIC
                           MOVE ARL-DEANS-GPA TO AS-DEANS-GPA
                           MOVE ARL-DEANS-CREDITS TO AS-DEANS-CREDITS
                           MOVE ARL-PROBATION-GPA TO AS-PROBATION-GPA
                           MOVE ARL-WARNING-GPA TO AS-WARNING-GPA
                       END-IF
               END-READ
               CLOSE STANDING-RULE-FILE
           ELSE
               IF ARF-FILE-STATUS = '05'
                   CLOSE STANDING-RULE-FILE
               END-IF
           END-IF
       .
       29A-LOAD-PATTERN-RULES.
      *READS THE OPTIONAL GRADING-PATTERN CONTROL RECORD.  NO FILE, A
      *BLANK RECORD, OR A NON-NUMERIC RECORD LEAVES THE DEFAULTS IN
      *PLACE, AND THE TERM COUNT IS HELD TO THE TWELVE THE WINDOW
      *TABLE HOLDS

           OPEN INPUT PATTERN-RULE-FILE
           IF GPF-FILE-STATUS = '00'
               READ PATTERN-RULE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GPL-TERMS IS NUMERIC
                               AND GPL-TOLERANCE IS NUMERIC
                               AND GPL-MIN-STUDENTS IS NUMERIC
                               AND GPL-TERMS > 0
                           MOVE GPL-TERMS TO GP-TERMS
                           MOVE GPL-TOLERANCE TO GP-TOLERANCE
                           MOVE GPL-MIN-STUDENTS TO GP-MIN-STUDENTS
                           IF GP-TERMS > 12
                               MOVE 12 TO GP-TERMS
                           END-IF
                       END-IF
               END-READ
               CLOSE PATTERN-RULE-FILE
           ELSE
               IF GPF-FILE-STATUS = '05'
                   CLOSE PATTERN-RULE-FILE
               END-IF
           END-IF
       .
       29B-LOAD-SAP-RULES.
      *READS THE OPTIONAL SATISFACTORY ACADEMIC PROGRESS MEASURES.  NO
      *FILE, A BLANK RECORD, OR A NON-NUMERIC RECORD LEAVES THE
      *DEFAULTS IN PLACE

           OPEN INPUT SAP-RULE-FILE
           IF SPF-FILE-STATUS = '00'
               READ SAP-RULE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SPL-MIN-GPA IS NUMERIC
                               AND SPL-MIN-PACE IS NUMERIC
                               AND SPL-MAX-CREDITS IS NUMERIC
                           MOVE SPL-MIN-GPA TO SP-MIN-GPA
                           MOVE SPL-MIN-PACE TO SP-MIN-PACE
                           MOVE SPL-MAX-CREDITS TO SP-MAX-CREDITS
                       END-IF
               END-READ
               CLOSE SAP-RULE-FILE
           ELSE
               IF SPF-FILE-STATUS = '05'
                   CLOSE SAP-RULE-FILE
               END-IF
           END-IF
       .
       20-HSKPING-ROUTINE.
           OPEN INPUT  MERGED-STUDENT-FILE
                OUTPUT STUDENT-REPORT-FILE
                OUTPUT EXCEPTION-FILE
                OUTPUT REJECT-FILE
                OUTPUT HONOR-FILE
                OUTPUT PROBATION-FILE
                OUTPUT DEFICIENCY-FILE
                OUTPUT CSV-FILE
                OUTPUT GRADED-FILE

           IF MIDTERM-MODE
               MOVE 'MIDTERM STUDENT REPORT' TO H1-TITLE
           END-IF

           MOVE CSV-HEADER-LINE TO CSV-RECORD
           WRITE CSV-RECORD

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR

      *A RUN WITH NO TERM CARD POSTS UNDER A TERM BUILT FROM THE RUN
      *DATE SO HISTORY RECORDS NEVER CARRY A BLANK TERM
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 95-CHECK-STUDENT-MASTER
                       IF MASTER-MATCH-OK
                           PERFORM 96-CHECK-COURSE-CATALOG
                       END-IF
                       IF MASTER-MATCH-OK
                           PERFORM 100-PROCESS-STUDENT-RECORD
                       ELSE
           MOVE 'Y' TO MASTER-MATCH-FLAG
           MOVE SPACES TO DF-STUDENT-ID
           MOVE SPACES TO MR-REJECT-REASON
           MOVE 'N' TO MR-PRIVACY-FLAG
           IF MR-COUNT > 0
               MOVE MS-NAME TO NM-NAME
               READ NAME-MASTER-FILE
                           TO MR-REJECT-REASON
                   NOT INVALID KEY
                       MOVE NM-STUDENT-ID TO DF-STUDENT-ID
                       IF NM-PRIVACY-HOLD = 'Y'
                           MOVE 'Y' TO MR-PRIVACY-FLAG
                       END-IF
                       IF NM-STATUS NOT = 'A'
                           MOVE 'N' TO MASTER-MATCH-FLAG
                           MOVE 'STUDENT NOT ACTIVE'
               END-READ
           END-IF
       .
       96-CHECK-COURSE-CATALOG.
      *A CLASS THE CATALOG DOES NOT CARRY, OR ONE THE REGISTRAR HAS
      *RETIRED, CANNOT EARN CREDIT -- THE RECORD IS REJECTED THE SAME
      *WAY AS A STUDENT THE MASTER DOES NOT KNOW.  A RUN WITH NO
      *CATALOG ACCEPTS EVERY CLASS

           IF CC-CATALOG-OPEN
               MOVE MS-DEPT-CODE TO CM-DEPT-CODE
               MOVE MS-CLASS-CODE TO CM-CLASS-CODE
               READ COURSE-CATALOG-FILE
                   INVALID KEY
                       MOVE 'N' TO MASTER-MATCH-FLAG
                       MOVE 'CLASS NOT IN CATALOG'
                           TO MR-REJECT-REASON
                   NOT INVALID KEY
                       IF NOT CM-CLASS-ACTIVE
                           MOVE 'N' TO MASTER-MATCH-FLAG
                           MOVE 'CLASS NOT ACTIVE'
                               TO MR-REJECT-REASON
                       END-IF
               END-READ
               IF NOT MASTER-MATCH-OK
                   ADD 1 TO CC-REJECT-COUNT
               END-IF
           END-IF
       .
       98-WRITE-REJECT-LINE.
           MOVE MS-DEPT-CODE TO RJ-DEPT-CODE
           MOVE MS-CLASS-CODE TO RJ-CLASS-CODE
                   MOVE DF-TEST-AVERAGE TO DF-TEST-GRADE
                   PERFORM 195-SET-LETTER-GRADE

                   EVALUATE DF-GRADE-LETTER
                       WHEN 'A'
                           ADD 1 TO GC-CLASS-A, GC-DEPT-A
                           PERFORM 160-WRITE-HONOR-LINE
       .
      *
       160-WRITE-HONOR-LINE.
      *A STUDENT UNDER A PRIVACY HOLD EARNS THE HONOR BUT IS LEFT OFF
      *THE PRINTED ROLL

           IF MR-PRIVACY-HOLD
               ADD 1 TO LG-PRIVACY-COUNT
           ELSE
               MOVE MS-DEPT-CODE TO HF-DEPT-CODE
               MOVE MS-CLASS-CODE TO HF-CLASS-CODE
               MOVE DF-STUDENT-ID TO HF-STUDENT-ID
               MOVE MS-NAME TO HF-NAME
               WRITE HONOR-FILE-LINE
           END-IF
           ADD 1 TO LG-HONOR-COUNT
       .
      *
               ','                 DELIMITED BY SIZE
               CSV-AVG-DISPLAY     DELIMITED BY SIZE
               ','                 DELIMITED BY SIZE
               FUNCTION TRIM(DF-GRADE) DELIMITED BY SIZE
               ','                 DELIMITED BY SIZE
               MR-PRIVACY-FLAG     DELIMITED BY SIZE
               ','                 DELIMITED BY SIZE
               FUNCTION TRIM(MS-CAMPUS) DELIMITED BY SIZE
               INTO CSV-RECORD
           END-STRING
           WRITE CSV-RECORD

           MOVE DF-TEST-AVERAGE TO GR-TEST-AVERAGE
           MOVE DF-GRADE TO GR-GRADE
           MOVE MR-PRIVACY-FLAG TO GR-PRIVACY-HOLD
           MOVE MS-CAMPUS TO GR-CAMPUS
           WRITE GRADED-FILE-LINE
           PERFORM 186-MARK-ROSTER-GRADED
           PERFORM 300A-ADD-CAMPUS-COUNT
       .
      *
       186-MARK-ROSTER-GRADED.

       195-SET-LETTER-GRADE.
      *TURNS THE ROUNDED AVERAGE IN DF-TEST-GRADE INTO THE LETTER IN
      *DF-GRADE ON DW-DEPT-CODE'S GRADING SCALE -- THE BAND WITH THE
      *HIGHEST CUTOFF THE AVERAGE REACHES.  AN AVERAGE BELOW EVERY
      *CUTOFF IS AN F.  THE GRADE COUNTING AND ROSTER WRITES STAY
      *WITH THE CALLERS THAT WANT THEM

           MOVE DW-DEPT-CODE TO SK-DEPT-IN
           PERFORM 196-FIND-DEPT-SCALE
           MOVE 'F' TO DF-GRADE
           MOVE -1 TO SK-BEST-CUTOFF
           PERFORM VARYING SK-SUB FROM 1 BY 1 UNTIL SK-SUB > SK-COUNT
               IF SK-DEPT-CODE(SK-SUB) = SK-DEPT-USE
                       AND SK-CUTOFF(SK-SUB) <= DF-TEST-GRADE
                       AND SK-CUTOFF(SK-SUB) > SK-BEST-CUTOFF
                   MOVE SK-CUTOFF(SK-SUB) TO SK-BEST-CUTOFF
                   MOVE SK-GRADE(SK-SUB) TO DF-GRADE
               END-IF
           END-PERFORM
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

       200-WRITE-A-LINE.
              MOVE 3 TO PROPER-SPACING
              PERFORM 200-WRITE-A-LINE
              MOVE 1 TO PROPER-SPACING
              PERFORM 300B-PRINT-CAMPUS-LINES
              MOVE 'D' TO TH-LOOK-TYPE
              MOVE DF-DEPT-HOLD TO TH-LOOK-DEPT
              MOVE SPACES TO TH-LOOK-CLASS
              MOVE ZEROS TO GC-DEPT-A, GC-DEPT-B, GC-DEPT-C
              MOVE ZEROS TO GC-DEPT-D, GC-DEPT-F
              MOVE ZEROS TO AC-DEPT-AVG-TOTAL
              MOVE ZEROS TO CP-COUNT
              MOVE MS-DEPT-CODE TO DF-DEPT-HOLD
              MOVE MS-CLASS-CODE TO DF-CLASS-HOLD


       .
      *
       300A-ADD-CAMPUS-COUNT.
      *ADDS THE STUDENT JUST WRITTEN TO THE GRADED FILE TO THEIR
      *CAMPUS'S SUBTOTAL FOR THE DEPARTMENT.  W AND I STUDENTS COUNT
      *IN THE TOTAL BUT NOT IN THE GRADE COUNTS OR THE AVERAGE, THE
      *SAME AS THE DEPARTMENT LINE ITSELF

           PERFORM VARYING CP-SUB FROM 1 BY 1
                   UNTIL CP-SUB > CP-COUNT
                      OR CP-CAMPUS(CP-SUB) = GR-CAMPUS
               CONTINUE
           END-PERFORM
           IF CP-SUB > CP-COUNT AND CP-COUNT < 10
               ADD 1 TO CP-COUNT
               MOVE CP-COUNT TO CP-SUB
               MOVE GR-CAMPUS TO CP-CAMPUS(CP-SUB)
               MOVE ZEROS TO CP-TOTAL(CP-SUB), CP-GRADED(CP-SUB)
               MOVE ZEROS TO CP-AVG-TOTAL(CP-SUB)
               MOVE ZEROS TO CP-GRADE-A(CP-SUB), CP-GRADE-B(CP-SUB)
               MOVE ZEROS TO CP-GRADE-C(CP-SUB), CP-GRADE-D(CP-SUB)
               MOVE ZEROS TO CP-GRADE-F(CP-SUB)
           END-IF
           IF CP-SUB NOT > CP-COUNT
               ADD 1 TO CP-TOTAL(CP-SUB)
               IF GR-GRADE NOT = 'W' AND GR-GRADE NOT = 'I'
                   ADD 1 TO CP-GRADED(CP-SUB)
                   ADD GR-TEST-AVERAGE TO CP-AVG-TOTAL(CP-SUB)
                   EVALUATE GR-GRADE-LETTER
                       WHEN 'A'
                           ADD 1 TO CP-GRADE-A(CP-SUB)
                       WHEN 'B'
                           ADD 1 TO CP-GRADE-B(CP-SUB)
                       WHEN 'C'
                           ADD 1 TO CP-GRADE-C(CP-SUB)
                       WHEN 'D'
                           ADD 1 TO CP-GRADE-D(CP-SUB)
                       WHEN 'F'
                           ADD 1 TO CP-GRADE-F(CP-SUB)
                   END-EVALUATE
               END-IF
           END-IF
       .
      *
       300B-PRINT-CAMPUS-LINES.
      *ONE SUBTOTAL LINE PER CAMPUS UNDER THE DEPARTMENT TOTAL, IN
      *THE ORDER THE CAMPUSES FIRST APPEARED IN THE DEPARTMENT

           PERFORM VARYING CP-SUB FROM 1 BY 1 UNTIL CP-SUB > CP-COUNT
               IF CP-CAMPUS(CP-SUB) = SPACES
                   MOVE 'NONE' TO CPL-CAMPUS
               ELSE
                   MOVE CP-CAMPUS(CP-SUB) TO CPL-CAMPUS
               END-IF
               MOVE CP-TOTAL(CP-SUB) TO CPL-TOTAL
               MOVE CP-GRADE-A(CP-SUB) TO CPL-GRADE-A
               MOVE CP-GRADE-B(CP-SUB) TO CPL-GRADE-B
               MOVE CP-GRADE-C(CP-SUB) TO CPL-GRADE-C
               MOVE CP-GRADE-D(CP-SUB) TO CPL-GRADE-D
               MOVE CP-GRADE-F(CP-SUB) TO CPL-GRADE-F
               IF CP-GRADED(CP-SUB) > 0
                   DIVIDE CP-AVG-TOTAL(CP-SUB) BY CP-GRADED(CP-SUB)
                          GIVING CP-AVG ROUNDED
               ELSE
                   MOVE ZEROS TO CP-AVG
               END-IF
               MOVE CP-AVG TO CPL-TEST-AVG
               MOVE CAMPUS-GROUP-LINE TO REPORT-LINE
               PERFORM 200-WRITE-A-LINE
           END-PERFORM
       .
      *
       400-CLASS-BREAK.
               ADD 1 TO DF-SECT-GRADED
               ADD CB-AVG(CB-SUB) TO AC-SECT-AVG-TOTAL
           END-IF
           EVALUATE CB-GRADE-LETTER(CB-SUB)
               WHEN 'A'
                   ADD 1 TO GC-SECT-A
               WHEN 'B'
           MOVE 2 TO PROPER-SPACING
           PERFORM 200-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           IF CC-CATALOG-OPEN
               MOVE CC-REJECT-COUNT TO CCL-REJECT
               MOVE CATALOG-COUNT-LINE TO REPORT-LINE
               PERFORM 200-WRITE-A-LINE
           END-IF
       .

       510-PRINT-DECLINE-SECTION.
      *OVER-TERM TREND BASE THE FINAL RUN COMPARES AGAINST

           IF NOT MIDTERM-MODE
               MOVE 'POST' TO CK-STEP-IN
               PERFORM 620-RUN-END-STEP
               MOVE 'STND' TO CK-STEP-IN
               PERFORM 620-RUN-END-STEP
               MOVE 'SAPX' TO CK-STEP-IN
               PERFORM 620-RUN-END-STEP
               MOVE 'TRND' TO CK-STEP-IN
               PERFORM 620-RUN-END-STEP
               MOVE 'ISTA' TO CK-STEP-IN
               PERFORM 620-RUN-END-STEP
               MOVE 'GPAT' TO CK-STEP-IN
               PERFORM 620-RUN-END-STEP
           END-IF
           MOVE 'PREQ' TO CK-STEP-IN
           PERFORM 620-RUN-END-STEP
           IF DELTA-MODE
               MOVE 'DLTA' TO CK-STEP-IN
               PERFORM 620-RUN-END-STEP
           END-IF

      *A MIDTERM MERGED FILE CARRIES ZEROS FOR THE UNTAKEN TESTS --
      *SCORE CHANGE ON THE NEXT FULL RUN

           IF NOT MIDTERM-MODE
               MOVE 'PMRG' TO CK-STEP-IN
               PERFORM 620-RUN-END-STEP
           END-IF
           MOVE 'SCHL' TO CK-STEP-IN
           PERFORM 620-RUN-END-STEP
           MOVE 'ISHT' TO CK-STEP-IN
           PERFORM 620-RUN-END-STEP
           IF NOT MIDTERM-MODE
               MOVE 'STAT' TO CK-STEP-IN
               PERFORM 620-RUN-END-STEP
               MOVE 'RECN' TO CK-STEP-IN
               PERFORM 620-RUN-END-STEP
               MOVE 'CRTN' TO CK-STEP-IN
               PERFORM 620-RUN-END-STEP
           END-IF
           MOVE 'INQB' TO CK-STEP-IN
           PERFORM 620-RUN-END-STEP
           MOVE 'INQP' TO CK-STEP-IN
           PERFORM 620-RUN-END-STEP
           MOVE 'GCHG' TO CK-STEP-IN
           PERFORM 620-RUN-END-STEP

      *TRANSCRIPTS PRINT AFTER THE GRADE CHANGES SO A TRANSCRIPT
      *REQUESTED IN THE SAME RUN AS AN APPEAL CARRIES THE CORRECTED
      *GRADE, AND BEFORE THE RETENTION PURGE SO THE LAST FULL-DETAIL
      *TRANSCRIPT STILL PRINTS

           MOVE 'TRAN' TO CK-STEP-IN
           PERFORM 620-RUN-END-STEP
           IF NOT MIDTERM-MODE
               MOVE 'RETN' TO CK-STEP-IN
               PERFORM 620-RUN-END-STEP
           END-IF

      *THE WHOLE CHAIN HAS RUN -- A LATER RESTART OF THIS TERM IS A
      *NEW RUN, NOT A RESUME OF THIS ONE.  A CHAIN WITH A STEP THAT
      *DID NOT COMPLETE IS LEFT OPEN SO THE RESTART RUNS ONLY THE
      *STEPS STILL OWED

           IF NOT CK-CHAIN-FAILED
               MOVE '*END' TO CK-STEP-IN
               PERFORM 625-MARK-STEP-DONE
           END-IF

           IF BF-BALANCE-FLAG = 'MATCH'
           ELSE
               MOVE 'ABND' TO LG-COMPLETION
           END-IF
           IF CC-CATALOG-OPEN
               CLOSE COURSE-CATALOG-FILE
           END-IF
           PERFORM 870-WRITE-RUN-LOG
           PERFORM 880-DISPLAY-OPERATOR-SUMMARY

           STOP RUN
       .
      *
       605-OPEN-STEP-CHECKPOINT.
      *ON A SKIP-SORT RESTART, PICKS UP THE STEPS THE LAST RUN OF THIS
      *TERM COMPLETED BEFORE IT FAILED.  A CHECKPOINT FOR ANOTHER
      *TERM, ONE WHOSE CHAIN RAN TO THE END, OR AN ORDINARY RUN
      *WITHOUT THE RESTART CARD STARTS A FRESH CHECKPOINT AND RUNS
      *EVERY STEP.  DONE AS SOON AS HOUSEKEEPING HAS SETTLED THE TERM,
      *BEFORE THE REPORT PASS, SO A RUN THAT DIES BEFORE THE END-OF-
      *JOB CHAIN HAS ALREADY RETIRED THE LAST RUN'S CHECKPOINT AND A
      *LATER RESTART CANNOT RESUME IT OVER DATA NEVER POSTED

           MOVE ZEROS TO CK-DONE-COUNT
           MOVE ZEROS TO CK-SKIP-COUNT
           MOVE 1 TO CK-SKIP-PTR
           MOVE SPACES TO CK-SKIPPED-LIST
           MOVE 'N' TO CK-RESUME-FLAG
           MOVE WS-CURRENT-DATE TO CK-RUN-DATE

           IF SKIP-SORT-MERGE
               OPEN INPUT CHECKPOINT-FILE
               IF CKF-FILE-STATUS = '00'
                   MOVE 'Y' TO BAL-EOF-FLAG
                   PERFORM UNTIL BAL-NO-MORE-DATA
                       READ CHECKPOINT-FILE
                           AT END
                               MOVE 'N' TO BAL-EOF-FLAG
                           NOT AT END
                               PERFORM 605A-LOAD-CHECKPOINT-REC
                       END-READ
                   END-PERFORM
                   CLOSE CHECKPOINT-FILE
               ELSE
                   IF CKF-FILE-STATUS = '05'
                       CLOSE CHECKPOINT-FILE
                   END-IF
               END-IF
           END-IF

           IF NOT CK-RESUME-RUN
               MOVE ZEROS TO CK-DONE-COUNT
               MOVE WS-CURRENT-DATE TO CK-RUN-DATE
               OPEN OUTPUT CHECKPOINT-FILE
               IF CKF-FILE-STATUS = '00'
                   MOVE RC-TERM TO CKL-TERM
                   MOVE CK-RUN-DATE TO CKL-RUN-DATE
                   MOVE '*RUN' TO CKL-STEP
                   MOVE WS-CURRENT-DATE TO CKL-DONE-DATE
                   ACCEPT CK-TIME-OF-DAY FROM TIME
                   MOVE CK-TIME-OF-DAY TO CKL-DONE-TIME
                   WRITE CHECKPOINT-REC
                   CLOSE CHECKPOINT-FILE
               END-IF
           END-IF
       .
      *
       605A-LOAD-CHECKPOINT-REC.
           EVALUATE CKL-STEP
               WHEN '*RUN'
                   MOVE ZEROS TO CK-DONE-COUNT
                   IF CKL-TERM = RC-TERM
                       MOVE 'Y' TO CK-RESUME-FLAG
                       MOVE CKL-RUN-DATE TO CK-RUN-DATE
                   ELSE
                       MOVE 'N' TO CK-RESUME-FLAG
                   END-IF
               WHEN '*END'
                   MOVE 'N' TO CK-RESUME-FLAG
               WHEN OTHER
                   IF CK-RESUME-RUN AND CK-DONE-COUNT < 20
                       ADD 1 TO CK-DONE-COUNT
                       MOVE CKL-STEP TO CK-DONE-STEP(CK-DONE-COUNT)
                   END-IF
           END-EVALUATE
       .
      *
       620-RUN-END-STEP.
      *RUNS THE END-OF-JOB STEP NAMED IN CK-STEP-IN UNLESS THE
      *CHECKPOINT SHOWS IT ALREADY COMPLETED FOR THIS RUN, AND
      *CHECKPOINTS IT WHEN IT FINISHES.  EACH STEP SETS CK-STEP-OK-FLAG
      *ONLY WHERE IT COMPLETES OR HAS NOTHING TO DO -- A STEP THAT
      *COULD NOT OPEN ITS FILES IS LEFT OFF THE CHECKPOINT SO THE
      *RESTART RUNS IT AGAIN, AND MARKS THE CHAIN FAILED SO THE RUN
      *DOES NOT CLOSE THE CHECKPOINT OUT WITH AN '*END'

           MOVE 'N' TO CK-DONE-FLAG
           PERFORM VARYING CK-SUB FROM 1 BY 1
                   UNTIL CK-SUB > CK-DONE-COUNT
               IF CK-DONE-STEP(CK-SUB) = CK-STEP-IN
                   MOVE 'Y' TO CK-DONE-FLAG
               END-IF
           END-PERFORM

           IF CK-STEP-DONE
               ADD 1 TO CK-SKIP-COUNT
               IF CK-SKIP-PTR < 86
                   STRING CK-STEP-IN     DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          INTO CK-SKIPPED-LIST
                          WITH POINTER CK-SKIP-PTR
                   END-STRING
               END-IF
           ELSE
               MOVE 'N' TO CK-STEP-OK-FLAG
               EVALUATE CK-STEP-IN
                   WHEN 'POST'
                       PERFORM 800-POST-STUDENT-HISTORY
                   WHEN 'STND'
                       PERFORM 811-DETERMINE-ACADEMIC-STANDING
                   WHEN 'SAPX'
                       PERFORM 816-WRITE-SAP-EXTRACT
                   WHEN 'TRND'
                       PERFORM 815-WRITE-TREND-HISTORY
                   WHEN 'ISTA'
                       PERFORM 812-POST-INSTRUCTOR-STATS
                   WHEN 'GPAT'
                       PERFORM 813-PRINT-GRADING-PATTERNS
                   WHEN 'PREQ'
                       PERFORM 817-CHECK-PREREQUISITES
                   WHEN 'DLTA'
                       PERFORM 850-DELTA-COMPARE
                   WHEN 'PMRG'
                       PERFORM 855-SAVE-PRIOR-MERGED
                   WHEN 'SCHL'
                       PERFORM 860-WRITE-SCHOLARSHIP-EXTRACT
                   WHEN 'ISHT'
                       PERFORM 862-WRITE-INSTRUCTOR-SHEETS
                   WHEN 'STAT'
                       PERFORM 865-WRITE-STATE-SUBMISSION
                   WHEN 'RECN'
                       PERFORM 866-RECONCILE-STATE-RESPONSE
                   WHEN 'CRTN'
                       PERFORM 875-WRITE-CAMPUS-RETURNS
                   WHEN 'INQB'
                       PERFORM 890-BUILD-INQUIRY-FILE
                   WHEN 'INQP'
                       PERFORM 895-PROCESS-INQUIRIES
                   WHEN 'GCHG'
                       PERFORM 830-APPLY-GRADE-CHANGES
                   WHEN 'TRAN'
                       PERFORM 820-PRINT-TRANSCRIPTS
                   WHEN 'RETN'
                       PERFORM 840-ARCHIVE-OLD-HISTORY
               END-EVALUATE
               IF CK-STEP-OK
                   PERFORM 625-MARK-STEP-DONE
               ELSE
                   DISPLAY 'STEP ' CK-STEP-IN
                       ' DID NOT COMPLETE - NOT CHECKPOINTED'
                   MOVE 'Y' TO CK-CHAIN-FLAG
               END-IF
           END-IF
       .
      *
       625-MARK-STEP-DONE.
           OPEN EXTEND CHECKPOINT-FILE
           IF CKF-FILE-STATUS = '00' OR CKF-FILE-STATUS = '05'
               MOVE RC-TERM TO CKL-TERM
               MOVE CK-RUN-DATE TO CKL-RUN-DATE
               MOVE CK-STEP-IN TO CKL-STEP
               MOVE WS-CURRENT-DATE TO CKL-DONE-DATE
               ACCEPT CK-TIME-OF-DAY FROM TIME
               MOVE CK-TIME-OF-DAY TO CKL-DONE-TIME
               WRITE CHECKPOINT-REC
               CLOSE CHECKPOINT-FILE
           END-IF
       .
      *
       700-PRINT-HONOR-ROLL.
           MOVE HONOR-ROLL-HEADING TO REPORT-LINE
               CLOSE GRADED-FILE
                     GPA-AUDIT-FILE
                     HISTORY-FILE
               MOVE 'Y' TO CK-STEP-OK-FLAG
           ELSE
               DISPLAY 'GPA POSTING SKIPPED - HISTORY FILE STATUS '
                   SHF-FILE-STATUS
      *
       805-POST-ONE-STUDENT.
           MOVE GR-GRADE TO PG-GRADE-IN
           MOVE GR-DEPT-CODE TO PG-DEPT-IN
           PERFORM 806-SET-GRADE-POINTS
           MOVE PG-POINTS TO PG-NEW-POINTS

      *REPEAT OF A CLASS TAKEN IN AN EARLIER TERM GETS HIGHEST-
      *ATTEMPT REPLACEMENT -- THE CREDITS ARE ALREADY COUNTED ONCE
      *AND ONLY AN IMPROVEMENT OVER THE BEST PRIOR ATTEMPT MOVES THE
      *QUALITY POINTS.  THE SCAN LOOKED UP EVERY OTHER CLASS'S
      *CREDITS, SO THIS CLASS'S ARE LOOKED UP AFTER IT

           MOVE GR-DEPT-CODE TO CC-LOOKUP-DEPT
           MOVE GR-CLASS-CODE TO CC-LOOKUP-CLASS
           PERFORM 806A-LOOK-UP-CLASS-CREDITS

           EVALUATE TRUE
               WHEN GR-GRADE = 'W' OR GR-GRADE = 'I'
           PERFORM 810-WRITE-AUDIT-LINE
       .
      *
       806-SET-GRADE-POINTS.
      *QUALITY POINTS FOR PG-GRADE-IN ON PG-DEPT-IN'S GRADING SCALE.
      *PG-GRADE-ON-SCALE SAYS WHETHER THE GRADE IS ONE THAT SCALE
      *AWARDS.  A GRADE THE DEPARTMENT'S OWN SCALE DOES NOT CARRY --
      *HISTORY POSTED BEFORE THE DEPARTMENT ADOPTED ITS SCALE --
      *STILL EARNS ITS COLLEGE-WIDE POINTS.  W, I, AND ANYTHING ON
      *NO SCALE EARN NONE

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
      *
       806A-LOOK-UP-CLASS-CREDITS.
      *CREDIT HOURS FOR CC-LOOKUP-DEPT/CC-LOOKUP-CLASS FROM THE COURSE
      *CATALOG INTO PG-CLASS-CREDITS.  A RETIRED CLASS KEEPS ITS
      *CATALOG CREDITS SO OLD HISTORY STILL COUNTS AT FULL WEIGHT.  A
      *CLASS THE CATALOG HAS NEVER CARRIED, OR A RUN WITH NO CATALOG,
      *GETS THE STANDARD THREE CREDIT HOURS

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
      *
       807-SCAN-STUDENT-HISTORY.
      *READS ALL OF ONE STUDENT'S HISTORY RECORDS TO BUILD THE
      *CUMULATIVE CREDIT AND QUALITY-POINT TOTALS AS THEY STAND BEFORE
      *THIS POSTING.  THE KEY ORDER PUTS EVERY ATTEMPT AT ONE CLASS
      *TOGETHER, SO THE SCAN GROUPS BY DEPT AND CLASS AND EACH GROUP
      *CONTRIBUTES ITS CREDITS ONCE AT ITS BEST ATTEMPT'S POINTS --
      *THAT IS THE HIGHEST-ATTEMPT REPLACEMENT POLICY.  W AND I
      *RECORDS CARRY NO POINTS AND NO CREDITS AND STAY OUT OF THE
      *GROUPS ALTOGETHER.  THIS RUN'S EXACT KEY IS ALSO LEFT OUT --
      *ITS OLD AVERAGE AND GRADE ARE JUST REMEMBERED FOR THE AUDIT
      *LINE AND THE REWRITE

           MOVE ZEROS TO PG-TOTAL-POINTS
           MOVE ZEROS TO PG-TOTAL-CREDITS
           MOVE ZEROS TO PG-OLD-AVG
           MOVE ZEROS TO PG-OLD-POINTS
           MOVE ZEROS TO PG-BEST-PRIOR-POINTS
           MOVE SPACE TO PG-OLD-GRADE
           MOVE 'N' TO PG-FOUND-FLAG
           MOVE 'N' TO PG-PRIOR-ATTEMPT-FLAG
           MOVE 'N' TO PG-GRP-OPEN-FLAG

           MOVE GR-STUDENT-ID TO SH-STUDENT-ID
           MOVE LOW-VALUES TO SH-DEPT-CODE
           MOVE LOW-VALUES TO SH-CLASS-CODE
           MOVE LOW-VALUES TO SH-TERM

           MOVE 'Y' TO PG-SCAN-FLAG
           START HISTORY-FILE KEY NOT < SH-KEY
               INVALID KEY
                   MOVE 'N' TO PG-SCAN-FLAG
           END-START

           PERFORM UNTIL PG-SCAN-DONE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO PG-SCAN-FLAG
                   NOT AT END
                       IF SH-STUDENT-ID NOT = GR-STUDENT-ID
                           MOVE 'N' TO PG-SCAN-FLAG
                       ELSE
                           PERFORM 809-ACCUMULATE-HISTORY-REC
                       END-IF
               END-READ
           END-PERFORM

           IF PG-GRP-OPEN
               PERFORM 808-FLUSH-HISTORY-GROUP
           END-IF
       .
      *
       808-FLUSH-HISTORY-GROUP.
      *CLOSES OUT ONE DEPT/CLASS GROUP: THE CREDITS COUNT ONCE AND
      *THE BEST ATTEMPT'S POINTS ARE THE ONES THAT SCORE.  WHEN THE
      *GROUP IS THE CLASS BEING POSTED, REMEMBER THE BEST PRIOR
      *ATTEMPT SO THE POSTING CAN APPLY REPLACEMENT AGAINST IT

           MOVE PG-GRP-DEPT-CODE TO CC-LOOKUP-DEPT
           MOVE PG-GRP-CLASS-CODE TO CC-LOOKUP-CLASS
           PERFORM 806A-LOOK-UP-CLASS-CREDITS
           COMPUTE PG-TOTAL-POINTS = PG-TOTAL-POINTS
               + (PG-GRP-BEST-POINTS * PG-CLASS-CREDITS)
           ADD PG-CLASS-CREDITS TO PG-TOTAL-CREDITS
           IF PG-GRP-DEPT-CODE = GR-DEPT-CODE
                   AND PG-GRP-CLASS-CODE = GR-CLASS-CODE
               MOVE 'Y' TO PG-PRIOR-ATTEMPT-FLAG
               MOVE PG-GRP-BEST-POINTS TO PG-BEST-PRIOR-POINTS
           END-IF
           MOVE 'N' TO PG-GRP-OPEN-FLAG
       .
      *
       809-ACCUMULATE-HISTORY-REC.
      *FOLDS ONE HISTORY RECORD INTO THE RUNNING GROUPS.  THE EXACT
      *KEY BEING POSTED ONLY SETS THE OLD-VALUE FIELDS; A W OR I IS
      *SKIPPED ENTIRELY; ANYTHING ELSE -- A RETENTION CARRY-FORWARD
      *WITH TERM '000000' INCLUDED, SINCE IT CARRIES THE BEST
      *ARCHIVED GRADE UNDER ITS REAL DEPT AND CLASS -- OPENS OR
      *EXTENDS ITS CLASS GROUP

           MOVE SH-GRADE TO PG-GRADE-IN
           MOVE SH-DEPT-CODE TO PG-DEPT-IN
           PERFORM 806-SET-GRADE-POINTS

           IF SH-DEPT-CODE = GR-DEPT-CODE
                   AND SH-CLASS-CODE = GR-CLASS-CODE
                   AND SH-TERM = RC-TERM
               MOVE 'Y' TO PG-FOUND-FLAG
               MOVE SH-TEST-AVERAGE TO PG-OLD-AVG
               MOVE SH-GRADE TO PG-OLD-GRADE
               MOVE PG-POINTS TO PG-OLD-POINTS
           ELSE
               IF SH-GRADE NOT = 'W' AND SH-GRADE NOT = 'I'
                   IF PG-GRP-OPEN
                           AND (PG-GRP-DEPT-CODE NOT = SH-DEPT-CODE
                           OR PG-GRP-CLASS-CODE NOT = SH-CLASS-CODE)
                       PERFORM 808-FLUSH-HISTORY-GROUP
                   END-IF
                   IF NOT PG-GRP-OPEN
                       MOVE 'Y' TO PG-GRP-OPEN-FLAG
                       MOVE SH-DEPT-CODE TO PG-GRP-DEPT-CODE
                       MOVE SH-CLASS-CODE TO PG-GRP-CLASS-CODE
                       MOVE ZEROS TO PG-GRP-BEST-POINTS
                   END-IF
                   IF PG-POINTS > PG-GRP-BEST-POINTS
                       MOVE PG-POINTS TO PG-GRP-BEST-POINTS
                   END-IF
               END-IF
           END-IF
       .
      *
       810-WRITE-AUDIT-LINE.
           IF PG-AUDIT-LINE-COUNT > 55
               ADD 1 TO PG-AUDIT-PAGE-NO
               MOVE PG-AUDIT-PAGE-NO TO AH1-PAGE-NO
               MOVE WS-MONTH TO AH1-MONTH
               MOVE WS-DAY TO AH1-DAY
               MOVE WS-YEAR TO AH1-YEAR
               MOVE RC-TERM TO AH1-TERM
               WRITE AUDIT-LINE FROM AUDIT-HEADING-ONE
                   AFTER ADVANCING PAGE
               WRITE AUDIT-LINE FROM AUDIT-HEADING-TWO
                   AFTER ADVANCING 2 LINES
               MOVE 4 TO PG-AUDIT-LINE-COUNT
           END-IF
           WRITE AUDIT-LINE FROM POSTING-AUDIT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO PG-AUDIT-LINE-COUNT
       .
      *
       811-DETERMINE-ACADEMIC-STANDING.
      *DECIDES THE TERM'S ACADEMIC STANDING FOR EVERY STUDENT GRADED
      *THIS RUN FROM THE HISTORY JUST POSTED -- THE TERM GPA, THE
      *CUMULATIVE GPA, AND THE STANDING THE STUDENT CARRIED OUT OF
      *THE PREVIOUS TERM -- AND RECORDS IT ON THE STANDING MASTER.
      *EVERY CHANGE OF STANDING PRINTS ON THE STANDING-CHANGE REPORT
      *AND EVERY STUDENT NOT IN GOOD STANDING GOES TO THE ADVISING
      *EXTRACT.  THE GRADED FILE IS RE-SORTED INTO STUDENT ORDER
      *THROUGH THE INSTRUCTOR-SHEET SORT FILES, WHICH ARE FREE UNTIL
      *THE SHEETS PRINT

           SORT INSTR-SORT-FILE
              ON ASCENDING KEY IS-STUDENT-ID
              USING GRADED-FILE
              GIVING INSTR-SEQ-FILE

           OPEN INPUT HISTORY-FILE
           IF SHF-FILE-STATUS = '00' OR SHF-FILE-STATUS = '05'
               OPEN I-O STANDING-FILE
               IF ASF-FILE-STATUS = '00' OR ASF-FILE-STATUS = '05'
                   OPEN OUTPUT STANDING-RPT-FILE
                   OPEN OUTPUT ADVISING-FILE
                   OPEN INPUT INSTR-SEQ-FILE
                   MOVE SPACES TO AS-STUDENT-HOLD
                   MOVE 'Y' TO AS-EOF-FLAG
                   PERFORM UNTIL AS-NO-MORE-DATA
                       READ INSTR-SEQ-FILE
                           AT END
                               MOVE 'N' TO AS-EOF-FLAG
                           NOT AT END
                               IF IX-STUDENT-ID NOT = AS-STUDENT-HOLD
                                   IF AS-STUDENT-HOLD NOT = SPACES
                                       PERFORM 811A-STANDING-ONE-STUDENT
                                   END-IF
                                   MOVE IX-STUDENT-ID
                                       TO AS-STUDENT-HOLD
                                   MOVE IX-NAME TO AS-NAME-HOLD
                               END-IF
                       END-READ
                   END-PERFORM
                   IF AS-STUDENT-HOLD NOT = SPACES
                       PERFORM 811A-STANDING-ONE-STUDENT
                   END-IF
                   MOVE AS-STUDENT-COUNT TO AST-STUDENTS
                   MOVE AS-CHANGED-COUNT TO AST-CHANGED
                   MOVE AS-GOOD-COUNT TO AST-GOOD
                   MOVE AS-DEANS-COUNT TO AST-DEANS
                   MOVE AS-WARNING-COUNT TO AST-WARNING
                   MOVE AS-PROBATION-COUNT TO AST-PROBATION
                   MOVE AS-SUSPENDED-COUNT TO AST-SUSPENDED
                   PERFORM 811G-CHECK-STANDING-PAGE
                   WRITE STANDING-RPT-LINE FROM STANDING-TOTAL-LINE
                       AFTER ADVANCING 2 LINES
                   CLOSE INSTR-SEQ-FILE
                         ADVISING-FILE
                         STANDING-RPT-FILE
                         STANDING-FILE
                   MOVE 'Y' TO CK-STEP-OK-FLAG
               ELSE
                   DISPLAY 'ACADEMIC STANDING SKIPPED - STANDING '
                       'FILE STATUS ' ASF-FILE-STATUS
               END-IF
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY 'ACADEMIC STANDING SKIPPED - HISTORY FILE '
                   'STATUS ' SHF-FILE-STATUS
           END-IF
       .
      *
       811A-STANDING-ONE-STUDENT.
      *ONE STUDENT: LOAD THE HISTORY, FIGURE THE TERM GPA AT FACE
      *VALUE AS THE TRANSCRIPT DOES, THE CUMULATIVE THROUGH THIS TERM
      *UNDER HIGHEST-ATTEMPT REPLACEMENT AS THE POSTING DOES, AND
      *DECIDE AGAINST THE PRIOR TERM'S STANDING

           ADD 1 TO AS-STUDENT-COUNT
           PERFORM 811B-LOAD-STANDING-TABLE
           PERFORM 811C-COMPUTE-TERM-GPA
           MOVE RC-TERM TO CH-TERM-LIMIT
           PERFORM 833B-COMPUTE-CUM-THRU-TERM
           PERFORM 811D-FIND-PRIOR-STANDING
           PERFORM 811E-SET-STANDING

           MOVE AS-STUDENT-HOLD TO AS-STUDENT-ID
           MOVE RC-TERM TO AS-TERM
           MOVE AS-NEW-STANDING TO AS-STANDING
           MOVE AS-OLD-STANDING TO AS-PRIOR-STANDING
           MOVE AS-TERM-GPA-WORK TO AS-TERM-GPA
           MOVE AS-TERM-CREDITS-WORK TO AS-TERM-CREDITS
           MOVE CH-CUM-GPA TO AS-CUM-GPA
           MOVE CH-CUM-CREDITS TO AS-CUM-CREDITS
           MOVE WS-CURRENT-DATE TO AS-DECIDED-DATE
           WRITE STANDING-REC
               INVALID KEY
                   REWRITE STANDING-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE

           IF AS-NEW-STANDING NOT = AS-OLD-STANDING
                   AND NOT (AS-NO-PRIOR-STANDING AND AS-GOOD-STANDING)
               ADD 1 TO AS-CHANGED-COUNT
               PERFORM 811F-WRITE-STANDING-LINE
           END-IF

           IF NOT AS-GOOD-STANDING
               MOVE AS-STUDENT-HOLD TO AV-STUDENT-ID
               MOVE AS-NAME-HOLD TO AV-NAME
               MOVE RC-TERM TO AV-TERM
               MOVE AS-NEW-STANDING TO AV-STANDING
               MOVE AS-NEW-STANDING TO AS-DESC-CODE
               PERFORM 811H-DESCRIBE-STANDING
               MOVE AS-DESC-WORK TO AV-STANDING-DESC
               MOVE AS-OLD-STANDING TO AV-PRIOR-STANDING
               MOVE AS-TERM-GPA-WORK TO AV-TERM-GPA
               MOVE AS-TERM-CREDITS-WORK TO AV-TERM-CREDITS
               MOVE CH-CUM-GPA TO AV-CUM-GPA
               MOVE CH-CUM-CREDITS TO AV-CUM-CREDITS
               WRITE ADVISING-REC
           END-IF
       .
      *
       811B-LOAD-STANDING-TABLE.
      *SAME LOAD THE TRANSCRIPT STEP DOES, DRIVEN BY THE STUDENT
      *BEING DECIDED -- THE TABLE IS FREE BETWEEN TRANSCRIPTS

           MOVE ZEROS TO TR-COUNT
           MOVE AS-STUDENT-HOLD TO SH-STUDENT-ID
           MOVE LOW-VALUES TO SH-DEPT-CODE
           MOVE LOW-VALUES TO SH-CLASS-CODE
           MOVE LOW-VALUES TO SH-TERM

           MOVE 'Y' TO AS-SCAN-FLAG
           START HISTORY-FILE KEY NOT < SH-KEY
               INVALID KEY
                   MOVE 'N' TO AS-SCAN-FLAG
           END-START

           PERFORM UNTIL AS-SCAN-DONE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO AS-SCAN-FLAG
                   NOT AT END
                       IF SH-STUDENT-ID NOT = AS-STUDENT-HOLD
                           MOVE 'N' TO AS-SCAN-FLAG
                       ELSE
                           IF TR-COUNT < 200
                               ADD 1 TO TR-COUNT
                               MOVE SH-TERM TO TE-TERM(TR-COUNT)
                               MOVE SH-DEPT-CODE
                                   TO TE-DEPT-CODE(TR-COUNT)
                               MOVE SH-CLASS-CODE
                                   TO TE-CLASS-CODE(TR-COUNT)
                               MOVE SH-TEST-AVERAGE
                                   TO TE-AVG(TR-COUNT)
                               MOVE SH-GRADE TO TE-GRADE(TR-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
      *
       811C-COMPUTE-TERM-GPA.
      *EVERY EARNED GRADE IN THIS TERM AT FACE VALUE -- W AND I
      *CARRY NO CREDITS ATTEMPTED

           MOVE ZEROS TO AS-TERM-POINTS
           MOVE ZEROS TO AS-TERM-CREDITS-WORK
           PERFORM VARYING TR-SUB FROM 1 BY 1 UNTIL TR-SUB > TR-COUNT
               IF TE-TERM(TR-SUB) = RC-TERM
                       AND TE-GRADE(TR-SUB) NOT = 'W'
                       AND TE-GRADE(TR-SUB) NOT = 'I'
                   MOVE TE-GRADE(TR-SUB) TO PG-GRADE-IN
                   MOVE TE-DEPT-CODE(TR-SUB) TO PG-DEPT-IN
                   PERFORM 806-SET-GRADE-POINTS
                   MOVE TE-DEPT-CODE(TR-SUB) TO CC-LOOKUP-DEPT
                   MOVE TE-CLASS-CODE(TR-SUB) TO CC-LOOKUP-CLASS
                   PERFORM 806A-LOOK-UP-CLASS-CREDITS
                   COMPUTE AS-TERM-POINTS = AS-TERM-POINTS
                       + (PG-POINTS * PG-CLASS-CREDITS)
                   ADD PG-CLASS-CREDITS TO AS-TERM-CREDITS-WORK
               END-IF
           END-PERFORM
           IF AS-TERM-CREDITS-WORK > 0
               COMPUTE AS-TERM-GPA-WORK ROUNDED =
                   AS-TERM-POINTS / AS-TERM-CREDITS-WORK
           ELSE
               MOVE ZEROS TO AS-TERM-GPA-WORK
           END-IF
       .
      *
       811D-FIND-PRIOR-STANDING.
      *THE STANDING ON THE LATEST TERM BEFORE THIS ONE -- THE MASTER
      *IS IN STUDENT/TERM ORDER, SO THE LAST RECORD READ BEFORE THIS
      *TERM IS THE ONE THAT COUNTS.  A THIS-TERM RECORD FROM AN
      *EARLIER RUN IS IGNORED SO A RERUN DECIDES THE SAME WAY.  NO
      *EARLIER RECORD LEAVES THE PRIOR STANDING BLANK

           MOVE SPACE TO AS-OLD-STANDING
           MOVE AS-STUDENT-HOLD TO AS-STUDENT-ID
           MOVE LOW-VALUES TO AS-TERM
           MOVE 'Y' TO AS-SCAN-FLAG
           START STANDING-FILE KEY NOT < AS-KEY
               INVALID KEY
                   MOVE 'N' TO AS-SCAN-FLAG
           END-START

           PERFORM UNTIL AS-SCAN-DONE
               READ STANDING-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO AS-SCAN-FLAG
                   NOT AT END
                       IF AS-STUDENT-ID NOT = AS-STUDENT-HOLD
                               OR AS-TERM NOT < RC-TERM
                           MOVE 'N' TO AS-SCAN-FLAG
                       ELSE
                           MOVE AS-STANDING TO AS-OLD-STANDING
                       END-IF
               END-READ
           END-PERFORM
       .
      *
       811E-SET-STANDING.
      *A CUMULATIVE GPA BELOW THE PROBATION LINE IS PROBATION -- OR
      *SUSPENSION WHEN THE STUDENT WAS ALREADY ON PROBATION, OR
      *RETURNED FROM SUSPENSION, THE TERM BEFORE.  OTHERWISE A POOR
      *TERM IS A WARNING AND A STRONG FULL-LOAD TERM IS THE DEAN'S
      *LIST.  A TERM WITH NO GRADED CREDITS -- ALL W OR I -- DECIDES
      *NOTHING AND CARRIES THE PRIOR STANDING FORWARD

           EVALUATE TRUE
               WHEN AS-TERM-CREDITS-WORK = 0
                   IF AS-NO-PRIOR-STANDING
                       MOVE 'G' TO AS-NEW-STANDING
                   ELSE
                       MOVE AS-OLD-STANDING TO AS-NEW-STANDING
                   END-IF
               WHEN CH-CUM-GPA < AS-PROBATION-GPA
                   IF AS-WAS-ON-PROBATION
                       MOVE 'S' TO AS-NEW-STANDING
                   ELSE
                       MOVE 'P' TO AS-NEW-STANDING
                   END-IF
               WHEN AS-TERM-GPA-WORK < AS-WARNING-GPA
                   MOVE 'W' TO AS-NEW-STANDING
               WHEN AS-TERM-GPA-WORK NOT < AS-DEANS-GPA
                       AND AS-TERM-CREDITS-WORK NOT < AS-DEANS-CREDITS
                   MOVE 'D' TO AS-NEW-STANDING
               WHEN OTHER
                   MOVE 'G' TO AS-NEW-STANDING
           END-EVALUATE

           EVALUATE AS-NEW-STANDING
               WHEN 'D'
                   ADD 1 TO AS-DEANS-COUNT
               WHEN 'W'
                   ADD 1 TO AS-WARNING-COUNT
               WHEN 'P'
                   ADD 1 TO AS-PROBATION-COUNT
               WHEN 'S'
                   ADD 1 TO AS-SUSPENDED-COUNT
               WHEN OTHER
                   ADD 1 TO AS-GOOD-COUNT
           END-EVALUATE
       .
      *
       811F-WRITE-STANDING-LINE.
           MOVE AS-STUDENT-HOLD TO ASD-STUDENT-ID
           MOVE AS-NAME-HOLD TO ASD-NAME
           MOVE AS-OLD-STANDING TO AS-DESC-CODE
           PERFORM 811H-DESCRIBE-STANDING
           MOVE AS-DESC-WORK TO ASD-PRIOR-DESC
           MOVE AS-NEW-STANDING TO AS-DESC-CODE
           PERFORM 811H-DESCRIBE-STANDING
           MOVE AS-DESC-WORK TO ASD-NEW-DESC
           MOVE AS-TERM-GPA-WORK TO ASD-TERM-GPA
           MOVE AS-TERM-CREDITS-WORK TO ASD-TERM-CREDITS
           MOVE CH-CUM-GPA TO ASD-CUM-GPA
           MOVE CH-CUM-CREDITS TO ASD-CUM-CREDITS
           PERFORM 811G-CHECK-STANDING-PAGE
           WRITE STANDING-RPT-LINE FROM STANDING-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO AS-LINE-COUNT
       .
      *
       811G-CHECK-STANDING-PAGE.
           IF AS-LINE-COUNT > 55
               ADD 1 TO AS-PAGE-NO
               MOVE AS-PAGE-NO TO ASH-PAGE-NO
               MOVE WS-MONTH TO ASH-MONTH
               MOVE WS-DAY TO ASH-DAY
               MOVE WS-YEAR TO ASH-YEAR
               MOVE RC-TERM TO ASH-TERM
               WRITE STANDING-RPT-LINE FROM STANDING-HEADING-ONE
                   AFTER ADVANCING PAGE
               WRITE STANDING-RPT-LINE FROM STANDING-HEADING-TWO
                   AFTER ADVANCING 2 LINES
               MOVE 4 TO AS-LINE-COUNT
           END-IF
       .
      *
       811H-DESCRIBE-STANDING.
           EVALUATE AS-DESC-CODE
               WHEN 'G'
                   MOVE 'GOOD STANDING' TO AS-DESC-WORK
               WHEN 'D'
                   MOVE 'DEANS LIST' TO AS-DESC-WORK
               WHEN 'W'
                   MOVE 'ACADEMIC WARNING' TO AS-DESC-WORK
               WHEN 'P'
                   MOVE 'PROBATION' TO AS-DESC-WORK
               WHEN 'S'
                   MOVE 'SUSPENSION' TO AS-DESC-WORK
               WHEN OTHER
                   MOVE 'NONE ON FILE' TO AS-DESC-WORK
           END-EVALUATE
       .
      *
       812-POST-INSTRUCTOR-STATS.
      *POSTS THIS TERM'S GRADE DISTRIBUTION FOR EVERY INSTRUCTOR AND
      *CLASS TO THE INSTRUCTOR STATISTICS HISTORY.  THE TERM'S OLD
      *RECORDS ARE CLEARED FIRST SO A RERUN REPLACES THEM WHOLE,
      *EVEN WHERE A SECTION CHANGED HANDS BETWEEN RUNS.  THE GRADED
      *FILE IS RE-SORTED INTO DEPT/CLASS/INSTRUCTOR ORDER THROUGH
      *THE INSTRUCTOR-SHEET SORT FILES, WHICH ARE FREE UNTIL THE
      *SHEETS PRINT

           SORT INSTR-SORT-FILE
              ON ASCENDING KEY IS-DEPT-CODE, IS-CLASS-CODE,
                 IS-INSTRUCTOR-ID
              USING GRADED-FILE
              GIVING INSTR-SEQ-FILE

           MOVE ZEROS TO GP-POSTED-COUNT
           OPEN I-O INSTR-STATS-FILE
           IF ISF-FILE-STATUS = '00' OR ISF-FILE-STATUS = '05'
               PERFORM 812C-CLEAR-TERM-STATS
               MOVE 'N' TO GP-GRP-OPEN-FLAG
               OPEN INPUT INSTR-SEQ-FILE
               MOVE 'Y' TO BAL-EOF-FLAG
               PERFORM UNTIL BAL-NO-MORE-DATA
                   READ INSTR-SEQ-FILE
                       AT END
                           MOVE 'N' TO BAL-EOF-FLAG
                       NOT AT END
                           PERFORM 812A-ADD-TO-STATS-GROUP
                   END-READ
               END-PERFORM
               IF GP-GRP-OPEN
                   PERFORM 812B-WRITE-STATS-GROUP
               END-IF
               CLOSE INSTR-SEQ-FILE
               CLOSE INSTR-STATS-FILE
               MOVE 'Y' TO CK-STEP-OK-FLAG
           ELSE
               DISPLAY 'INSTRUCTOR STATISTICS SKIPPED - FILE STATUS '
                   ISF-FILE-STATUS
           END-IF
       .
      *
       812A-ADD-TO-STATS-GROUP.
      *W AND I STUDENTS ARE COUNTED APART -- THEY CARRY NO EARNED
      *GRADE AND STAY OUT OF THE RATES AND THE AVERAGE

           IF GP-GRP-OPEN
               IF IX-DEPT-CODE NOT = GP-GRP-DEPT-CODE
                       OR IX-CLASS-CODE NOT = GP-GRP-CLASS-CODE
                       OR IX-INSTRUCTOR-ID NOT = GP-GRP-INSTRUCTOR-ID
                   PERFORM 812B-WRITE-STATS-GROUP
               END-IF
           END-IF
           IF NOT GP-GRP-OPEN
               MOVE 'Y' TO GP-GRP-OPEN-FLAG
               MOVE IX-DEPT-CODE TO GP-GRP-DEPT-CODE
               MOVE IX-CLASS-CODE TO GP-GRP-CLASS-CODE
               MOVE IX-INSTRUCTOR-ID TO GP-GRP-INSTRUCTOR-ID
               MOVE ZEROS TO GP-GRP-GRADED, GP-GRP-WITHDRAWN
               MOVE ZEROS TO GP-GRP-GRADE-A, GP-GRP-GRADE-B
               MOVE ZEROS TO GP-GRP-GRADE-C, GP-GRP-GRADE-D
               MOVE ZEROS TO GP-GRP-GRADE-F, GP-GRP-AVG-TOTAL
           END-IF

           IF IX-GRADE = 'W' OR IX-GRADE = 'I'
               ADD 1 TO GP-GRP-WITHDRAWN
           ELSE
               ADD 1 TO GP-GRP-GRADED
               ADD IX-TEST-AVERAGE TO GP-GRP-AVG-TOTAL
               EVALUATE IX-GRADE-LETTER
                   WHEN 'A'
                       ADD 1 TO GP-GRP-GRADE-A
                   WHEN 'B'
                       ADD 1 TO GP-GRP-GRADE-B
                   WHEN 'C'
                       ADD 1 TO GP-GRP-GRADE-C
                   WHEN 'D'
                       ADD 1 TO GP-GRP-GRADE-D
                   WHEN 'F'
                       ADD 1 TO GP-GRP-GRADE-F
               END-EVALUATE
           END-IF
       .
      *
       812B-WRITE-STATS-GROUP.
           MOVE GP-GRP-DEPT-CODE TO IST-DEPT-CODE
           MOVE GP-GRP-CLASS-CODE TO IST-CLASS-CODE
           MOVE RC-TERM TO IST-TERM
           MOVE GP-GRP-INSTRUCTOR-ID TO IST-INSTRUCTOR-ID
           MOVE GP-GRP-GRADED TO IST-GRADED
           MOVE GP-GRP-GRADE-A TO IST-GRADE-A
           MOVE GP-GRP-GRADE-B TO IST-GRADE-B
           MOVE GP-GRP-GRADE-C TO IST-GRADE-C
           MOVE GP-GRP-GRADE-D TO IST-GRADE-D
           MOVE GP-GRP-GRADE-F TO IST-GRADE-F
           MOVE GP-GRP-AVG-TOTAL TO IST-AVG-TOTAL
           IF GP-GRP-GRADED > 0
               DIVIDE GP-GRP-AVG-TOTAL BY GP-GRP-GRADED
                      GIVING IST-AVG ROUNDED
           ELSE
               MOVE ZEROS TO IST-AVG
           END-IF
           MOVE GP-GRP-WITHDRAWN TO IST-WITHDRAWN
           WRITE INSTR-STATS-REC
               INVALID KEY
                   REWRITE INSTR-STATS-REC
           END-WRITE
           ADD 1 TO GP-POSTED-COUNT
           MOVE 'N' TO GP-GRP-OPEN-FLAG
       .
      *
       812C-CLEAR-TERM-STATS.
      *THE TERM IS THE THIRD PART OF THE KEY, SO ITS RECORDS ARE
      *SCATTERED THROUGH THE FILE -- ONE PASS FROM THE TOP FINDS THEM

           MOVE LOW-VALUES TO IST-KEY
           MOVE 'Y' TO GP-SCAN-FLAG
           START INSTR-STATS-FILE KEY NOT < IST-KEY
               INVALID KEY
                   MOVE 'N' TO GP-SCAN-FLAG
           END-START
           PERFORM UNTIL GP-SCAN-DONE
               READ INSTR-STATS-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO GP-SCAN-FLAG
                   NOT AT END
                       IF IST-TERM = RC-TERM
                           DELETE INSTR-STATS-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
       .
      *
       813-PRINT-GRADING-PATTERNS.
      *SETS EACH INSTRUCTOR'S GRADE DISTRIBUTION AND AVERAGE IN EVERY
      *CLASS THEY TAUGHT OVER THE RECENT TERMS AGAINST THE OTHER
      *SECTIONS OF THE SAME CLASS AND AGAINST THE WHOLE DEPARTMENT
      *OVER THE SAME TERMS.  THREE PASSES OVER THE HISTORY: THE
      *FIRST FINDS THE TERM WINDOW, THE SECOND TOTALS EACH
      *DEPARTMENT OVER IT, AND THE THIRD PRINTS CLASS BY CLASS

           OPEN INPUT INSTR-STATS-FILE
           IF ISF-FILE-STATUS = '00'
               MOVE ZEROS TO GP-TERM-COUNT
               PERFORM 813H-START-STATS-SCAN
               PERFORM UNTIL GP-SCAN-DONE
                   READ INSTR-STATS-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO GP-SCAN-FLAG
                       NOT AT END
                           IF IST-TERM NOT > RC-TERM
                               PERFORM 813A-NOTE-WINDOW-TERM
                           END-IF
                   END-READ
               END-PERFORM
               IF GP-TERM-COUNT > 0
                   MOVE GP-WINDOW-TERM(GP-TERM-COUNT)
                       TO GP-CUTOFF-TERM
                   PERFORM 813B-TOTAL-DEPARTMENTS
                   OPEN OUTPUT PATTERN-RPT-FILE
                   MOVE ZEROS TO GPI-COUNT
                   MOVE SPACES TO GP-DEPT-HOLD, GP-CLASS-HOLD
                   PERFORM 813H-START-STATS-SCAN
                   PERFORM UNTIL GP-SCAN-DONE
                       READ INSTR-STATS-FILE NEXT RECORD
                           AT END
                               MOVE 'N' TO GP-SCAN-FLAG
                           NOT AT END
                               IF IST-TERM NOT < GP-CUTOFF-TERM
                                       AND IST-TERM NOT > RC-TERM
                                   PERFORM 813C-ADD-TO-CLASS-GROUP
                               END-IF
                       END-READ
                   END-PERFORM
                   IF GPI-COUNT > 0
                       PERFORM 813D-PRINT-CLASS-GROUP
                   END-IF
                   MOVE GP-LINE-TOTAL TO GPT-LINES
                   MOVE GP-FLAGGED-COUNT TO GPT-FLAGGED
                   MOVE GP-POSTED-COUNT TO GPT-POSTED
                   PERFORM 813G-CHECK-PATTERN-PAGE
                   WRITE PATTERN-RPT-LINE FROM PATTERN-TOTAL-LINE
                       AFTER ADVANCING 2 LINES
                   CLOSE PATTERN-RPT-FILE
               END-IF
               CLOSE INSTR-STATS-FILE
               MOVE 'Y' TO CK-STEP-OK-FLAG
           ELSE
               IF ISF-FILE-STATUS = '05'
                   CLOSE INSTR-STATS-FILE
                   MOVE 'Y' TO CK-STEP-OK-FLAG
               END-IF
           END-IF
       .
      *
       813A-NOTE-WINDOW-TERM.
      *KEEPS THE NEWEST GP-TERMS DISTINCT TERMS, NEWEST FIRST.  A
      *TERM OLDER THAN EVERY ONE HELD IS DROPPED ONCE THE TABLE IS
      *FULL; A NEWER ONE PUSHES THE OLDEST OFF THE END

           PERFORM VARYING GP-SUB FROM 1 BY 1
                   UNTIL GP-SUB > GP-TERM-COUNT
                      OR GP-WINDOW-TERM(GP-SUB) NOT > IST-TERM
               CONTINUE
           END-PERFORM
           IF GP-SUB NOT > GP-TERM-COUNT
               IF GP-WINDOW-TERM(GP-SUB) = IST-TERM
                   MOVE GP-TERMS TO GP-SUB
                   ADD 1 TO GP-SUB
               END-IF
           END-IF
           IF GP-SUB NOT > GP-TERMS
               IF GP-TERM-COUNT < GP-TERMS
                   ADD 1 TO GP-TERM-COUNT
               END-IF
               PERFORM VARYING GP-SUB2 FROM GP-TERM-COUNT BY -1
                       UNTIL GP-SUB2 NOT > GP-SUB
                   MOVE GP-WINDOW-TERM(GP-SUB2 - 1)
                       TO GP-WINDOW-TERM(GP-SUB2)
               END-PERFORM
               MOVE IST-TERM TO GP-WINDOW-TERM(GP-SUB)
           END-IF
       .
      *
       813B-TOTAL-DEPARTMENTS.
           MOVE ZEROS TO GPD-COUNT
           PERFORM 813H-START-STATS-SCAN
           PERFORM UNTIL GP-SCAN-DONE
               READ INSTR-STATS-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO GP-SCAN-FLAG
                   NOT AT END
                       IF IST-TERM NOT < GP-CUTOFF-TERM
                               AND IST-TERM NOT > RC-TERM
                           PERFORM VARYING GPD-SUB FROM 1 BY 1
                                   UNTIL GPD-SUB > GPD-COUNT
                                   OR GPD-DEPT-CODE(GPD-SUB)
                                      = IST-DEPT-CODE
                               CONTINUE
                           END-PERFORM
                           IF GPD-SUB > GPD-COUNT AND GPD-COUNT < 100
                               ADD 1 TO GPD-COUNT
                               MOVE GPD-COUNT TO GPD-SUB
                               MOVE IST-DEPT-CODE
                                   TO GPD-DEPT-CODE(GPD-SUB)
                               MOVE ZEROS TO GPD-GRADED(GPD-SUB)
                               MOVE ZEROS TO GPD-GRADE-A(GPD-SUB)
                               MOVE ZEROS TO GPD-GRADE-B(GPD-SUB)
                               MOVE ZEROS TO GPD-GRADE-C(GPD-SUB)
                               MOVE ZEROS TO GPD-GRADE-D(GPD-SUB)
                               MOVE ZEROS TO GPD-GRADE-F(GPD-SUB)
                               MOVE ZEROS TO GPD-AVG-TOTAL(GPD-SUB)
                           END-IF
                           IF GPD-SUB NOT > GPD-COUNT
                               ADD IST-GRADED TO GPD-GRADED(GPD-SUB)
                               ADD IST-GRADE-A TO GPD-GRADE-A(GPD-SUB)
                               ADD IST-GRADE-B TO GPD-GRADE-B(GPD-SUB)
                               ADD IST-GRADE-C TO GPD-GRADE-C(GPD-SUB)
                               ADD IST-GRADE-D TO GPD-GRADE-D(GPD-SUB)
                               ADD IST-GRADE-F TO GPD-GRADE-F(GPD-SUB)
                               ADD IST-AVG-TOTAL
                                   TO GPD-AVG-TOTAL(GPD-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
      *
       813C-ADD-TO-CLASS-GROUP.
      *A NEW DEPT/CLASS PRINTS THE ONE BEFORE IT.  WITHIN A CLASS
      *THE RECORDS COME TERM BY TERM, SO A CHANGE OF TERM FOR THE
      *SAME INSTRUCTOR IS ONE MORE TERM THEY TAUGHT THE CLASS

           IF IST-DEPT-CODE NOT = GP-DEPT-HOLD
                   OR IST-CLASS-CODE NOT = GP-CLASS-HOLD
               IF GPI-COUNT > 0
                   PERFORM 813D-PRINT-CLASS-GROUP
               END-IF
               MOVE IST-DEPT-CODE TO GP-DEPT-HOLD
               MOVE IST-CLASS-CODE TO GP-CLASS-HOLD
               MOVE ZEROS TO GPI-COUNT
               MOVE ZEROS TO GP-CLS-GRADED, GP-CLS-GRADE-A
               MOVE ZEROS TO GP-CLS-GRADE-B, GP-CLS-GRADE-C
               MOVE ZEROS TO GP-CLS-GRADE-D
               MOVE ZEROS TO GP-CLS-GRADE-F, GP-CLS-AVG-TOTAL
           END-IF

           PERFORM VARYING GPI-SUB FROM 1 BY 1
                   UNTIL GPI-SUB > GPI-COUNT
                      OR GPI-INSTRUCTOR-ID(GPI-SUB) = IST-INSTRUCTOR-ID
               CONTINUE
           END-PERFORM
           IF GPI-SUB > GPI-COUNT AND GPI-COUNT < 100
               ADD 1 TO GPI-COUNT
               MOVE GPI-COUNT TO GPI-SUB
               MOVE IST-INSTRUCTOR-ID TO GPI-INSTRUCTOR-ID(GPI-SUB)
               MOVE SPACES TO GPI-LAST-TERM(GPI-SUB)
               MOVE ZEROS TO GPI-TERMS(GPI-SUB), GPI-GRADED(GPI-SUB)
               MOVE ZEROS TO GPI-GRADE-A(GPI-SUB)
               MOVE ZEROS TO GPI-GRADE-B(GPI-SUB)
               MOVE ZEROS TO GPI-GRADE-C(GPI-SUB)
               MOVE ZEROS TO GPI-GRADE-D(GPI-SUB)
               MOVE ZEROS TO GPI-GRADE-F(GPI-SUB)
               MOVE ZEROS TO GPI-AVG-TOTAL(GPI-SUB)
           END-IF
           IF GPI-SUB NOT > GPI-COUNT
               IF GPI-LAST-TERM(GPI-SUB) NOT = IST-TERM
                   ADD 1 TO GPI-TERMS(GPI-SUB)
                   MOVE IST-TERM TO GPI-LAST-TERM(GPI-SUB)
               END-IF
               ADD IST-GRADED TO GPI-GRADED(GPI-SUB)
               ADD IST-GRADE-A TO GPI-GRADE-A(GPI-SUB)
               ADD IST-GRADE-B TO GPI-GRADE-B(GPI-SUB)
               ADD IST-GRADE-C TO GPI-GRADE-C(GPI-SUB)
               ADD IST-GRADE-D TO GPI-GRADE-D(GPI-SUB)
               ADD IST-GRADE-F TO GPI-GRADE-F(GPI-SUB)
               ADD IST-AVG-TOTAL TO GPI-AVG-TOTAL(GPI-SUB)
               ADD IST-GRADED TO GP-CLS-GRADED
               ADD IST-GRADE-A TO GP-CLS-GRADE-A
               ADD IST-GRADE-B TO GP-CLS-GRADE-B
               ADD IST-GRADE-C TO GP-CLS-GRADE-C
               ADD IST-GRADE-D TO GP-CLS-GRADE-D
               ADD IST-GRADE-F TO GP-CLS-GRADE-F
               ADD IST-AVG-TOTAL TO GP-CLS-AVG-TOTAL
           END-IF
       .
      *
       813D-PRINT-CLASS-GROUP.
      *ONE CLASS LINE WITH THE CLASS'S OWN FIGURES OVER THE WINDOW,
      *THEN ONE LINE PER INSTRUCTOR WHO TAUGHT IT

           MOVE ZEROS TO GP-DEPT-A-RATE, GP-DEPT-F-RATE, GP-DEPT-AVG
           MOVE ZEROS TO GP-DEPT-B-RATE, GP-DEPT-C-RATE, GP-DEPT-D-RATE
           PERFORM VARYING GPD-SUB FROM 1 BY 1
                   UNTIL GPD-SUB > GPD-COUNT
               IF GPD-DEPT-CODE(GPD-SUB) = GP-DEPT-HOLD
                       AND GPD-GRADED(GPD-SUB) > 0
                   COMPUTE GP-DEPT-A-RATE ROUNDED =
                       GPD-GRADE-A(GPD-SUB) * 100 / GPD-GRADED(GPD-SUB)
                   COMPUTE GP-DEPT-F-RATE ROUNDED =
                       GPD-GRADE-F(GPD-SUB) * 100 / GPD-GRADED(GPD-SUB)
                   COMPUTE GP-DEPT-B-RATE ROUNDED =
                       GPD-GRADE-B(GPD-SUB) * 100 / GPD-GRADED(GPD-SUB)
                   COMPUTE GP-DEPT-C-RATE ROUNDED =
                       GPD-GRADE-C(GPD-SUB) * 100 / GPD-GRADED(GPD-SUB)
                   COMPUTE GP-DEPT-D-RATE ROUNDED =
                       GPD-GRADE-D(GPD-SUB) * 100 / GPD-GRADED(GPD-SUB)
                   DIVIDE GPD-AVG-TOTAL(GPD-SUB) BY GPD-GRADED(GPD-SUB)
                       GIVING GP-DEPT-AVG ROUNDED
               END-IF
           END-PERFORM

           MOVE GP-DEPT-HOLD TO GPC-DEPT-CODE
           MOVE GP-CLASS-HOLD TO GPC-CLASS-CODE
           MOVE GP-CLS-GRADED TO GPC-GRADED
           IF GP-CLS-GRADED > 0
               COMPUTE GP-A-RATE ROUNDED =
                   GP-CLS-GRADE-A * 100 / GP-CLS-GRADED
               COMPUTE GP-F-RATE ROUNDED =
                   GP-CLS-GRADE-F * 100 / GP-CLS-GRADED
               COMPUTE GP-B-RATE ROUNDED =
                   GP-CLS-GRADE-B * 100 / GP-CLS-GRADED
               COMPUTE GP-C-RATE ROUNDED =
                   GP-CLS-GRADE-C * 100 / GP-CLS-GRADED
               COMPUTE GP-D-RATE ROUNDED =
                   GP-CLS-GRADE-D * 100 / GP-CLS-GRADED
               DIVIDE GP-CLS-AVG-TOTAL BY GP-CLS-GRADED
                   GIVING GP-AVG ROUNDED
           ELSE
               MOVE ZEROS TO GP-A-RATE, GP-F-RATE, GP-AVG
               MOVE ZEROS TO GP-B-RATE, GP-C-RATE, GP-D-RATE
           END-IF
           MOVE GP-A-RATE TO GPC-A-RATE
           MOVE GP-B-RATE TO GPC-B-RATE
           MOVE GP-C-RATE TO GPC-C-RATE
           MOVE GP-D-RATE TO GPC-D-RATE
           MOVE GP-F-RATE TO GPC-F-RATE
           MOVE GP-AVG TO GPC-AVG
           PERFORM 813G-CHECK-PATTERN-PAGE
           WRITE PATTERN-RPT-LINE FROM PATTERN-CLASS-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO GP-LINE-COUNT

           PERFORM VARYING GPI-SUB FROM 1 BY 1 UNTIL GPI-SUB > GPI-COUNT
               PERFORM 813E-PRINT-INSTRUCTOR-LINE
           END-PERFORM
       .
      *
       813E-PRINT-INSTRUCTOR-LINE.
      *THE OTHER SECTIONS ARE THE CLASS TOTALS LESS THIS INSTRUCTOR.
      *THE A AND F RATES ARE JUDGED AGAINST THE OTHER SECTIONS OF
      *THE SAME CLASS, SINCE SOME CLASSES ARE SIMPLY HARDER THAN THE
      *REST OF THE DEPARTMENT; AN INSTRUCTOR WHO WAS THE CLASS'S ONLY
      *TEACHER IN THE WINDOW IS JUDGED AGAINST THE DEPARTMENT

           MOVE GPI-INSTRUCTOR-ID(GPI-SUB) TO GPX-INSTRUCTOR-ID
           MOVE GPI-TERMS(GPI-SUB) TO GPX-TERMS
           MOVE GPI-GRADED(GPI-SUB) TO GPX-GRADED
           IF GPI-GRADED(GPI-SUB) > 0
               COMPUTE GP-A-RATE ROUNDED =
                   GPI-GRADE-A(GPI-SUB) * 100 / GPI-GRADED(GPI-SUB)
               COMPUTE GP-F-RATE ROUNDED =
                   GPI-GRADE-F(GPI-SUB) * 100 / GPI-GRADED(GPI-SUB)
               COMPUTE GP-B-RATE ROUNDED =
                   GPI-GRADE-B(GPI-SUB) * 100 / GPI-GRADED(GPI-SUB)
               COMPUTE GP-C-RATE ROUNDED =
                   GPI-GRADE-C(GPI-SUB) * 100 / GPI-GRADED(GPI-SUB)
               COMPUTE GP-D-RATE ROUNDED =
                   GPI-GRADE-D(GPI-SUB) * 100 / GPI-GRADED(GPI-SUB)
               DIVIDE GPI-AVG-TOTAL(GPI-SUB) BY GPI-GRADED(GPI-SUB)
                   GIVING GP-AVG ROUNDED
           ELSE
               MOVE ZEROS TO GP-A-RATE, GP-F-RATE, GP-AVG
               MOVE ZEROS TO GP-B-RATE, GP-C-RATE, GP-D-RATE
           END-IF
           MOVE GP-A-RATE TO GPX-A-RATE
           MOVE GP-B-RATE TO GPX-B-RATE
           MOVE GP-C-RATE TO GPX-C-RATE
           MOVE GP-D-RATE TO GPX-D-RATE
           MOVE GP-F-RATE TO GPX-F-RATE
           MOVE GP-AVG TO GPX-AVG

           SUBTRACT GPI-GRADED(GPI-SUB) FROM GP-CLS-GRADED
               GIVING GP-OTH-GRADED
           IF GP-OTH-GRADED > 0
               COMPUTE GP-CMP-A-RATE ROUNDED =
                   (GP-CLS-GRADE-A - GPI-GRADE-A(GPI-SUB)) * 100
                       / GP-OTH-GRADED
               COMPUTE GP-CMP-F-RATE ROUNDED =
                   (GP-CLS-GRADE-F - GPI-GRADE-F(GPI-SUB)) * 100
                       / GP-OTH-GRADED
               COMPUTE GP-AVG ROUNDED =
                   (GP-CLS-AVG-TOTAL - GPI-AVG-TOTAL(GPI-SUB))
                       / GP-OTH-GRADED
               COMPUTE GP-B-RATE ROUNDED =
                   (GP-CLS-GRADE-B - GPI-GRADE-B(GPI-SUB)) * 100
                       / GP-OTH-GRADED
               COMPUTE GP-C-RATE ROUNDED =
                   (GP-CLS-GRADE-C - GPI-GRADE-C(GPI-SUB)) * 100
                       / GP-OTH-GRADED
               COMPUTE GP-D-RATE ROUNDED =
                   (GP-CLS-GRADE-D - GPI-GRADE-D(GPI-SUB)) * 100
                       / GP-OTH-GRADED
               MOVE GP-CMP-A-RATE TO GPX-OTH-A-RATE
               MOVE GP-B-RATE TO GPX-OTH-B-RATE
               MOVE GP-C-RATE TO GPX-OTH-C-RATE
               MOVE GP-D-RATE TO GPX-OTH-D-RATE
               MOVE GP-CMP-F-RATE TO GPX-OTH-F-RATE
               MOVE GP-AVG TO GPX-OTH-AVG
           ELSE
               MOVE GP-DEPT-A-RATE TO GP-CMP-A-RATE
               MOVE GP-DEPT-F-RATE TO GP-CMP-F-RATE
               MOVE '  NO OTHER SECTIONS' TO GPX-OTHER
           END-IF
           MOVE GP-DEPT-A-RATE TO GPX-DEPT-A-RATE
           MOVE GP-DEPT-B-RATE TO GPX-DEPT-B-RATE
           MOVE GP-DEPT-C-RATE TO GPX-DEPT-C-RATE
           MOVE GP-DEPT-D-RATE TO GPX-DEPT-D-RATE
           MOVE GP-DEPT-F-RATE TO GPX-DEPT-F-RATE
           MOVE GP-DEPT-AVG TO GPX-DEPT-AVG

           MOVE SPACES TO GPX-A-FLAG, GPX-F-FLAG
           IF GPI-GRADED(GPI-SUB) NOT < GP-MIN-STUDENTS
               SUBTRACT GP-CMP-A-RATE FROM GP-A-RATE GIVING GP-DIFF
               IF GP-DIFF > GP-TOLERANCE
                   MOVE 'A HIGH ' TO GPX-A-FLAG
               END-IF
               IF GP-DIFF < 0 - GP-TOLERANCE
                   MOVE 'A LOW  ' TO GPX-A-FLAG
               END-IF
               SUBTRACT GP-CMP-F-RATE FROM GP-F-RATE GIVING GP-DIFF
               IF GP-DIFF > GP-TOLERANCE
                   MOVE 'F HIGH ' TO GPX-F-FLAG
               END-IF
               IF GP-DIFF < 0 - GP-TOLERANCE
                   MOVE 'F LOW  ' TO GPX-F-FLAG
               END-IF
               IF GPX-A-FLAG NOT = SPACES OR GPX-F-FLAG NOT = SPACES
                   ADD 1 TO GP-FLAGGED-COUNT
               END-IF
           END-IF

           ADD 1 TO GP-LINE-TOTAL
           PERFORM 813G-CHECK-PATTERN-PAGE
           WRITE PATTERN-RPT-LINE FROM PATTERN-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO GP-LINE-COUNT
       .
      *
       813G-CHECK-PATTERN-PAGE.
           IF GP-LINE-COUNT > 55
               ADD 1 TO GP-PAGE-NO
               MOVE GP-PAGE-NO TO GPH-PAGE-NO
               MOVE WS-MONTH TO GPH-MONTH
               MOVE WS-DAY TO GPH-DAY
               MOVE WS-YEAR TO GPH-YEAR
               MOVE RC-TERM TO GPH-TERM
               MOVE GP-CUTOFF-TERM TO GPH-CUTOFF-TERM
               MOVE GP-WINDOW-TERM(1) TO GPH-LAST-TERM
               MOVE GP-TOLERANCE TO GPH-TOLERANCE
               MOVE GP-MIN-STUDENTS TO GPH-MIN-STUDENTS
               WRITE PATTERN-RPT-LINE FROM PATTERN-HEADING-ONE
                   AFTER ADVANCING PAGE
               WRITE PATTERN-RPT-LINE FROM PATTERN-HEADING-TWO
                   AFTER ADVANCING 1 LINE
               WRITE PATTERN-RPT-LINE FROM PATTERN-HEADING-THREE
                   AFTER ADVANCING 2 LINES
               WRITE PATTERN-RPT-LINE FROM PATTERN-HEADING-FOUR
                   AFTER ADVANCING 1 LINE
               MOVE 5 TO GP-LINE-COUNT
           END-IF
       .
      *
       813H-START-STATS-SCAN.
           MOVE LOW-VALUES TO IST-KEY
           MOVE 'Y' TO GP-SCAN-FLAG
           START INSTR-STATS-FILE KEY NOT < IST-KEY
               INVALID KEY
                   MOVE 'N' TO GP-SCAN-FLAG
           END-START
       .
      *
       815-WRITE-TREND-HISTORY.
      *REWRITES THE TREND HISTORY WITH THIS RUN'S CLASS AND DEPARTMENT
      *NUMBERS SO THE NEXT RUN HAS A PRIOR TERM TO COMPARE AGAINST

           OPEN OUTPUT TREND-FILE
           IF THF-FILE-STATUS = '00' OR THF-FILE-STATUS = '05'
               PERFORM VARYING TH-SUB FROM 1 BY 1
                       UNTIL TH-SUB > TH-CURRENT-COUNT
                   MOVE CT-TYPE(TH-SUB) TO THL-TYPE
                   MOVE CT-DEPT-CODE(TH-SUB) TO THL-DEPT-CODE
                   MOVE CT-CLASS-CODE(TH-SUB) TO THL-CLASS-CODE
                   MOVE CT-AVG(TH-SUB) TO THL-AVG
                   MOVE CT-GRADE-A(TH-SUB) TO THL-GRADE-A
                   MOVE CT-GRADE-B(TH-SUB) TO THL-GRADE-B
                   MOVE CT-GRADE-C(TH-SUB) TO THL-GRADE-C
                   MOVE CT-GRADE-D(TH-SUB) TO THL-GRADE-D
                   MOVE CT-GRADE-F(TH-SUB) TO THL-GRADE-F
                   WRITE TREND-FILE-LINE
               END-PERFORM
               CLOSE TREND-FILE
               MOVE 'Y' TO CK-STEP-OK-FLAG
           END-IF
       .
      *
       816-WRITE-SAP-EXTRACT.
      *FIGURES SATISFACTORY ACADEMIC PROGRESS FOR EVERY STUDENT GRADED
      *THIS RUN FROM THE HISTORY JUST POSTED AND WRITES THE FINANCIAL
      *AID INTERFACE FILE -- HEADER, ONE DETAIL PER STUDENT, AND A
      *TRAILER WITH THE COUNTS AND HASH TOTALS THE AID SYSTEM
      *BALANCES TO.  EVERY STUDENT FAILING A MEASURE PRINTS ON THE
      *EXCEPTION LIST.  THE AID OFFICE IS INTERNAL, SO A PRIVACY HOLD
      *DOES NOT KEEP A STUDENT OFF EITHER.  THE GRADED FILE IS
      *RE-SORTED INTO STUDENT ORDER THROUGH THE INSTRUCTOR-SHEET SORT
      *FILES, AS THE STANDING STEP DOES

           SORT INSTR-SORT-FILE
              ON ASCENDING KEY IS-STUDENT-ID
              USING GRADED-FILE
              GIVING INSTR-SEQ-FILE

           OPEN INPUT HISTORY-FILE
           IF SHF-FILE-STATUS = '00' OR SHF-FILE-STATUS = '05'
               OPEN OUTPUT SAP-EXTRACT-FILE
               OPEN OUTPUT SAP-RPT-FILE
               MOVE RC-INST-CODE TO SXH-INST-CODE
               MOVE RC-TERM TO SXH-TERM
               MOVE WS-CURRENT-DATE TO SXH-DATE
               MOVE SP-MIN-GPA TO SXH-MIN-GPA
               MOVE SP-MIN-PACE TO SXH-MIN-PACE
               MOVE SP-MAX-CREDITS TO SXH-MAX-CREDITS
               MOVE SAP-HEADER-REC TO SAP-EXTRACT-REC
               WRITE SAP-EXTRACT-REC
               OPEN INPUT INSTR-SEQ-FILE
               MOVE SPACES TO AS-STUDENT-HOLD
               MOVE 'Y' TO AS-EOF-FLAG
               PERFORM UNTIL AS-NO-MORE-DATA
                   READ INSTR-SEQ-FILE
                       AT END
                           MOVE 'N' TO AS-EOF-FLAG
                       NOT AT END
                           IF IX-STUDENT-ID NOT = AS-STUDENT-HOLD
                               IF AS-STUDENT-HOLD NOT = SPACES
                                   PERFORM 816A-SAP-ONE-STUDENT
                               END-IF
                               MOVE IX-STUDENT-ID TO AS-STUDENT-HOLD
                               MOVE IX-NAME TO AS-NAME-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               IF AS-STUDENT-HOLD NOT = SPACES
                   PERFORM 816A-SAP-ONE-STUDENT
               END-IF
               MOVE SP-STUDENT-COUNT TO SXT-COUNT
               MOVE SP-FAIL-COUNT TO SXT-FAIL-COUNT
               MOVE SP-GPA-HASH TO SXT-GPA-HASH
               MOVE SP-ATTEMPTED-HASH TO SXT-ATTEMPTED-HASH
               MOVE SP-EARNED-HASH TO SXT-EARNED-HASH
               MOVE SAP-TRAILER-REC TO SAP-EXTRACT-REC
               WRITE SAP-EXTRACT-REC
               MOVE SP-STUDENT-COUNT TO SPT-STUDENTS
               MOVE SP-FAIL-COUNT TO SPT-FAILED
               MOVE SP-GPA-FAIL-COUNT TO SPT-GPA
               MOVE SP-PACE-FAIL-COUNT TO SPT-PACE
               MOVE SP-TIME-FAIL-COUNT TO SPT-TIME
               PERFORM 816F-CHECK-SAP-PAGE
               WRITE SAP-RPT-LINE FROM SAP-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE INSTR-SEQ-FILE
                     SAP-RPT-FILE
                     SAP-EXTRACT-FILE
                     HISTORY-FILE
               MOVE 'Y' TO CK-STEP-OK-FLAG
           ELSE
               DISPLAY 'SAP EXTRACT SKIPPED - HISTORY FILE '
                   'STATUS ' SHF-FILE-STATUS
           END-IF
       .
      *
       816A-SAP-ONE-STUDENT.
      *ONE STUDENT: LOAD THE HISTORY, FIGURE THE CUMULATIVE GPA
      *THROUGH THIS TERM UNDER HIGHEST-ATTEMPT REPLACEMENT AS THE
      *POSTING DOES, THEN THE CREDITS ATTEMPTED AND EARNED, AND JUDGE
      *EACH MEASURE.  A STUDENT WITH NO GRADED CREDITS YET HAS NO GPA
      *TO JUDGE, AND ONE WITH NOTHING ATTEMPTED IS ON PACE

           ADD 1 TO SP-STUDENT-COUNT
           PERFORM 816B-LOAD-SAP-TABLE
           MOVE RC-TERM TO CH-TERM-LIMIT
           PERFORM 833B-COMPUTE-CUM-THRU-TERM
           PERFORM 816C-COMPUTE-SAP-CREDITS

           IF SP-ATTEMPTED > 0
               COMPUTE SP-PACE ROUNDED =
                   SP-EARNED * 100 / SP-ATTEMPTED
           ELSE
               MOVE 100 TO SP-PACE
           END-IF

           MOVE 'Y' TO SP-GPA-FLAG
           MOVE 'Y' TO SP-PACE-FLAG
           MOVE 'Y' TO SP-TIME-FLAG
           IF CH-CUM-CREDITS > 0 AND CH-CUM-GPA < SP-MIN-GPA
               MOVE 'N' TO SP-GPA-FLAG
               ADD 1 TO SP-GPA-FAIL-COUNT
           END-IF
           IF SP-PACE < SP-MIN-PACE
               MOVE 'N' TO SP-PACE-FLAG
               ADD 1 TO SP-PACE-FAIL-COUNT
           END-IF
           IF SP-ATTEMPTED > SP-MAX-CREDITS
               MOVE 'N' TO SP-TIME-FLAG
               ADD 1 TO SP-TIME-FAIL-COUNT
           END-IF

           MOVE AS-STUDENT-HOLD TO SXD-STUDENT-ID
           MOVE AS-NAME-HOLD TO SXD-NAME
           MOVE RC-TERM TO SXD-TERM
           MOVE CH-CUM-GPA TO SXD-CUM-GPA
           MOVE CH-CUM-CREDITS TO SXD-GPA-CREDITS
           MOVE SP-ATTEMPTED TO SXD-ATTEMPTED
           MOVE SP-EARNED TO SXD-EARNED
           MOVE SP-PACE TO SXD-PACE
           MOVE SP-GPA-FLAG TO SXD-GPA-MET
           MOVE SP-PACE-FLAG TO SXD-PACE-MET
           MOVE SP-TIME-FLAG TO SXD-TIME-MET
           IF SP-GPA-MET AND SP-PACE-MET AND SP-TIME-MET
               MOVE 'M' TO SXD-SAP-STATUS
           ELSE
               MOVE 'F' TO SXD-SAP-STATUS
               ADD 1 TO SP-FAIL-COUNT
               PERFORM 816E-WRITE-SAP-LINE
           END-IF
           MOVE SAP-DETAIL-REC TO SAP-EXTRACT-REC
           WRITE SAP-EXTRACT-REC
           ADD CH-CUM-GPA TO SP-GPA-HASH
           ADD SP-ATTEMPTED TO SP-ATTEMPTED-HASH
           ADD SP-EARNED TO SP-EARNED-HASH
       .
      *
       816B-LOAD-SAP-TABLE.
      *SAME LOAD THE STANDING STEP DOES -- THE TRANSCRIPT TABLE IS
      *FREE BETWEEN TRANSCRIPTS

           MOVE ZEROS TO TR-COUNT
           MOVE AS-STUDENT-HOLD TO SH-STUDENT-ID
           MOVE LOW-VALUES TO SH-DEPT-CODE
           MOVE LOW-VALUES TO SH-CLASS-CODE
           MOVE LOW-VALUES TO SH-TERM

           MOVE 'Y' TO SP-SCAN-FLAG
           START HISTORY-FILE KEY NOT < SH-KEY
               INVALID KEY
                   MOVE 'N' TO SP-SCAN-FLAG
           END-START

           PERFORM UNTIL SP-SCAN-DONE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO SP-SCAN-FLAG
                   NOT AT END
                       IF SH-STUDENT-ID NOT = AS-STUDENT-HOLD
                           MOVE 'N' TO SP-SCAN-FLAG
                       ELSE
                           IF TR-COUNT < 200
                               ADD 1 TO TR-COUNT
                               MOVE SH-TERM TO TE-TERM(TR-COUNT)
                               MOVE SH-DEPT-CODE
                                   TO TE-DEPT-CODE(TR-COUNT)
                               MOVE SH-CLASS-CODE
                                   TO TE-CLASS-CODE(TR-COUNT)
                               MOVE SH-TEST-AVERAGE
                                   TO TE-AVG(TR-COUNT)
                               MOVE SH-GRADE TO TE-GRADE(TR-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
      *
       816C-COMPUTE-SAP-CREDITS.
      *CREDITS ATTEMPTED AND EARNED THROUGH THIS TERM.  EVERY ATTEMPT
      *COUNTS AS ATTEMPTED -- A W, AN I, OR AN F AS MUCH AS A PASSING
      *GRADE -- BUT A CLASS'S CREDITS ARE EARNED ONLY ONCE, HOWEVER
      *MANY TIMES IT WAS PASSED.  THE TABLE IS IN KEY ORDER, SO EVERY
      *ATTEMPT AT ONE CLASS IS ADJACENT.  A RETENTION CARRY-FORWARD
      *STANDS FOR ONE ATTEMPT AT ITS BEST ARCHIVED GRADE

           MOVE ZEROS TO SP-ATTEMPTED
           MOVE ZEROS TO SP-EARNED
           MOVE 'N' TO SP-GRP-OPEN-FLAG
           PERFORM VARYING TR-SUB FROM 1 BY 1 UNTIL TR-SUB > TR-COUNT
               IF TE-TERM(TR-SUB) NOT > RC-TERM
                   IF SP-GRP-OPEN
                           AND (SP-GRP-DEPT-CODE
                               NOT = TE-DEPT-CODE(TR-SUB)
                           OR SP-GRP-CLASS-CODE
                               NOT = TE-CLASS-CODE(TR-SUB))
                       PERFORM 816D-FLUSH-SAP-GROUP
                   END-IF
                   IF NOT SP-GRP-OPEN
                       MOVE 'Y' TO SP-GRP-OPEN-FLAG
                       MOVE 'N' TO SP-GRP-PASSED-FLAG
                       MOVE TE-DEPT-CODE(TR-SUB) TO SP-GRP-DEPT-CODE
                       MOVE TE-CLASS-CODE(TR-SUB) TO SP-GRP-CLASS-CODE
                       MOVE TE-DEPT-CODE(TR-SUB) TO CC-LOOKUP-DEPT
                       MOVE TE-CLASS-CODE(TR-SUB) TO CC-LOOKUP-CLASS
                       PERFORM 806A-LOOK-UP-CLASS-CREDITS
                       MOVE PG-CLASS-CREDITS TO SP-GRP-CREDITS
                   END-IF
                   ADD SP-GRP-CREDITS TO SP-ATTEMPTED
                   MOVE TE-GRADE(TR-SUB) TO SP-GRADE-WORK
                   IF SP-GRADE-LETTER NOT = 'W'
                           AND SP-GRADE-LETTER NOT = 'I'
                           AND SP-GRADE-LETTER NOT = 'F'
                       MOVE 'Y' TO SP-GRP-PASSED-FLAG
                   END-IF
               END-IF
           END-PERFORM
           IF SP-GRP-OPEN
               PERFORM 816D-FLUSH-SAP-GROUP
           END-IF
       .
      *
       816D-FLUSH-SAP-GROUP.
           IF SP-GRP-PASSED
               ADD SP-GRP-CREDITS TO SP-EARNED
           END-IF
           MOVE 'N' TO SP-GRP-OPEN-FLAG
       .
      *
       816E-WRITE-SAP-LINE.
           MOVE AS-STUDENT-HOLD TO SPE-STUDENT-ID
           MOVE AS-NAME-HOLD TO SPE-NAME
           MOVE CH-CUM-GPA TO SPE-CUM-GPA
           MOVE SP-ATTEMPTED TO SPE-ATTEMPTED
           MOVE SP-EARNED TO SPE-EARNED
           MOVE SP-PACE TO SPE-PACE
           MOVE SPACES TO SPE-GPA-FAIL
           MOVE SPACES TO SPE-PACE-FAIL
           MOVE SPACES TO SPE-TIME-FAIL
           IF NOT SP-GPA-MET
               MOVE 'GPA' TO SPE-GPA-FAIL
           END-IF
           IF NOT SP-PACE-MET
               MOVE 'PACE' TO SPE-PACE-FAIL
           END-IF
           IF NOT SP-TIME-MET
               MOVE 'MAX TIME' TO SPE-TIME-FAIL
           END-IF
           PERFORM 816F-CHECK-SAP-PAGE
           WRITE SAP-RPT-LINE FROM SAP-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO SP-LINE-COUNT
       .
      *
       816F-CHECK-SAP-PAGE.
           IF SP-LINE-COUNT > 55
               ADD 1 TO SP-PAGE-NO
               MOVE SP-PAGE-NO TO SPH-PAGE-NO
               MOVE WS-MONTH TO SPH-MONTH
               MOVE WS-DAY TO SPH-DAY
               MOVE WS-YEAR TO SPH-YEAR
               MOVE RC-TERM TO SPH-TERM
               WRITE SAP-RPT-LINE FROM SAP-HEADING-ONE
                   AFTER ADVANCING PAGE
               WRITE SAP-RPT-LINE FROM SAP-HEADING-TWO
                   AFTER ADVANCING 2 LINES
               MOVE 4 TO SP-LINE-COUNT
           END-IF
       .
      *
       817-CHECK-PREREQUISITES.
      *CHECKS EVERY ENROLLED STUDENT ON THE CLASS ROSTER AGAINST THE
      *PREREQUISITES OF THE CLASS THEY ARE IN, FROM THE HISTORY OF
      *EARLIER TERMS, AND PRINTS EVERY UNMET REQUIREMENT BY
      *DEPARTMENT AND SECTION FOR THE CHAIRS.  THE ROSTER COMES IN
      *DEPT/CLASS/SECTION ORDER.  THIS TERM'S OWN GRADES NEVER
      *SATISFY A PREREQUISITE FOR THIS TERM, SO THE STEP READS THE
      *SAME BEFORE AND AFTER THE POSTING.  NO PREREQUISITE TABLE OR
      *NO ROSTER MEANS NO STEP

           IF PQ-COUNT > 0 AND RO-COUNT > 0
               OPEN INPUT HISTORY-FILE
               IF SHF-FILE-STATUS = '00' OR SHF-FILE-STATUS = '05'
                   OPEN OUTPUT PREREQ-RPT-FILE
                   MOVE SPACES TO PQ-DEPT-HOLD
                   MOVE SPACES TO PQ-SECT-HOLD
                   PERFORM VARYING RO-SUB FROM 1 BY 1
                           UNTIL RO-SUB > RO-COUNT
                       PERFORM VARYING PQ-SUB FROM 1 BY 1
                               UNTIL PQ-SUB > PQ-COUNT
                           IF PQ-DEPT-CODE(PQ-SUB)
                                   = RO-DEPT-CODE(RO-SUB)
                                   AND PQ-CLASS-CODE(PQ-SUB)
                                   = RO-CLASS-CODE(RO-SUB)
                               PERFORM 817A-CHECK-ONE-PREREQ
                           END-IF
                       END-PERFORM
                   END-PERFORM
                   IF PQ-DEPT-HOLD NOT = SPACES
                       PERFORM 817C-PREREQ-DEPT-TOTAL
                   END-IF
                   MOVE PQ-CHECKED-COUNT TO PQT-CHECKED
                   MOVE PQ-EXCEPTION-COUNT TO PQT-EXCEPTIONS
                   PERFORM 817D-CHECK-PREREQ-PAGE
                   WRITE PREREQ-RPT-LINE FROM PREREQ-TOTAL-LINE
                       AFTER ADVANCING 2 LINES
                   CLOSE PREREQ-RPT-FILE
                   CLOSE HISTORY-FILE
                   MOVE 'Y' TO CK-STEP-OK-FLAG
               ELSE
                   DISPLAY 'PREREQUISITE CHECK SKIPPED - HISTORY '
                       'FILE STATUS ' SHF-FILE-STATUS
               END-IF
           ELSE
               MOVE 'Y' TO CK-STEP-OK-FLAG
           END-IF
       .
      *
       817A-CHECK-ONE-PREREQ.
      *THE BEST GRADE THE STUDENT EVER EARNED IN THE REQUIRED COURSE
      *BEFORE THIS TERM, RETENTION CARRY-FORWARDS INCLUDED, AGAINST
      *THE MINIMUM.  GRADES COMPARE BY THEIR QUALITY POINTS ON THE
      *REQUIRED COURSE'S DEPARTMENT SCALE, AND NO ATTEMPT WITHOUT
      *QUALITY POINTS EVER MEETS A REQUIREMENT

           ADD 1 TO PQ-CHECKED-COUNT
           MOVE ZEROS TO PQ-MIN-POINTS
           IF PQ-MIN-GRADE(PQ-SUB) NOT = SPACES
               MOVE PQ-MIN-GRADE(PQ-SUB) TO PG-GRADE-IN
               MOVE PQ-REQ-DEPT-CODE(PQ-SUB) TO PG-DEPT-IN
               PERFORM 806-SET-GRADE-POINTS
               MOVE PG-POINTS TO PQ-MIN-POINTS
           END-IF

           MOVE ZEROS TO PQ-BEST-POINTS
           MOVE SPACES TO PQ-BEST-GRADE
           MOVE RO-STUDENT-ID(RO-SUB) TO SH-STUDENT-ID
           MOVE PQ-REQ-DEPT-CODE(PQ-SUB) TO SH-DEPT-CODE
           MOVE PQ-REQ-CLASS-CODE(PQ-SUB) TO SH-CLASS-CODE
           MOVE LOW-VALUES TO SH-TERM
           MOVE 'Y' TO PQ-SCAN-FLAG
           START HISTORY-FILE KEY NOT < SH-KEY
               INVALID KEY
                   MOVE 'N' TO PQ-SCAN-FLAG
           END-START

           PERFORM UNTIL PQ-SCAN-DONE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO PQ-SCAN-FLAG
                   NOT AT END
                       IF SH-STUDENT-ID NOT = RO-STUDENT-ID(RO-SUB)
                               OR SH-DEPT-CODE
                                   NOT = PQ-REQ-DEPT-CODE(PQ-SUB)
                               OR SH-CLASS-CODE
                                   NOT = PQ-REQ-CLASS-CODE(PQ-SUB)
                               OR SH-TERM NOT < RC-TERM
                           MOVE 'N' TO PQ-SCAN-FLAG
                       ELSE
                           MOVE SH-GRADE TO PG-GRADE-IN
                           MOVE SH-DEPT-CODE TO PG-DEPT-IN
                           PERFORM 806-SET-GRADE-POINTS
                           IF PQ-BEST-GRADE = SPACES
                                   OR PG-POINTS > PQ-BEST-POINTS
                               MOVE PG-POINTS TO PQ-BEST-POINTS
                               MOVE SH-GRADE TO PQ-BEST-GRADE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF PQ-BEST-POINTS = 0 OR PQ-BEST-POINTS < PQ-MIN-POINTS
               PERFORM 817B-WRITE-PREREQ-LINE
           END-IF
       .
      *
       817B-WRITE-PREREQ-LINE.
      *A NEW DEPARTMENT CLOSES THE OLD ONE'S TOTAL AND HEADS THE
      *NEW; A NEW SECTION GETS ITS OWN HEADING LINE

           IF RO-DEPT-CODE(RO-SUB) NOT = PQ-DEPT-HOLD
               IF PQ-DEPT-HOLD NOT = SPACES
                   PERFORM 817C-PREREQ-DEPT-TOTAL
               END-IF
               MOVE RO-DEPT-CODE(RO-SUB) TO PQ-DEPT-HOLD
               MOVE RO-DEPT-CODE(RO-SUB) TO PQD-DEPT-CODE
               PERFORM 817D-CHECK-PREREQ-PAGE
               WRITE PREREQ-RPT-LINE FROM PREREQ-DEPT-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO PQ-LINE-COUNT
               MOVE SPACES TO PQ-SECT-HOLD
           END-IF
           IF RO-DEPT-CODE(RO-SUB) NOT = PQ-SECT-DEPT-HOLD
                   OR RO-CLASS-CODE(RO-SUB) NOT = PQ-SECT-CLASS-HOLD
                   OR RO-SECTION(RO-SUB) NOT = PQ-SECT-SECTION-HOLD
               MOVE RO-DEPT-CODE(RO-SUB) TO PQ-SECT-DEPT-HOLD
               MOVE RO-CLASS-CODE(RO-SUB) TO PQ-SECT-CLASS-HOLD
               MOVE RO-SECTION(RO-SUB) TO PQ-SECT-SECTION-HOLD
               MOVE RO-CLASS-CODE(RO-SUB) TO PQS-CLASS-CODE
               MOVE RO-SECTION(RO-SUB) TO PQS-SECTION
               MOVE RO-INSTRUCTOR-ID(RO-SUB) TO PQS-INSTRUCTOR-ID
               PERFORM 817D-CHECK-PREREQ-PAGE
               WRITE PREREQ-RPT-LINE FROM PREREQ-SECTION-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO PQ-LINE-COUNT
           END-IF

           ADD 1 TO PQ-EXCEPTION-COUNT
           ADD 1 TO PQ-DEPT-EXCEPTIONS
           MOVE RO-STUDENT-ID(RO-SUB) TO PQX-STUDENT-ID
           MOVE PQ-REQ-DEPT-CODE(PQ-SUB) TO PQX-REQ-DEPT-CODE
           MOVE PQ-REQ-CLASS-CODE(PQ-SUB) TO PQX-REQ-CLASS-CODE
           MOVE PQ-MIN-GRADE(PQ-SUB) TO PQX-MIN-GRADE
           IF PQ-BEST-GRADE = SPACES
               MOVE 'NONE' TO PQX-BEST-GRADE
           ELSE
               MOVE PQ-BEST-GRADE TO PQX-BEST-GRADE
           END-IF
           PERFORM 817D-CHECK-PREREQ-PAGE
           WRITE PREREQ-RPT-LINE FROM PREREQ-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO PQ-LINE-COUNT
       .
      *
       817C-PREREQ-DEPT-TOTAL.
           MOVE PQ-DEPT-EXCEPTIONS TO PQT-DEPT-EXCEPTIONS
           PERFORM 817D-CHECK-PREREQ-PAGE
           WRITE PREREQ-RPT-LINE FROM PREREQ-DEPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO PQ-LINE-COUNT
           MOVE ZEROS TO PQ-DEPT-EXCEPTIONS
       .
      *
       817D-CHECK-PREREQ-PAGE.
           IF PQ-LINE-COUNT > 55
               ADD 1 TO PQ-PAGE-NO
               MOVE PQ-PAGE-NO TO PQH-PAGE-NO
               MOVE WS-MONTH TO PQH-MONTH
               MOVE WS-DAY TO PQH-DAY
               MOVE WS-YEAR TO PQH-YEAR
               MOVE RC-TERM TO PQH-TERM
               WRITE PREREQ-RPT-LINE FROM PREREQ-HEADING-ONE
                   AFTER ADVANCING PAGE
               WRITE PREREQ-RPT-LINE FROM PREREQ-HEADING-TWO
                   AFTER ADVANCING 2 LINES
               MOVE 4 TO PQ-LINE-COUNT
           END-IF
       .
      *
                   END-PERFORM
                   CLOSE HISTORY-FILE
                   CLOSE TRANSCRIPT-FILE
                   MOVE 'Y' TO CK-STEP-OK-FLAG
               ELSE
                   DISPLAY 'TRANSCRIPTS SKIPPED - HISTORY FILE '
                       'STATUS ' SHF-FILE-STATUS
           ELSE
               IF TRF-FILE-STATUS = '05'
                   CLOSE TRANSCRIPT-REQUEST-FILE
                   MOVE 'Y' TO CK-STEP-OK-FLAG
               END-IF
           END-IF
       .
               IF TE-GRADE(TR-SUB) NOT = 'W'
                       AND TE-GRADE(TR-SUB) NOT = 'I'
                   MOVE TE-GRADE(TR-SUB) TO PG-GRADE-IN
                   MOVE TE-DEPT-CODE(TR-SUB) TO PG-DEPT-IN
                   PERFORM 806-SET-GRADE-POINTS
                   IF TR-GRP-OPEN
                           AND (TR-GRP-DEPT-CODE
       .
      *
       824-FLUSH-TRANSCRIPT-GROUP.
           MOVE TR-GRP-DEPT-CODE TO CC-LOOKUP-DEPT
           MOVE TR-GRP-CLASS-CODE TO CC-LOOKUP-CLASS
           PERFORM 806A-LOOK-UP-CLASS-CREDITS
           COMPUTE TR-CUM-POINTS = TR-CUM-POINTS
               + (TR-GRP-BEST-POINTS * PG-CLASS-CREDITS)
           ADD PG-CLASS-CREDITS TO TR-CUM-CREDITS
               IF TE-GRADE(TR-SUB) NOT = 'W'
                       AND TE-GRADE(TR-SUB) NOT = 'I'
                   MOVE TE-GRADE(TR-SUB) TO PG-GRADE-IN
                   MOVE TE-DEPT-CODE(TR-SUB) TO PG-DEPT-IN
                   PERFORM 806-SET-GRADE-POINTS
                   MOVE TE-DEPT-CODE(TR-SUB) TO CC-LOOKUP-DEPT
                   MOVE TE-CLASS-CODE(TR-SUB) TO CC-LOOKUP-CLASS
                   PERFORM 806A-LOOK-UP-CLASS-CREDITS
                   COMPUTE TR-TERM-POINTS = TR-TERM-POINTS
                       + (PG-POINTS * PG-CLASS-CREDITS)
                   ADD PG-CLASS-CREDITS TO TR-TERM-CREDITS
                   END-IF
                   CLOSE CHANGE-AUDIT-FILE
                   CLOSE HISTORY-FILE
                   MOVE 'Y' TO CK-STEP-OK-FLAG
               ELSE
                   DISPLAY 'GRADE CHANGES SKIPPED - HISTORY FILE '
                       'STATUS ' SHF-FILE-STATUS
           ELSE
               IF GCF-FILE-STATUS = '05'
                   CLOSE GRADE-CHANGE-FILE
                   MOVE 'Y' TO CK-STEP-OK-FLAG
               END-IF
           END-IF
       .
      *
       831-APPLY-ONE-CHANGE.
      *THE NEW GRADE MUST BE ONE THE CLASS'S DEPARTMENT SCALE AWARDS,
      *OR A W OR I

           MOVE CHL-GRADE TO PG-GRADE-IN
           MOVE CHL-DEPT-CODE TO PG-DEPT-IN
           PERFORM 806-SET-GRADE-POINTS
           IF NOT PG-GRADE-ON-SCALE
                   AND CHL-GRADE NOT = 'W' AND CHL-GRADE NOT = 'I'
               ADD 1 TO CH-REJECT-COUNT
               MOVE CHL-STUDENT-ID TO CHR-STUDENT-ID
               MOVE CHL-GRADE TO CHR-GRADE
       .
      *
       832A-FLUSH-CHANGE-GROUP.
           MOVE CH-GRP-DEPT-CODE TO CC-LOOKUP-DEPT
           MOVE CH-GRP-CLASS-CODE TO CC-LOOKUP-CLASS
           PERFORM 806A-LOOK-UP-CLASS-CREDITS
           COMPUTE CH-CUM-POINTS = CH-CUM-POINTS
               + (CH-GRP-BEST-POINTS * PG-CLASS-CREDITS)
           ADD PG-CLASS-CREDITS TO CH-CUM-CREDITS
       832B-ACCUMULATE-CHANGE-REC.
           IF SH-GRADE NOT = 'W' AND SH-GRADE NOT = 'I'
               MOVE SH-GRADE TO PG-GRADE-IN
               MOVE SH-DEPT-CODE TO PG-DEPT-IN
               PERFORM 806-SET-GRADE-POINTS
               IF CH-GRP-OPEN
                       AND (CH-GRP-DEPT-CODE NOT = SH-DEPT-CODE
                       AND TE-GRADE(TR-SUB2) NOT = 'W'
                       AND TE-GRADE(TR-SUB2) NOT = 'I'
                   MOVE TE-GRADE(TR-SUB2) TO PG-GRADE-IN
                   MOVE TE-DEPT-CODE(TR-SUB2) TO PG-DEPT-IN
                   PERFORM 806-SET-GRADE-POINTS
                   IF CH-GRP-OPEN
                           AND (CH-GRP-DEPT-CODE
                           ELSE
                               IF IQ-STUDENT-ID = CHL-STUDENT-ID
                                   MOVE CHL-GRADE TO IQ-GRADE
                                   EVALUATE CHL-GRADE-LETTER
                                       WHEN 'A'
                                           MOVE 'HONOR'
                                               TO IQ-STATUS
                   CLOSE HISTORY-ARCHIVE-FILE
                   CLOSE RETENTION-RPT-FILE
                   CLOSE HISTORY-FILE
                   MOVE 'Y' TO CK-STEP-OK-FLAG
               ELSE
                   DISPLAY 'RETENTION SKIPPED - HISTORY FILE '
                       'STATUS ' SHF-FILE-STATUS
               END-IF
           ELSE
               MOVE 'Y' TO CK-STEP-OK-FLAG
           END-IF
       .
      *
      *
       842C-FOLD-ARCHIVED-GRADE.
           MOVE SH-GRADE TO PG-GRADE-IN
           MOVE SH-DEPT-CODE TO PG-DEPT-IN
           PERFORM 806-SET-GRADE-POINTS
           IF NOT RT-GRP-OPEN
               MOVE 'Y' TO RT-GRP-OPEN-FLAG
           WRITE DELTA-RPT-LINE FROM DELTA-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           CLOSE DELTA-REPORT-FILE
           MOVE 'Y' TO CK-STEP-OK-FLAG
       .
      *
       851-READ-CURRENT-DELTA.
           END-PERFORM
           CLOSE MERGED-STUDENT-FILE
           CLOSE PRIOR-MERGED-FILE
           MOVE 'Y' TO CK-STEP-OK-FLAG
       .
      *
       860-WRITE-SCHOLARSHIP-EXTRACT.
                           MOVE GR-TEST-AVERAGE TO SE-AVG(SE-COUNT)
                           MOVE GR-GRADE TO SE-GRADE(SE-COUNT)
                           MOVE 'N' TO SE-USED(SE-COUNT)
                           MOVE GR-PRIVACY-HOLD TO SE-HELD(SE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 861-PICK-DEPT-TOP
           CLOSE GRADED-FILE
           CLOSE SCHOLARSHIP-FILE
           MOVE 'Y' TO CK-STEP-OK-FLAG
       .
      *
       861-PICK-DEPT-TOP.
      *WRITES THE DEPARTMENT'S TOP SE-LIMIT STUDENTS IN RANK ORDER,
      *THEN EMPTIES THE TABLE FOR THE NEXT DEPARTMENT.  A STUDENT
      *UNDER A PRIVACY HOLD WHO WOULD HAVE RANKED IS LEFT OFF AND
      *THE RANK GOES TO THE NEXT STUDENT DOWN

           IF SE-COUNT > 0
               PERFORM VARYING SE-RANK FROM 1 BY 1
                           MOVE SE-AVG(SE-SUB) TO SE-BEST-AVG
                       END-IF
                   END-PERFORM
                   IF SE-BEST-SUB > 0 AND SE-HELD(SE-BEST-SUB) = 'Y'
                       MOVE 'Y' TO SE-USED(SE-BEST-SUB)
                       ADD 1 TO LG-PRIVACY-COUNT
                       SUBTRACT 1 FROM SE-RANK
                       MOVE ZEROS TO SE-BEST-SUB
                   END-IF
                   IF SE-BEST-SUB > 0
                       MOVE 'Y' TO SE-USED(SE-BEST-SUB)
                       MOVE SE-DEPT-HOLD TO SCL-DEPT-CODE
           END-IF
           CLOSE INSTR-SEQ-FILE
           CLOSE INSTR-SHEET-FILE
           MOVE 'Y' TO CK-STEP-OK-FLAG
       .
      *
       863-SHEET-DETAIL.
                   PERFORM 864D-SHEET-SECTION-HEAD
           END-EVALUATE

      *THE SHEETS ARE POSTED OUTSIDE OFFICES, SO A STUDENT UNDER A
      *PRIVACY HOLD PRINTS WITH THE ID AND NAME MASKED

           IF IX-HELD
               MOVE ALL '*' TO GSD-STUDENT-ID
               MOVE 'PRIVACY HOLD' TO GSD-NAME
               ADD 1 TO LG-PRIVACY-COUNT
           ELSE
               MOVE IX-STUDENT-ID TO GSD-STUDENT-ID
               MOVE IX-NAME TO GSD-NAME
           END-IF
           MOVE IX-TEST(1) TO GSD-TEST(1)
           MOVE IX-TEST(2) TO GSD-TEST(2)
           MOVE IX-TEST(3) TO GSD-TEST(3)
           ADD 1 TO GS-LINE-COUNT

           ADD 1 TO GS-SECT-COUNT
           EVALUATE IX-GRADE-LETTER
               WHEN 'A'
                   ADD 1 TO GS-GRADE-A
               WHEN 'B'

           CLOSE GRADED-FILE
           CLOSE STATE-SUBMIT-FILE
           MOVE 'Y' TO CK-STEP-OK-FLAG
       .
      *
       866-RECONCILE-STATE-RESPONSE.
               CLOSE GRADED-FILE
               CLOSE STATE-REJECT-RPT-FILE
               CLOSE STATE-RESUBMIT-FILE
               MOVE 'Y' TO CK-STEP-OK-FLAG
           ELSE
               IF SRF-FILE-STATUS = '05'
                   CLOSE STATE-RESPONSE-FILE
                   MOVE 'Y' TO CK-STEP-OK-FLAG
               END-IF
           END-IF
       .
      *APPENDS ONE AUDIT RECORD FOR THIS EXECUTION: WHEN IT RAN,
      *WHETHER THE SKIP-SORT RESTART CARD WAS HONORED, THE RECORD
      *BALANCE, THE EXCEPTION AND ROSTER COUNTS, WHICH DEPARTMENTS HAD
      *TEST-WEIGHT OVERRIDES IN EFFECT, HOW THE RUN ENDED, HOW MANY
      *LISTING ENTRIES A PRIVACY HOLD SUPPRESSED OR MASKED, AND WHICH
      *END-OF-JOB STEPS A RESTART PASSED OVER AS ALREADY DONE

           ACCEPT LG-TIME-OF-DAY FROM TIME

           END-PERFORM
           MOVE VF-QUAR-COUNT TO LL-QUAR
           MOVE LG-COMPLETION TO LL-COMPLETION
           MOVE LG-PRIVACY-COUNT TO LL-PRIVACY
           MOVE CK-SKIPPED-LIST TO LL-SKIPPED

           OPEN EXTEND RUN-LOG-FILE
           IF RLF-FILE-STATUS = '00' OR RLF-FILE-STATUS = '05'
               CLOSE RUN-LOG-FILE
           END-IF
       .
      *
       875-WRITE-CAMPUS-RETURNS.
      *SPLITS THE GRADED TEMPORARY FILE BY CAMPUS OF ORIGIN AND
      *WRITES EACH CAMPUS OR DUAL-CREDIT PARTNER ITS OWN RETURN FILE
      *OF FINAL GRADES, SO THEY HAVE THEIR STUDENTS' RESULTS WITHOUT
      *CALLING THE REGISTRAR.  THE GRADED FILE IS RE-SORTED INTO
      *CAMPUS ORDER THROUGH THE INSTRUCTOR-SHEET SORT FILES, WHICH
      *ARE FREE ONCE THE SHEETS HAVE PRINTED.  A RETURN FILE THAT
      *WILL NOT OPEN LEAVES THE STEP OFF THE CHECKPOINT SO A RESTART
      *WRITES THEM AGAIN

           SORT INSTR-SORT-FILE
              ON ASCENDING KEY IS-CAMPUS, IS-DEPT-CODE,
                 IS-CLASS-CODE, IS-SECTION, IS-NAME
              USING GRADED-FILE
              GIVING INSTR-SEQ-FILE

           MOVE ZEROS TO CP-FILES-WRITTEN
           MOVE 'N' TO CP-RETURN-FLAG
           MOVE 'N' TO CP-OPEN-FAIL-FLAG
           MOVE HIGH-VALUES TO CP-CAMPUS-HOLD
           OPEN INPUT INSTR-SEQ-FILE
           MOVE 'Y' TO BAL-EOF-FLAG
           PERFORM UNTIL BAL-NO-MORE-DATA
               READ INSTR-SEQ-FILE
                   AT END
                       MOVE 'N' TO BAL-EOF-FLAG
                   NOT AT END
                       PERFORM 875A-CAMPUS-RETURN-DETAIL
               END-READ
           END-PERFORM
           IF CP-RETURN-OPEN
               PERFORM 875C-CLOSE-CAMPUS-RETURN
           END-IF
           CLOSE INSTR-SEQ-FILE
           IF NOT CP-RETURN-OPEN-FAILED
               MOVE 'Y' TO CK-STEP-OK-FLAG
           END-IF
       .
      *
       875A-CAMPUS-RETURN-DETAIL.
           IF IX-CAMPUS NOT = CP-CAMPUS-HOLD
               IF CP-RETURN-OPEN
                   PERFORM 875C-CLOSE-CAMPUS-RETURN
               END-IF
               PERFORM 875B-OPEN-CAMPUS-RETURN
           END-IF
           IF CP-RETURN-OPEN
               MOVE IX-STUDENT-ID TO CRD-STUDENT-ID
               MOVE IX-NAME TO CRD-NAME
               MOVE IX-DEPT-CODE TO CRD-DEPT-CODE
               MOVE IX-CLASS-CODE TO CRD-CLASS-CODE
               MOVE IX-SECTION TO CRD-SECTION
               MOVE IX-INSTRUCTOR-ID TO CRD-INSTRUCTOR-ID
               MOVE IX-TEST(1) TO CRD-TEST(1)
               MOVE IX-TEST(2) TO CRD-TEST(2)
               MOVE IX-TEST(3) TO CRD-TEST(3)
               MOVE IX-TEST(4) TO CRD-TEST(4)
               MOVE IX-TEST-AVERAGE TO CRD-AVG
               MOVE IX-GRADE TO CRD-GRADE
               MOVE CAMPUS-RETURN-DETAIL TO CAMPUS-RETURN-REC
               WRITE CAMPUS-RETURN-REC
               ADD 1 TO CP-RETURN-COUNT
           END-IF
       .
      *
       875B-OPEN-CAMPUS-RETURN.
      *A RECORD WITH NO CAMPUS CAN ONLY COME FROM A SKIP-SORT RERUN
      *OVER A MERGED FILE BUILT BEFORE THE CAMPUS WAS CARRIED -- ITS
      *STUDENTS GO TO RETURNNONE.TXT FOR THE REGISTRAR TO ROUTE

           MOVE IX-CAMPUS TO CP-CAMPUS-HOLD
           MOVE SPACES TO CP-RETURN-NAME
           IF IX-CAMPUS = SPACES
               MOVE 'RETURNNONE.TXT' TO CP-RETURN-NAME
               MOVE 'NONE' TO CRH-CAMPUS
           ELSE
               STRING 'RETURN'        DELIMITED BY SIZE
                      IX-CAMPUS       DELIMITED BY SPACE
                      '.TXT'          DELIMITED BY SIZE
                      INTO CP-RETURN-NAME
               END-STRING
               MOVE IX-CAMPUS TO CRH-CAMPUS
           END-IF
           OPEN OUTPUT CAMPUS-RETURN-FILE
           IF RNF-FILE-STATUS = '00'
               MOVE 'Y' TO CP-RETURN-FLAG
               ADD 1 TO CP-FILES-WRITTEN
               MOVE ZEROS TO CP-RETURN-COUNT
               MOVE RC-INST-CODE TO CRH-INST-CODE
               MOVE RC-TERM TO CRH-TERM
               MOVE WS-CURRENT-DATE TO CRH-DATE
               MOVE CAMPUS-RETURN-HEADER TO CAMPUS-RETURN-REC
               WRITE CAMPUS-RETURN-REC
           ELSE
               MOVE 'N' TO CP-RETURN-FLAG
               MOVE 'Y' TO CP-OPEN-FAIL-FLAG
               DISPLAY 'CAMPUS RETURN NOT WRITTEN - ' CP-RETURN-NAME
                   ' STATUS ' RNF-FILE-STATUS
           END-IF
       .
      *
       875C-CLOSE-CAMPUS-RETURN.
           MOVE CRH-CAMPUS TO CRT-CAMPUS
           MOVE CP-RETURN-COUNT TO CRT-COUNT
           MOVE CAMPUS-RETURN-TRAILER TO CAMPUS-RETURN-REC
           WRITE CAMPUS-RETURN-REC
           CLOSE CAMPUS-RETURN-FILE
           MOVE 'N' TO CP-RETURN-FLAG
       .
      *
       880-DISPLAY-OPERATOR-SUMMARY.
      *SHORT END-OF-JOB SUMMARY ON THE CONSOLE SO THE NIGHT OPERATOR
           DISPLAY '  PROBATION STUDENTS........ : ' LL-PROB
           DISPLAY '  WEIGHT OVERRIDE DEPTS..... : ' LL-WEIGHT-DEPTS
           DISPLAY '  FEEDS QUARANTINED......... : ' LL-QUAR
           DISPLAY '  PRIVACY HOLDS SUPPRESSED.. : ' LL-PRIVACY
           DISPLAY '  CAMPUS RETURN FILES....... : ' CP-FILES-WRITTEN
           DISPLAY '  SAP EXCEPTIONS............ : ' SP-FAIL-COUNT
           DISPLAY '  STEPS SKIPPED AS DONE..... : ' CK-SKIP-COUNT
           IF CK-SKIP-COUNT > 0
               DISPLAY '    ' LL-SKIPPED
           END-IF
           IF CK-CHAIN-FAILED
               DISPLAY '  END-OF-JOB STEPS.......... : '
                   'INCOMPLETE - RESTART NEEDED'
           END-IF
           IF MIDTERM-MODE
               DISPLAY '  MIDTERM MODE TESTS TAKEN. : ' MT-TESTS-TAKEN
               DISPLAY '  MIDTERM DEFICIENCIES..... : '
                           MOVE GR-TEST(4) TO IQ-TEST(4)
                           MOVE GR-TEST-AVERAGE TO IQ-TEST-AVERAGE
                           MOVE GR-GRADE TO IQ-GRADE
                           EVALUATE GR-GRADE-LETTER
                               WHEN 'A'
                                   MOVE 'HONOR' TO IQ-STATUS
                               WHEN 'F'
               END-PERFORM
               CLOSE GRADED-FILE
               CLOSE INQUIRY-MASTER-FILE
               MOVE 'Y' TO CK-STEP-OK-FLAG
           ELSE
               DISPLAY 'INQUIRY FILE NOT BUILT - FILE STATUS '
                   IQF-FILE-STATUS
                       AFTER ADVANCING 2 LINES
                   CLOSE INQUIRY-MASTER-FILE
                   CLOSE INQUIRY-REPORT-FILE
                   MOVE 'Y' TO CK-STEP-OK-FLAG
               ELSE
                   DISPLAY 'INQUIRIES NOT PROCESSED - FILE STATUS '
                       IQF-FILE-STATUS
           ELSE
               IF ITF-FILE-STATUS = '05'
                   CLOSE INQUIRY-TRAN-FILE
                   MOVE 'Y' TO CK-STEP-OK-FLAG
               END-IF
           END-IF
       .
