           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS28.

           SELECT FD-ATRISK ASSIGN TO 'AT-RISK.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS31.

           SELECT FD-GUARDIAN ASSIGN TO 'GUARDIAN.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS F-GRDSTUDNUMBER
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL
           FILE STATUS IS WS-FILESTATUS32.

           SELECT FD-WAIVER ASSIGN TO 'WAIVER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS F-WVKEY
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL
           FILE STATUS IS WS-FILESTATUS33.

           SELECT FD-NOTICE ASSIGN TO 'NOTICE.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS F-NTKEY
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL
           FILE STATUS IS WS-FILESTATUS34.

           SELECT FD-LETTERS ASSIGN TO 'LETTERS.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS35.

           SELECT FD-COMPSCORE ASSIGN TO 'COMPSCORE.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS F-CSKEY
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL
           FILE STATUS IS WS-FILESTATUS36.

           SELECT FD-BACKLOG ASSIGN TO 'BACKLOG.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS37.

           SELECT FD-MODTREND ASSIGN TO 'MODTREND.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS38.

           SELECT FD-BALCTL ASSIGN TO 'BALCTL.dat'
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS39.

           SELECT FD-BALANCE ASSIGN TO 'BALANCE.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS40.

           SELECT FD-VIEWER ASSIGN TO 'VIEWER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS F-VWUSERNAME
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL
           FILE STATUS IS WS-FILESTATUS41.

           SELECT FD-CURRIC ASSIGN TO 'CURRIC.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS F-CRTRACK
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL
           FILE STATUS IS WS-FILESTATUS42.

           SELECT FD-STUDTRACK ASSIGN TO 'STUDTRACK.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS F-STKSTUDNUMBER
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL
           FILE STATUS IS WS-FILESTATUS43.

           SELECT FD-CERTS ASSIGN TO 'CERTIFICATES.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS44.

           SELECT FD-TRACKAUDIT ASSIGN TO 'TRACKAUDIT.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS45.

           SELECT FD-MODVER ASSIGN TO 'MODVER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS F-MVKEY
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL
           FILE STATUS IS WS-FILESTATUS46.

           SELECT FD-CALENDAR ASSIGN TO 'CALENDAR.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS F-CLKEY
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL
           FILE STATUS IS WS-FILESTATUS47.

           SELECT FD-REMED ASSIGN TO 'REMED.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS F-RMKEY
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL
           FILE STATUS IS WS-FILESTATUS48.

           SELECT FD-OVERDUE ASSIGN TO 'OVERDUE.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS49.

       DATA DIVISION.
       FILE SECTION.

           05 F-MODGRADE PIC 9(3).
           05 F-MODSTATUS PIC X(9).
           05 F-MODSENTFLAG PIC X(1).
      *F-MODSUBMITDATE IS THE DATE THE WORK WAS RECEIVED - THE LATE
      *TEST USES IT. F-MODGRADEDATE IS THE DATE THE GRADE WENT ON
      *(ZERO WHILE THE ROW IS RECEIVED AND NOT YET GRADED).
           05 F-MODSUBMITDATE PIC 9(8).
           05 F-MODLATEFLAG PIC X(1).
           05 F-MODGRADEDATE PIC 9(8).

      *F-ADMINPASSWORD HOLDS THE ONE-WAY HASH FROM HASH-PASSWORD.
       FD  FD-ADMIN.
      *MODULE CATALOG - ONE RECORD PER MODULE NUMBER. UP TO THREE
      *PREREQUISITE MODULE NUMBERS (ZERO = NONE) THAT A STUDENT MUST
      *HAVE PASSED BEFORE A SUBMISSION FOR THIS MODULE IS ACCEPTED.
      *THE RECORD CARRIES THE LATEST CATALOG VERSION (SEE FD-MODVER).
       FD  FD-MODULE.
       01  F-MODULEINFO.
           05 F-MODNUMBER PIC 9(6).
           05 F-MODPREREQ1 PIC 9(6).
           05 F-MODPREREQ2 PIC 9(6).
           05 F-MODPREREQ3 PIC 9(6).
      *GRADED COMPONENT WEIGHTS IN PERCENT - QUIZ, PERFORMANCE TASK,
      *FINAL TEST (SEE WS-CP-NAMETAB). ALL ZERO = THE MODULE IS
      *GRADED AS A SINGLE FIGURE; OTHERWISE THEY TOTAL 100.
           05 F-MODCOMPWT PIC 9(3) OCCURS 3 TIMES.

      *CLASSLIST.TXT IS A FORMATTED PRINT COPY OF A CLASS ROSTER
       FD  FD-CLASSLIST.
           05 F-ARCHMODSENT PIC X(1).
           05 F-ARCHMODSUBDATE PIC 9(8).
           05 F-ARCHMODLATE PIC X(1).
           05 F-ARCHMODGRADED PIC 9(8).

      *ONE-RECORD CHECKPOINT FOR THE ARCHIVE RUN - PHASE W MEANS A
      *STUDENT WAS IN FLIGHT WHEN THE RUN DIED AND A RERUN MUST
           05 F-GLTERM PIC 9(1).
           05 F-GLGRADE PIC 9(3).
           05 F-GLSUBMITDATE PIC 9(8).
      *BLANK = THE WHOLE-MODULE GRADE; QZ/PT/FT = ONE COMPONENT
      *SCORE FOR A MODULE GRADED BY COMPONENTS.
           05 F-GLCOMPCODE PIC X(2).

      *LOADREPORT.TXT IS REWRITTEN BY EVERY GRADE LOAD RUN - ONE
      *ACCEPTED/REJECTED LINE PER INPUT ROW PLUS TOTALS, SO THE
       FD  FD-BKUPRPT.
       01  F-BKUPRPTLINE PIC X(120).

      *AT-RISK.TXT IS THE SCHOOL-WIDE EARLY-WARNING LIST FOR
      *GUIDANCE, REWRITTEN ON EVERY RUN - ONE LINE PER FLAGGED
      *STUDENT, GROUPED BY SECTION, WITH THE REASON CODES BEHIND
      *THE FLAG.
       FD  FD-ATRISK.
       01  F-ATRISKLINE PIC X(120).

      *GUARDIAN CONTACT - ONE RECORD PER STUDENT, KEYED BY THE
      *STUDENT NUMBER, MAINTAINED FROM THE STUDENT EDIT SCREEN. THE
      *ADDRESS IS TWO PRINT LINES (STREET, TOWN/CITY) FOR THE LETTER
      *RUN'S MAILING BLOCK.
       FD  FD-GUARDIAN.
       01  F-GUARDIANINFO.
           05 F-GRDSTUDNUMBER PIC 9(10).
           05 F-GRDNAME PIC X(25).
           05 F-GRDRELATION PIC X(12).
           05 F-GRDADDR1 PIC X(30).
           05 F-GRDADDR2 PIC X(30).
           05 F-GRDPHONE PIC X(15).
           05 F-GRDEMAIL PIC X(40).

      *PREREQUISITE WAIVERS GRANTED THROUGH THE ADMIN OVERRIDE - ONE
      *RECORD PER STUDENT/MODULE/DAY, WRITTEN ALONGSIDE THE OVERRIDE
      *AUDIT LINE SO THE LETTER RUN CAN TELL THE FAMILY.
       FD  FD-WAIVER.
       01  F-WAIVERINFO.
           05 F-WVKEY.
               10 F-WVSTUDNUMBER PIC 9(10).
               10 F-WVMODNUMBER PIC 9(6).
               10 F-WVDATE PIC 9(8).
           05 F-WVADMIN PIC X(10).

      *PARENT NOTICES ALREADY SENT - ONE RECORD PER STUDENT/NOTICE
      *TYPE/REFERENCE. TYPE ABS (REFERENCE = SCHOOL YEAR/TERM), FAIL
      *(YEAR/TERM/MODULE) OR WAIV (MODULE/WAIVER DATE). THE LETTER
      *RUN SKIPS ANY ITEM ALREADY HERE SO NO FAMILY IS TOLD TWICE.
       FD  FD-NOTICE.
       01  F-NOTICEINFO.
           05 F-NTKEY.
               10 F-NTSTUDNUMBER PIC 9(10).
               10 F-NTTYPE PIC X(4).
               10 F-NTREF PIC X(16).
           05 F-NTSENTDATE PIC 9(8).

      *LETTERS.TXT IS THE MAILROOM PRINT FILE OF PARENT NOTICES,
      *REWRITTEN ON EVERY LETTER RUN - ONE LETTER PER STUDENT.
       FD  FD-LETTERS.
       01  F-LETTERLINE PIC X(120).

      *COMPONENT SCORES - ONE RECORD PER MODHIST KEY AND COMPONENT
      *CODE (QZ/PT/FT) FOR MODULES GRADED BY COMPONENTS. THE MODHIST
      *GRADE IS THE WEIGHTED RESULT AND STAYS PENDING UNTIL EVERY
      *WEIGHTED COMPONENT HAS A SCORE HERE.
       FD  FD-COMPSCORE.
       01  F-COMPSCOREINFO.
           05 F-CSKEY.
               10 F-CSSTUDNUMBER PIC 9(10).
               10 F-CSSCHOOLYEAR PIC 9(4).
               10 F-CSTERM PIC 9(1).
               10 F-CSMODULENUMB PIC 9(6).
               10 F-CSCODE PIC X(2).
           05 F-CSSCORE PIC 9(3).
           05 F-CSSCOREDATE PIC 9(8).

      *BACKLOG.TXT IS THE GRADING BACKLOG - RECEIVED SUBMISSIONS NOT
      *YET GRADED, BY TEACHER AND SECTION WITH AGING BUCKETS.
       FD  FD-BACKLOG.
       01  F-BACKLOGLINE PIC X(120).

      *MODTREND.TXT IS THE CURRICULUM REVIEW PRINT FILE - MODULE
      *RESULTS BY SCHOOL YEAR/TERM ACROSS LIVE AND ARCHIVED HISTORY,
      *AND THE SECTION CONSISTENCY CHECK FOR THE CURRENT TERM.
       FD  FD-MODTREND.
       01  F-MODTRENDLINE PIC X(120).

      *ONE-RECORD CLOSING POSITION LEFT BY THE LAST BALANCING RUN -
      *THE DATE/TIME THE COUNTS WERE TAKEN AND THE RECORD COUNT OF
      *EACH BALANCED MASTER (IN WS-BA-NAMETAB ORDER). REWRITTEN BY
      *EVERY RUN SO TODAY'S CLOSE IS TOMORROW'S OPENING.
       FD  FD-BALCTL.
       01  F-BALCTLINFO.
           05 F-BADATE PIC 9(8).
           05 F-BATIME PIC 9(8).
           05 F-BACOUNT PIC 9(7) OCCURS 6 TIMES.

      *BALANCE.TXT IS REWRITTEN BY EVERY BALANCING RUN - ONE LINE PER
      *MASTER FILE WITH ITS OPENING COUNT, AUDITED ADDS AND REMOVALS,
      *EXPECTED AND ACTUAL CLOSING COUNTS AND THE DIFFERENCE.
       FD  FD-BALANCE.
       01  F-BALANCELINE PIC X(120).

      *READ-ONLY SCHOOL-WIDE ACCOUNTS FOR THE PRINCIPAL AND THE
      *GUIDANCE COUNSELOR (F-VWROLE P OR G). THE PASSWORD RULES ARE
      *THE TEACHERS': F-VWPASSWORD IS THE HASH FROM HASH-PASSWORD,
      *F-VWPWCHANGE Y FORCES A CHANGE AT THE NEXT LOGIN AND
      *WS-MAXFAILS BAD PASSWORDS IN A ROW SET F-VWLOCKFLAG.
       FD  FD-VIEWER.
       01  F-VIEWERINFO.
           05 F-VWUSERNAME PIC X(10).
           05 F-VWPASSWORD PIC X(10).
           05 F-VWNAME PIC X(25).
           05 F-VWROLE PIC X(1).
           05 F-VWFAILCOUNT PIC 9(2).
           05 F-VWLOCKFLAG PIC X(1).
           05 F-VWPWCHANGE PIC X(1).

      *CURRICULUM TRACKS - ONE RECORD PER TRACK (A GRADE LEVEL OR
      *STRAND CODE) LISTING THE CATALOG MODULES A STUDENT MUST PASS
      *TO COMPLETE IT. UNUSED SLOTS ARE ZERO.
       FD  FD-CURRIC.
       01  F-CURRICINFO.
           05 F-CRTRACK PIC X(6).
           05 F-CRTITLE PIC X(25).
           05 F-CRMODULE PIC 9(6) OCCURS 12 TIMES.

      *TRACK ASSIGNMENT - ONE RECORD PER STUDENT, KEYED BY THE
      *STUDENT NUMBER, MAINTAINED FROM THE STUDENT EDIT SCREEN.
      *F-STKCOMPDATE IS THE DATE THE CERTIFICATE RUN FOUND THE TRACK
      *COMPLETE AND PRINTED THE CERTIFICATE (ZERO = NOT YET), SO NO
      *STUDENT IS CERTIFIED TWICE FOR THE SAME TRACK.
       FD  FD-STUDTRACK.
       01  F-STUDTRACKINFO.
           05 F-STKSTUDNUMBER PIC 9(10).
           05 F-STKTRACK PIC X(6).
           05 F-STKCOMPDATE PIC 9(8).

      *CERTIFICATES.TXT IS THE PRINT FILE OF COMPLETION CERTIFICATES,
      *REWRITTEN ON EVERY CERTIFICATE RUN - ONE CERTIFICATE PER
      *STUDENT NEWLY FOUND TO HAVE COMPLETED THEIR TRACK.
       FD  FD-CERTS.
       01  F-CERTLINE PIC X(120).

      *TRACKAUDIT.TXT IS ONE STUDENT'S TRACK COMPLETION AUDIT -
      *EVERY REQUIRED MODULE AS PASSED, FAILED OR NOT YET TAKEN
      *ACROSS LIVE AND ARCHIVED YEARS - REWRITTEN ON EVERY RUN LIKE
      *REPORTCARD.txt.
       FD  FD-TRACKAUDIT.
       01  F-TRACKAUDITLINE PIC X(120).

      *MODULE CATALOG VERSIONS - ONE RECORD PER MODULE PER SCHOOL
      *YEAR/TERM FROM WHICH A SET OF CATALOG RULES TOOK EFFECT. A
      *MODHIST ROW IS JUDGED BY THE VERSION IN FORCE FOR ITS OWN
      *YEAR/TERM (THE LATEST ONE EFFECTIVE ON OR BEFORE IT), AND
      *MODULE.dat ALWAYS CARRIES THE LATEST VERSION. A CATALOG CHANGE
      *FILES A NEW VERSION RATHER THAN OVERWRITING THE OLD RULES.
      *0000/0 IS THE ORIGINAL ENTRY OF A MODULE CATALOGUED BEFORE
      *VERSIONS WERE KEPT.
       FD  FD-MODVER.
       01  F-MODVERINFO.
           05 F-MVKEY.
               10 F-MVMODNUMBER PIC 9(6).
               10 F-MVEFFKEY.
                   15 F-MVEFFYEAR PIC 9(4).
                   15 F-MVEFFTERM PIC 9(1).
           05 F-MVTITLE PIC X(25).
           05 F-MVPASSGRADE PIC 9(3).
           05 F-MVDUEDATE PIC 9(8).
           05 F-MVPREREQ1 PIC 9(6).
           05 F-MVPREREQ2 PIC 9(6).
           05 F-MVPREREQ3 PIC 9(6).
           05 F-MVCOMPWT PIC 9(3) OCCURS 3 TIMES.
           05 F-MVCHGDATE PIC 9(8).
           05 F-MVCHGBY PIC X(10).

      *SCHOOL CALENDAR - MAINTAINED BY THE ADMINISTRATOR, KEYED BY
      *SCHOOL YEAR. TYPE T IS ONE TERM OF THE YEAR (F-CLREF = THE
      *TERM NUMBER) WITH ITS FIRST AND LAST DAY; TYPE H IS ONE
      *NON-SCHOOL DAY INSIDE A TERM - A HOLIDAY OR SUSPENSION
      *(F-CLREF = THE DATE) - WITH ITS REASON. WEEKENDS AND DAYS
      *OUTSIDE EVERY TERM ARE NEVER SCHOOL DAYS AND ARE NOT FILED.
       FD  FD-CALENDAR.
       01  F-CALENDARINFO.
           05 F-CLKEY.
               10 F-CLYEAR PIC 9(4).
               10 F-CLTYPE PIC X(1).
               10 F-CLREF PIC 9(8).
           05 F-CLSTART PIC 9(8).
           05 F-CLEND PIC 9(8).
           05 F-CLDESC PIC X(25).

      *REMEDIATION PLAN FOR ONE FAILED MODHIST ROW (SAME KEY ORDER AS
      *F-MODHISTKEY BUT MODULE BEFORE YEAR/TERM, SO ALL OF A
      *STUDENT'S PLANS FOR ONE MODULE ARE TOGETHER). OPENED WHEN A
      *GRADE BELOW THE PASSING GRADE IS RECORDED. F-RMSTATUS IS
      *O (OPEN), C (COMPLETED) OR L (LAPSED - THE STUDENT DID NOT DO
      *THE ACTIVITY). A LATER PASS OF THE MODULE COMPLETES IT, WITH
      *THE PASSING YEAR/TERM IN F-RMPASSYEAR/F-RMPASSTERM (ZERO WHEN
      *THE TEACHER CLOSED IT).
       FD  FD-REMED.
       01  F-REMEDINFO.
           05 F-RMKEY.
               10 F-RMSTUDNUMBER PIC 9(10).
               10 F-RMMODNUMBER PIC 9(6).
               10 F-RMSCHOOLYEAR PIC 9(4).
               10 F-RMTERM PIC 9(1).
           05 F-RMGRADE PIC 9(3).
           05 F-RMPASSGRADE PIC 9(3).
           05 F-RMACTIVITY PIC X(30).
           05 F-RMTEACHER PIC X(10).
           05 F-RMOPENDATE PIC 9(8).
           05 F-RMTARGETDATE PIC 9(8).
           05 F-RMSTATUS PIC X(1).
           05 F-RMCLOSEDATE PIC 9(8).
           05 F-RMPASSYEAR PIC 9(4).
           05 F-RMPASSTERM PIC 9(1).

      *OVERDUE.TXT IS THE OVERDUE REMEDIATION LIST BY SECTION - OPEN
      *PLANS PAST THEIR TARGET DATE AND LAPSED PLANS - FOR PLANNING
      *MAKE-UP CLASSES.
       FD  FD-OVERDUE.
       01  F-OVERDUELINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MENU        PIC A.
           88 A           VALUE 'A', 'a'.
           88 L           VALUE 'L', 'l'.
           88 M           VALUE 'M', 'm'.
           88 N           VALUE 'N', 'n'.
           88 O           VALUE 'O', 'o'.
           88 P           VALUE 'P', 'p'.
           88 Q           VALUE 'Q', 'q'.
           88 R           VALUE 'R', 'r'.
           88 S           VALUE 'S', 's'.
           88 T           VALUE 'T', 't'.
           88 U           VALUE 'U', 'u'.
           88 V           VALUE 'V', 'v'.
           88 W           VALUE 'W', 'w'.
           88 X           VALUE 'X', 'x'.

       01  QUIT            PIC 9  VALUE 0.
       01  WS-FILESTATUS28 PIC 9(2).
       01  WS-FILESTATUS29 PIC 9(2).
       01  WS-FILESTATUS30 PIC 9(2).
       01  WS-FILESTATUS31 PIC 9(2).
       01  WS-FILESTATUS32 PIC 9(2).
       01  WS-FILESTATUS33 PIC 9(2).
       01  WS-FILESTATUS34 PIC 9(2).
       01  WS-FILESTATUS35 PIC 9(2).
       01  WS-FILESTATUS36 PIC 9(2).
       01  WS-FILESTATUS37 PIC 9(2).
       01  WS-FILESTATUS38 PIC 9(2).
       01  WS-FILESTATUS39 PIC 9(2).
       01  WS-FILESTATUS40 PIC 9(2).
       01  WS-FILESTATUS41 PIC 9(2).
       01  WS-FILESTATUS42 PIC 9(2).
       01  WS-FILESTATUS43 PIC 9(2).
       01  WS-FILESTATUS44 PIC 9(2).
       01  WS-FILESTATUS45 PIC 9(2).
       01  WS-FILESTATUS46 PIC 9(2).
       01  WS-FILESTATUS47 PIC 9(2).
       01  WS-FILESTATUS48 PIC 9(2).
       01  WS-FILESTATUS49 PIC 9(2).
       01  WS-FS PIC 9(2).

      *TRIGGER
           05 WS-SECTION2 PIC X(6).
           05 WS-SECTION3 PIC X(6).

      *THE VIEW-ONLY ACCOUNT IN USE. WS-VIEWER IS 1 FOR THE WHOLE OF
      *A PRINCIPAL/GUIDANCE SESSION - THE SHARED REPORT PARAGRAPHS
      *OPEN THEIR SECTION SCOPE TO THE WHOLE SCHOOL AND AUDIT THE RUN,
      *AND THE TEACHER MENU AND ADMIN DASHBOARD SEND THE SESSION BACK
      *TO MENU-VIEWER.
       01  WS-VIEWER PIC 9 VALUE 0.
       01  WS-VIEWERINFO.
           05 WS-VWUSERNAME PIC X(10).
           05 WS-VWPASSWORD PIC X(10).
           05 WS-VWNAME PIC X(25).
           05 WS-VWROLE PIC X(1).
           05 WS-VWFAILCOUNT PIC 9(2).
           05 WS-VWLOCKFLAG PIC X(1).
           05 WS-VWPWCHANGE PIC X(1).

      *TEACHER AND VIEW-ONLY USERNAMES SHARE ONE AUDIT ID SPACE, SO A
      *NEW ACCOUNT OF EITHER KIND MAY NOT TAKE A NAME THE OTHER FILE
      *ALREADY HOLDS. WS-NAMETAKEN IS SET BY THE CHECK.
       01  WS-NAMETAKEN PIC 9.

      *SECTION SCOPE FOR THE SECTION-SCOPED SCREENS - ASK-WORK-
      *SECTION FILLS WS-WORKSECT WITH THE ONE CHOSEN SECTION, OR
      *SPACES FOR ALL OF THE TEACHER'S SECTIONS, AND WS-WORKSECTDISP
           05 WS-STUDSTATUS PIC X(1).
           05 WS-STUDSTATDATE PIC 9(8).

      *GUARDIAN CONTACT DATABASE
       01  WS-GUARDIANINFO.
           05 WS-GRDSTUDNUMBER PIC 9(10).
           05 WS-GRDNAME PIC X(25).
           05 WS-GRDRELATION PIC X(12).
           05 WS-GRDADDR1 PIC X(30).
           05 WS-GRDADDR2 PIC X(30).
           05 WS-GRDPHONE PIC X(15).
           05 WS-GRDEMAIL PIC X(40).

      *CURRICULUM TRACK DATABASE
       01  WS-CURRICINFO.
           05 WS-CRTRACK PIC X(6).
           05 WS-CRTITLE PIC X(25).
           05 WS-CRMODULE PIC 9(6) OCCURS 12 TIMES.

      *STUDENT TRACK ASSIGNMENT DATABASE
       01  WS-STUDTRACKINFO.
           05 WS-STKSTUDNUMBER PIC 9(10).
           05 WS-STKTRACK PIC X(6).
           05 WS-STKCOMPDATE PIC 9(8).

      *ENROLLMENT STATUS WORK AREA - THE STATUS/EFFECTIVE DATE THE
      *EDIT PATH RETURNS AND THE ACTIVE/NOT SWITCH THE LISTS AND
      *TALLIES TEST AFTER CHECK-STUDENT-ACTIVE.
           05 WS-MODSENTFLAG PIC X(1).
           05 WS-MODSUBMITDATE PIC 9(8).
           05 WS-MODLATEFLAG PIC X(1).
           05 WS-MODGRADEDATE PIC 9(8).

      *SCHOOL YEAR/TERM FILTER FOR THE LISTING AND SUMMARY PARAGRAPHS -
      *SET BY ASK-VIEW-TERM (ZERO MEANS EVERY YEAR/TERM ON FILE).
           05 WS-MODPREREQ1 PIC 9(6).
           05 WS-MODPREREQ2 PIC 9(6).
           05 WS-MODPREREQ3 PIC 9(6).
           05 WS-MODCOMPWT PIC 9(3) OCCURS 3 TIMES.

      *MODULE CATALOG VERSION DATABASE
       01  WS-MVINFO.
           05 WS-MVMODNUMBER PIC 9(6).
           05 WS-MVEFFYEAR PIC 9(4).
           05 WS-MVEFFTERM PIC 9(1).
           05 WS-MVTITLE PIC X(25).
           05 WS-MVPASSGRADE PIC 9(3).
           05 WS-MVDUEDATE PIC 9(8).
           05 WS-MVPREREQ1 PIC 9(6).
           05 WS-MVPREREQ2 PIC 9(6).
           05 WS-MVPREREQ3 PIC 9(6).
           05 WS-MVCOMPWT PIC 9(3) OCCURS 3 TIMES.
           05 WS-MVCHGDATE PIC 9(8).
           05 WS-MVCHGBY PIC X(10).

      *CATALOG VERSION WORK AREA - SET WS-VR-YEAR/WS-VR-TERM TO THE
      *SCHOOL YEAR/TERM A ROW IS JUDGED FOR BEFORE THE CATALOG
      *LOOKUP (ZERO = THE CURRENT CATALOG); APPLYING THE VERSION
      *CLEARS THEM AGAIN, SO THE NEXT LOOKUP IS NEVER LEFT ON AN OLD
      *TERM. WS-VR-RUNKEY HOLDS THE TERM OVER A WHOLE CATALOG SCAN.
       01 WS-VR-MODNUM PIC 9(6).
       01 WS-VR-TERMKEY.
           05 WS-VR-YEAR PIC 9(4) VALUE 0.
           05 WS-VR-TERM PIC 9(1) VALUE 0.
       01 WS-VR-RUNKEY PIC X(5).
       01 WS-VRFOUND PIC 9.
       01 WS-VREOF PIC A(1).
       01 WS-MV-OLDTITLE PIC X(25).

      *SCHOOL CALENDAR DATABASE
       01  WS-CALENDARINFO.
           05 WS-CLYEAR PIC 9(4).
           05 WS-CLTYPE PIC X(1).
           05 WS-CLREF PIC 9(8).
           05 WS-CLSTART PIC 9(8).
           05 WS-CLEND PIC 9(8).
           05 WS-CLDESC PIC X(25).

      *SCHOOL CALENDAR WORK AREA - SET WS-CAL-DATE, THEN
      *CALENDAR-FIND-TERM RETURNS THE YEAR/TERM WHOSE DATES COVER IT
      *(WS-CAL-ONFILE 0 = NO CALENDAR KEPT YET) AND CHECK-SCHOOL-DAY
      *WHETHER THE SCHOOL IS OPEN THAT DAY, WITH THE REASON WHEN
      *NOT. WS-CAL-DFTYEAR/TERM, WHEN SET, ARE OFFERED AS THE
      *DEFAULT BY ACCEPT-VALID-TERM, WHICH CLEARS THEM AGAIN.
      *WS-CAL-SETYEAR/TERM ARE THE ONES THE MAINTENANCE SCREEN IS ON.
       01 WS-CAL-DATE PIC 9(8).
       01 WS-CAL-DATEOK PIC 9.
       01 WS-CAL-WEEKEND PIC 9.
       01 WS-CAL-DAYNUM PIC 9(7).
       01 WS-CAL-WEEKS PIC 9(7).
       01 WS-CAL-DOW PIC 9.
       01 WS-CAL-ONFILE PIC 9.
       01 WS-CAL-FOUND PIC 9.
       01 WS-CAL-YEAR PIC 9(4).
       01 WS-CAL-TERM PIC 9(1).
       01 WS-CAL-START PIC 9(8).
       01 WS-CAL-END PIC 9(8).
       01 WS-CAL-SCHOOLDAY PIC 9.
       01 WS-CAL-WHY PIC X(25).
       01 WS-CAL-DFTYEAR PIC 9(4) VALUE 0.
       01 WS-CAL-DFTTERM PIC 9(1) VALUE 0.
       01 WS-CAL-SETYEAR PIC 9(4).
       01 WS-CAL-SETTERM PIC 9(1).
       01 WS-CAL-NEWSTART PIC 9(8).
       01 WS-CAL-NEWEND PIC 9(8).
       01 WS-CAL-CLASH PIC 9.
       01 WS-CAL-DAY PIC 9(2).
       01 WS-CAL-MONTHDAYS PIC 9(2).
       01 WS-CAL-ATTENDED PIC S9(3).
       01 WS-CAL-PCT PIC 9(3).
       01 WS-CALEOF PIC A(1).

      *REMEDIATION DATABASE
       01  WS-REMEDINFO.
           05 WS-RMKEY.
               10 WS-RMSTUDNUMBER PIC 9(10).
               10 WS-RMMODNUMBER PIC 9(6).
               10 WS-RMSCHOOLYEAR PIC 9(4).
               10 WS-RMTERM PIC 9(1).
           05 WS-RMGRADE PIC 9(3).
           05 WS-RMPASSGRADE PIC 9(3).
           05 WS-RMACTIVITY PIC X(30).
           05 WS-RMTEACHER PIC X(10).
           05 WS-RMOPENDATE PIC 9(8).
           05 WS-RMTARGETDATE PIC 9(8).
           05 WS-RMSTATUS PIC X(1).
           05 WS-RMCLOSEDATE PIC 9(8).
           05 WS-RMPASSYEAR PIC 9(4).
           05 WS-RMPASSTERM PIC 9(1).

      *REMEDIATION WORK AREA - A GRADE JUST RECORDED ON MODHIST
      *(F-MODHISTINFO) IS CHECKED BY REMEDIATION-CHECK-GRADE AGAINST
      *WS-RM-PASS, THE PASSING GRADE IN FORCE FOR THE ROW, WITH
      *WS-RM-TEACHER AS THE TEACHER WHO OWNS ANY PLAN OPENED.
      *WS-RM-OPENED IS SET WHEN A NEW PLAN WAS OPENED.
       01 WS-RM-PASS PIC 9(3).
       01 WS-RM-TEACHER PIC X(10).
       01 WS-RM-OPENED PIC 9.
       01 WS-RM-TODAY PIC 9(8).
       01 WS-RM-STUDNUM PIC 9(10).
       01 WS-RM-MODNUM PIC 9(6).
       01 WS-RM-ACTIN PIC X(30).
       01 WS-RM-DATEIN PIC 9(8).
       01 WS-RM-COUNT PIC 9(5).
       01 WS-RMEOF PIC A(1).
       01 WS-RM-DEFACTIVITY PIC X(30) VALUE "RETAKE / MAKE-UP WORK".

      *OVERDUE REMEDIATION TABLE - ONE ROW PER OPEN PLAN PAST ITS
      *TARGET DATE OR LAPSED PLAN, SORTED BY SECTION THEN MOST DAYS
      *OVERDUE FIRST.
       01 WS-RO-TABLE.
           05 WS-RO-ENTRY OCCURS 500 TIMES.
               10 WS-RO-SECTION PIC X(6).
               10 WS-RO-DAYS PIC 9(5).
               10 WS-RO-STUDNUM PIC 9(10).
               10 WS-RO-NAME PIC X(25).
               10 WS-RO-MODNUM PIC 9(6).
               10 WS-RO-YEAR PIC 9(4).
               10 WS-RO-TERM PIC 9(1).
               10 WS-RO-GRADE PIC 9(3).
               10 WS-RO-PASSGRADE PIC 9(3).
               10 WS-RO-TEACHER PIC X(10).
               10 WS-RO-TARGET PIC 9(8).
               10 WS-RO-STATUS PIC X(1).
               10 WS-RO-ACTIVITY PIC X(30).
       01 WS-RO-SWAP PIC X(112).
       01 WS-RO-COUNT PIC 9(4).
       01 WS-RO-FULL PIC 9.
       01 WS-RO-STUDOK PIC 9.
       01 WS-ROIDX PIC 9(4).
       01 WS-ROIDX2 PIC 9(4).
       01 WS-ROLIMIT PIC 9(4).
       01 WS-RO-TODAYNUM PIC 9(7).
       01 WS-RO-CURSECT PIC X(6).
       01 WS-RO-SECTCNT PIC 9(4).
       01 WS-RO-STATDISP PIC X(7).

      *PREREQUISITE CHECK WORK AREA - THE PREREQ NUMBERS SAVED OFF
      *THE CATALOG ENTRY BEING SUBMITTED (THE CATALOG RECORD AREA IS
       01 WS-PREREQ3 PIC 9(6).
       01 WS-PREREQNUM PIC 9(6).
       01 WS-PREREQPASS PIC 9(3).
       01 WS-PREREQROWPASS PIC 9(3).
       01 WS-PREREQOK PIC 9.
       01 WS-PREREQMISS PIC 9.

             10 WS-MS-SUBMITTED PIC 9(4).
             10 WS-MS-NSUBMITTED PIC 9(4).
             10 WS-MS-LATE PIC 9(4).
             10 WS-MS-DUEDATE PIC 9(8).
       01 WS-MSIDX PIC 9(2).
       01 WS-MSIDX2 PIC 9(2).
       01 WS-MSFOUND2 PIC 9(2).
      *UNATTENDED BATCH MODE - SET WHEN BATCHCTL.dat IS PRESENT AT
      *START-UP. THE CONTROL RECORD IS KEPT HERE, THE RETURN CODE
      *HANDED TO THE SCHEDULER IS 0 (OK), 4 (RECONCILE FOUND
      *EXCEPTIONS, OR A MASTER FILE IS OUT OF BALANCE) OR 8 (RUN
      *COULD NOT BE STARTED), AND THE RESULT
      *TEXT GOES ON THE BATCHLOG.txt LINE.
       01 WS-BATCHMODE PIC 9 VALUE 0.
       01 WS-BATCHCHECKED PIC 9 VALUE 0.
          05 WS-BCSCHOOLYEAR PIC 9(4).
          05 WS-BCTERM PIC 9(1).

      *AT-RISK EARLY-WARNING WORK AREA - ONE TABLE ROW PER FLAGGED
      *STUDENT, SORTED BY SECTION THEN SCORE (THE NUMBER OF SIGNALS
      *THAT FIRED, HIGH TO LOW). A SIGNAL FIRES WHEN ITS COUNT FOR
      *THE CHOSEN YEAR/TERM REACHES THE LIMIT BELOW. REASON CODES:
      *ABS (UNEXCUSED ABSENCES), LATE (LATE SUBMISSIONS), FAIL
      *(FAILED MODULES, LATE CAP APPLIED) AND MISS (CATALOG MODULE
      *PAST ITS DUE DATE WITH NO MODHIST ROW).
       01 WS-AR-ABSLIMIT PIC 9(3) VALUE 3.
       01 WS-AR-LATELIMIT PIC 9(3) VALUE 2.
       01 WS-AR-FAILLIMIT PIC 9(3) VALUE 1.
       01 WS-AR-MISSLIMIT PIC 9(3) VALUE 1.
       01 WS-AR-COUNT PIC 9(3) VALUE 0.
       01 WS-AR-TABLE.
          05 WS-AR-ENTRY OCCURS 400 TIMES.
             10 WS-AR-SECTION PIC X(6).
             10 WS-AR-SCORE PIC 9(1).
             10 WS-AR-STUDNUM PIC 9(10).
             10 WS-AR-NAME PIC X(25).
             10 WS-AR-UNEX PIC 9(3).
             10 WS-AR-LATE PIC 9(3).
             10 WS-AR-FAIL PIC 9(3).
             10 WS-AR-MISS PIC 9(3).
             10 WS-AR-REASONS PIC X(20).
       01 WS-AR-SWAP PIC X(74).
       01 WS-ARIDX PIC 9(3).
       01 WS-ARIDX2 PIC 9(3).
       01 WS-ARLIMIT PIC 9(3).
       01 WS-ARFULL PIC 9.
       01 WS-ARRUNOK PIC 9.
       01 WS-ARATTOK PIC 9.
       01 WS-ARHISTOK PIC 9.
       01 WS-ARACTIVE PIC 9(4).
       01 WS-ARTODAY PIC 9(8).
       01 WS-AR-CURSECT PIC X(6).
       01 WS-AR-SCORENOW PIC 9(1).
       01 WS-AR-UNEXNOW PIC 9(3).
       01 WS-AR-LATENOW PIC 9(3).
       01 WS-AR-FAILNOW PIC 9(3).
       01 WS-AR-MISSNOW PIC 9(3).
       01 WS-AR-RSNNOW PIC X(20).
       01 WS-AR-RSNPTR PIC 9(2).
       01 WS-AR-PASSNOW PIC 9(3).

      *PARENT LETTER WORK AREA - THE UNSENT NOTICE ITEMS GATHERED
      *FOR THE ONE STUDENT IN HAND (TYPE/REFERENCE FOR NOTICE.dat
      *AND THE PRINTED LINE), THE OPEN-OK SWITCHES FOR THE FILES THE
      *RUN READS, AND THE RUN'S LETTER COUNTS.
       01 WS-LT-COUNT PIC 9(2) VALUE 0.
       01 WS-LT-TABLE.
          05 WS-LT-ENTRY OCCURS 20 TIMES.
             10 WS-LT-TYPE PIC X(4).
             10 WS-LT-REF PIC X(16).
             10 WS-LT-TEXT PIC X(100).
       01 WS-LTIDX PIC 9(2).
       01 WS-LTFULL PIC 9.
       01 WS-LTTYPE PIC X(4).
       01 WS-LTREF PIC X(16).
       01 WS-LTTEXT PIC X(100).
       01 WS-LTRUNOK PIC 9.
       01 WS-LTGRDOK PIC 9.
       01 WS-LTWVOK PIC 9.
       01 WS-LTNOTOK PIC 9.
       01 WS-LTGRDFOUND PIC 9.
       01 WS-LTLETTERS PIC 9(4).
       01 WS-LTNOGRD PIC 9(4).
       01 WS-LTTODAY PIC 9(8).

      *GRADED COMPONENT WORK AREA - THE FIXED COMPONENT CODES AND
      *NAMES (IN CATALOG WEIGHT ORDER), THE MODHIST KEY WHOSE SCORES
      *ARE IN HAND, ONE SLOT PER COMPONENT (SCORED / SCORE / KEYED
      *THIS TIME AND NOT YET WRITTEN), AND THE WEIGHTED RESULT.
       01 WS-CP-NAMELIST.
          05 FILLER PIC X(20) VALUE "QZQUIZ".
          05 FILLER PIC X(20) VALUE "PTPERFORMANCE TASK".
          05 FILLER PIC X(20) VALUE "FTFINAL TEST".
       01 WS-CP-NAMETAB REDEFINES WS-CP-NAMELIST.
          05 WS-CP-NAMEENT OCCURS 3 TIMES.
             10 WS-CP-CODE PIC X(2).
             10 WS-CP-NAME PIC X(18).
       01 WS-CP-KEY.
          05 WS-CP-STUDNUMBER PIC 9(10).
          05 WS-CP-SCHOOLYEAR PIC 9(4).
          05 WS-CP-TERM PIC 9(1).
          05 WS-CP-MODULENUMB PIC 9(6).
       01 WS-CP-TABLE.
          05 WS-CP-ENTRY OCCURS 3 TIMES.
             10 WS-CP-HAVE PIC 9.
             10 WS-CP-SCORE PIC 9(3).
             10 WS-CP-NEW PIC 9.
       01 WS-CPIDX PIC 9.
       01 WS-CPPICK PIC 9.
       01 WS-CP-USED PIC 9.
       01 WS-CP-SCORED PIC 9.
       01 WS-CP-LEFT PIC 9.
       01 WS-CP-TOTAL PIC 9(6).
       01 WS-CP-GRADE PIC 9(3).
       01 WS-CP-ROWFOUND PIC 9.
       01 WS-CPWTSUM PIC 9(4).
       01 WS-CPIN PIC X(3) JUSTIFIED RIGHT.
       01 WS-CPTODAY PIC 9(8).

      *RECEIVED-DATE ENTRY - THE DATE THE WORK CAME IN AND TODAY.
       01 WS-RCVDATE PIC 9(8).
       01 WS-RCVTODAY PIC 9(8).

      *GRADING BACKLOG WORK AREA - EVERY RECEIVED, UNGRADED MODHIST
      *ROW WITH ITS STUDENT'S SECTION AND DAYS WAITING (SORTED BY
      *SECTION, OLDEST FIRST), THE RUN MODE (T = THE LOGGED-IN
      *TEACHER'S SECTIONS, A = EVERY TEACHER), AND THE AGING BUCKET
      *COUNTS FOR THE SECTION, TEACHER AND RUN IN HAND.
       01 WS-BL-COUNT PIC 9(4) VALUE 0.
       01 WS-BL-TABLE.
          05 WS-BL-ENTRY OCCURS 500 TIMES.
             10 WS-BL-SECTION PIC X(6).
             10 WS-BL-DAYS PIC 9(5).
             10 WS-BL-STUDNUM PIC 9(10).
             10 WS-BL-NAME PIC X(25).
             10 WS-BL-MODNUM PIC 9(6).
             10 WS-BL-YEAR PIC 9(4).
             10 WS-BL-TERM PIC 9(1).
             10 WS-BL-RCVDATE PIC 9(8).
             10 WS-BL-DONE PIC 9(1).
       01 WS-BL-SWAP PIC X(66).
       01 WS-BLIDX PIC 9(4).
       01 WS-BLIDX2 PIC 9(4).
       01 WS-BLLIMIT PIC 9(4).
       01 WS-BLFULL PIC 9.
       01 WS-BLRUNOK PIC 9.
       01 WS-BLSTUDOK PIC 9.
       01 WS-BLMODE PIC X(1).
       01 WS-BLTODAY PIC 9(8).
       01 WS-BLTODAYNUM PIC 9(7).
       01 WS-BL-CURSECT PIC X(6).
       01 WS-BL-BUCKET PIC X(7).
       01 WS-BL-SECTCNT.
          05 WS-BL-S1 PIC 9(4).
          05 WS-BL-S2 PIC 9(4).
          05 WS-BL-S3 PIC 9(4).
          05 WS-BL-S4 PIC 9(4).
       01 WS-BL-TCHCNT PIC 9(4).
       01 WS-BL-RUNCNT PIC 9(4).
       01 WS-BL-ORPHCNT PIC 9(4).

      *DAY-NUMBER WORK AREA - A YYYYMMDD DATE AS A RUNNING DAY COUNT
      *SO TWO DATES CAN BE SUBTRACTED (SEE DATE-TO-DAYNUM).
       01 WS-DN-DATE.
          05 WS-DN-YYYY PIC 9(4).
          05 WS-DN-MM PIC 9(2).
          05 WS-DN-DD PIC 9(2).
       01 WS-DN-Y PIC 9(4).
       01 WS-DN-MP PIC 9(2).
       01 WS-DN-ERA PIC 9(2).
       01 WS-DN-YOE PIC 9(3).
       01 WS-DN-WORK PIC 9(5).
       01 WS-DN-DOY PIC 9(3).
       01 WS-DN-Q4 PIC 9(3).
       01 WS-DN-Q100 PIC 9(1).
       01 WS-DN-DAYS PIC 9(7).

      *MODULE TREND WORK AREA - THE FLAG LIMITS (PASS-RATE DROP IN
      *PERCENTAGE POINTS AGAINST THE SAME TERM A YEAR EARLIER, AND
      *HOW FAR A SECTION'S AVERAGE MAY SIT FROM THE SCHOOL AVERAGE),
      *ONE ROW PER MODULE/YEAR/TERM FROM MODHIST + ARCHHIST, AND ONE
      *ROW PER MODULE/SECTION FOR THE CURRENT TERM.
       01 WS-MT-DROPLIMIT PIC 9(3) VALUE 15.
       01 WS-MT-OUTLIMIT PIC 9(3) VALUE 10.
       01 WS-MT-COUNT PIC 9(4) VALUE 0.
       01 WS-MT-TABLE.
          05 WS-MT-ENTRY OCCURS 600 TIMES.
             10 WS-MT-MODNUM PIC 9(6).
             10 WS-MT-YEAR PIC 9(4).
             10 WS-MT-TERM PIC 9(1).
             10 WS-MT-CNT PIC 9(5).
             10 WS-MT-PASS PIC 9(5).
             10 WS-MT-LATE PIC 9(5).
             10 WS-MT-TOTAL PIC 9(7).
             10 WS-MT-LOW PIC 9(3).
             10 WS-MT-HIGH PIC 9(3).
       01 WS-MT-SWAP PIC X(39).
       01 WS-MTIDX PIC 9(4).
       01 WS-MTIDX2 PIC 9(4).
       01 WS-MTLIMIT PIC 9(4).
       01 WS-MTFULL PIC 9.
       01 WS-MTFOUND PIC 9(4).
       01 WS-MT-CURMOD PIC 9(6).
       01 WS-MT-PCT PIC 9(3).
       01 WS-MT-LATEPCT PIC 9(3).
       01 WS-MT-AVG PIC 9(3).
       01 WS-MT-RANGE PIC 9(3).
       01 WS-MT-PREVPCT PIC 9(3).
       01 WS-MT-HAVEPREV PIC 9.
       01 WS-MT-PREVYEAR PIC 9(4).
       01 WS-MT-FLAG PIC X(22).
       01 WS-MT-DROPS PIC 9(4).
       01 WS-MT-HISTOK PIC 9.
       01 WS-MT-ARCHOK PIC 9.
       01 WS-MX-COUNT PIC 9(4) VALUE 0.
       01 WS-MX-TABLE.
          05 WS-MX-ENTRY OCCURS 400 TIMES.
             10 WS-MX-MODNUM PIC 9(6).
             10 WS-MX-SECTION PIC X(6).
             10 WS-MX-CNT PIC 9(5).
             10 WS-MX-TOTAL PIC 9(7).
       01 WS-MX-SWAP PIC X(24).
       01 WS-MXIDX PIC 9(4).
       01 WS-MXIDX2 PIC 9(4).
       01 WS-MXLIMIT PIC 9(4).
       01 WS-MXFULL PIC 9.
       01 WS-MXFOUND PIC 9(4).
       01 WS-MX-AVG PIC 9(3).
       01 WS-MX-SCHOOLAVG PIC 9(3).
       01 WS-MX-DIFF PIC S9(3).
       01 WS-MX-OUTLIERS PIC 9(4).

      *DAILY RUN BALANCING WORK AREA - ONE ROW PER BALANCED MASTER
      *IN WS-BA-NAMETAB ORDER. THE AUDIT TRAIL LINES BETWEEN THE LAST
      *CLOSE AND THIS RUN ARE TALLIED BY THE FIELD TAG THEY CARRY
      *(WS-BA-TAG): CREATE ADDS A RECORD, DELETE AND ARCHIV REMOVE
      *ONE. A RESTOR LINE IN THE PERIOD MEANS THE RESTORED FILES
      *WERE RELOADED WHOLESALE AND ARE NOT BALANCED THAT DAY.
       01 WS-BA-NAMETAB.
          05 FILLER PIC X(24) VALUE 'TEACHER.dat ACCOUNT     '.
          05 FILLER PIC X(24) VALUE 'STUDENT.dat STUDENT     '.
          05 FILLER PIC X(24) VALUE 'MODHIST.dat MODULE      '.
          05 FILLER PIC X(24) VALUE 'MODULE.dat  MODCATALOG  '.
          05 FILLER PIC X(24) VALUE 'ATTEND.dat  ATTEND      '.
          05 FILLER PIC X(24) VALUE 'PENDING.dat PENDING     '.
       01 WS-BA-NAMES REDEFINES WS-BA-NAMETAB.
          05 WS-BA-NAMEENTRY OCCURS 6 TIMES.
             10 WS-BA-NAME PIC X(12).
             10 WS-BA-TAG PIC X(12).
       01 WS-BA-TABLE.
          05 WS-BA-ENTRY OCCURS 6 TIMES.
             10 WS-BA-OPEN PIC 9(7).
             10 WS-BA-ADDS PIC 9(7).
             10 WS-BA-DELS PIC 9(7).
             10 WS-BA-ACTUAL PIC 9(7).
       01 WS-BAIDX PIC 9.
       01 WS-BAFOUND PIC 9.
       01 WS-BARUNOK PIC 9.
       01 WS-BAFIRST PIC 9.
       01 WS-BARESTORED PIC 9.
       01 WS-BAOUT PIC 9.
       01 WS-BA-FROMDATE PIC 9(8).
       01 WS-BA-FROMTIME PIC 9(8).
       01 WS-BA-RUNDATE PIC 9(8).
       01 WS-BA-RUNTIME PIC 9(8).
       01 WS-BA-MONTH.
          05 WS-BA-MONYYYY PIC 9(4).
          05 WS-BA-MONMM PIC 9(2).
       01 WS-BA-LDATE PIC 9(8).
       01 WS-BA-LTIME PIC 9(8).
       01 WS-BA-LOP PIC X(6).
       01 WS-BA-LFIELD PIC X(12).
       01 WS-BA-INWINDOW PIC 9.
       01 WS-BA-EXPECT PIC S9(8).
       01 WS-BA-DIFF PIC S9(8).
       01 WS-BA-NUM PIC S9(8).
       01 WS-BA-SIGN PIC X(1).
       01 WS-BA-ABS PIC 9(7).
       01 WS-BA-EXPTEXT PIC X(8).
       01 WS-BA-DIFFTEXT PIC X(8).
       01 WS-BA-VERDICT PIC X(24).

      *TRACK COMPLETION WORK AREA - TRACK-EVALUATE JUDGES EVERY
      *REQUIRED MODULE OF THE TRACK IN WS-CURRICINFO AGAINST THE
      *STUDENT'S ROWS IN WS-TR-TABLE: WS-TK-RESULT IS P (PASSED),
      *F (FAILED) OR N (NOT YET TAKEN), WITH THE DECIDING ROW'S
      *YEAR/TERM/GRADE, AND THE COUNTS ACROSS THE TRACK. WS-TK-PRINT
      *1 WRITES ONE TRACKAUDIT.txt LINE PER MODULE AS IT GOES. THE
      *WS-CT-* FIELDS ARE THE CERTIFICATE RUN'S.
       01 WS-TKIDX PIC 9(2).
       01 WS-TKIDX2 PIC 9(2).
       01 WS-TK-MODNUM PIC 9(6).
       01 WS-TK-RESULT PIC X(1).
       01 WS-TK-OPEN PIC 9.
       01 WS-TK-YEAR PIC 9(4).
       01 WS-TK-TERM PIC 9(1).
       01 WS-TK-GRADE PIC 9(3).
       01 WS-TK-REQCNT PIC 9(2).
       01 WS-TK-PASSCNT PIC 9(2).
       01 WS-TK-FAILCNT PIC 9(2).
       01 WS-TK-NOTCNT PIC 9(2).
       01 WS-TK-PRINT PIC 9.
       01 WS-TK-DONE PIC 9.
       01 WS-TK-DUP PIC 9.
       01 WS-TK-SEQ PIC 9(2).
       01 WS-TKFOUND PIC 9.
       01 WS-TKNEW PIC X(6).
       01 WS-CTRUNOK PIC 9.
       01 WS-CT-CERTS PIC 9(4).
       01 WS-CT-CHECKED PIC 9(4).
       01 WS-CT-TODAY PIC 9(8).

      *AUDIT TRAIL - SET WS-AU-* THEN PERFORM WRITE-AUDIT. THE FILE
      *NAME IS BUILT PER MONTH; THE WS-AQ-* FIELDS ARE THE INQUIRY'S
      *FILTERS (SPACES/ZERO = DO NOT FILTER ON THAT FIELD) AND ITS
                   STRING "BACKUP GENERATION " WS-BKUPGEN " WRITTEN"
                       DELIMITED BY SIZE INTO WS-BATCHMSG
               END-IF
           ELSE IF WS-BCFUNCTION = "ATRISK"
               PERFORM BATCH-RUN-ATRISK
           ELSE IF WS-BCFUNCTION = "LETTERS"
               PERFORM BATCH-RUN-LETTERS
           ELSE IF WS-BCFUNCTION = "BALANCE"
               PERFORM BATCH-RUN-BALANCE
           ELSE IF WS-BCFUNCTION = "CERTS"
               PERFORM CERT-CORE
               IF WS-CTRUNOK = 0
                   MOVE 8 TO WS-BATCHRC
                   MOVE "CERTS COULD NOT RUN" TO WS-BATCHMSG
               ELSE
                   STRING "CERTIFICATES WRITTEN: " WS-CT-CERTS
                       " OF " WS-CT-CHECKED " CHECKED"
                       DELIMITED BY SIZE INTO WS-BATCHMSG
               END-IF
           ELSE
               MOVE 8 TO WS-BATCHRC
               MOVE "UNKNOWN FUNCTION" TO WS-BATCHMSG
           END-IF.


      *UNATTENDED EARLY-WARNING RUN - THE SCHOOL YEAR/TERM COME FROM
      *THE CONTROL RECORD AND MUST BOTH BE NON-ZERO.
       BATCH-RUN-ATRISK.
           IF WS-BCSCHOOLYEAR NOT NUMERIC OR WS-BCSCHOOLYEAR = 0
                   OR WS-BCTERM NOT NUMERIC OR WS-BCTERM = 0
               MOVE 8 TO WS-BATCHRC
               MOVE "ATRISK - NO SCHOOL YEAR/TERM GIVEN" TO WS-BATCHMSG
           ELSE
               MOVE WS-BCSCHOOLYEAR TO WS-YEARIN
               MOVE WS-BCTERM TO WS-TERMIN
               PERFORM ATRISK-CORE
               IF WS-ARRUNOK = 0
                   MOVE 8 TO WS-BATCHRC
                   MOVE "ATRISK COULD NOT RUN" TO WS-BATCHMSG
               ELSE
                   STRING "STUDENTS FLAGGED: " WS-AR-COUNT
                       " OF " WS-ARACTIVE " ACTIVE"
                       DELIMITED BY SIZE INTO WS-BATCHMSG
               END-IF
           END-IF.


      *UNATTENDED PARENT LETTER RUN - THE SCHOOL YEAR/TERM COME FROM
      *THE CONTROL RECORD AND MUST BOTH BE NON-ZERO.
       BATCH-RUN-LETTERS.
           IF WS-BCSCHOOLYEAR NOT NUMERIC OR WS-BCSCHOOLYEAR = 0
                   OR WS-BCTERM NOT NUMERIC OR WS-BCTERM = 0
               MOVE 8 TO WS-BATCHRC
               MOVE "LETTERS - NO SCHOOL YEAR/TERM GIVEN"
                   TO WS-BATCHMSG
           ELSE
               MOVE WS-BCSCHOOLYEAR TO WS-YEARIN
               MOVE WS-BCTERM TO WS-TERMIN
               MOVE "BATCH" TO WS-ADMINUSERNAME
               PERFORM LETTER-CORE
               IF WS-LTRUNOK = 0
                   MOVE 8 TO WS-BATCHRC
                   MOVE "LETTERS COULD NOT RUN" TO WS-BATCHMSG
               ELSE
                   STRING "LETTERS WRITTEN: " WS-LTLETTERS
                       " NO GUARDIAN ON FILE: " WS-LTNOGRD
                       DELIMITED BY SIZE INTO WS-BATCHMSG
               END-IF
           END-IF.


      *UNATTENDED DAILY BALANCING - RC 4 WHEN ANY MASTER FILE IS OUT
      *OF BALANCE SO THE OPERATOR SEES IT BEFORE THE DAY STARTS.
       BATCH-RUN-BALANCE.
           PERFORM BALANCE-CORE
           IF WS-BARUNOK = 0
               MOVE 8 TO WS-BATCHRC
               MOVE "BALANCE COULD NOT RUN" TO WS-BATCHMSG
           ELSE
               IF WS-BAFIRST = 1
                   MOVE "OPENING BALANCE TAKEN - NO EARLIER CLOSE"
                       TO WS-BATCHMSG
               ELSE
                   IF WS-BAOUT > 0
                       MOVE 4 TO WS-BATCHRC
                   END-IF
                   STRING "FILES OUT OF BALANCE: " WS-BAOUT
                       " - SEE BALANCE.txt"
                       DELIMITED BY SIZE INTO WS-BATCHMSG
               END-IF
           END-IF.


      *APPENDS THE UNATTENDED RUN'S RESULT LINE TO BATCHLOG.txt.
       WRITE-BATCH-LOG.
           ACCEPT WS-SUMMDATE FROM DATE YYYYMMDD

       PARA-MENU.
           MOVE 0 TO QUIT.
           MOVE 0 TO WS-VIEWER.
           DISPLAY WS-BLANK.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
           DISPLAY '*                                    *'.
           DISPLAY '*  => [A]   ADMIN LOGIN              *'.
           DISPLAY '*  => [B]   TEACHER LOGIN            *'.
           DISPLAY '*  => [C]   PRINCIPAL/GUIDANCE LOGIN *'.
           DISPLAY '*  => [ANY] EXIT                     *'.
           DISPLAY '*                                    *'.
           DISPLAY '**************************************'.
              GO TO PARA-ADMIN
           ELSE IF B
              GO TO PARA-TEACHER
           ELSE IF C
              GO TO PARA-VIEWER
           ELSE
               ADD 1 TO QUIT
           END-IF.


       PARA-ADMIN-DASHBOARD.
      *THE AUDIT INQUIRY IS SHARED WITH THE VIEW-ONLY MENU AND ENDS
      *HERE - A VIEW-ONLY SESSION NEVER SEES THE DASHBOARD.
           IF WS-VIEWER = 1
               GO TO MENU-VIEWER
           END-IF
           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
           DISPLAY '*                                    *'.
           DISPLAY '*  => [L]   MASTER FILE BACKUP       *'.
           DISPLAY '*  => [M]   MASTER FILE RESTORE      *'.
           DISPLAY '*  => [N]   AUDIT TRAIL INQUIRY      *'.
           DISPLAY '*  => [O]   AT-RISK EARLY WARNING    *'.
           DISPLAY '*  => [P]   PARENT NOTICE LETTERS    *'.
           DISPLAY '*  => [Q]   GRADING BACKLOG          *'.
           DISPLAY '*  => [R]   MODULE TREND REPORT      *'.
           DISPLAY '*  => [S]   DAILY RUN BALANCING      *'.
           DISPLAY '*  => [T]   VIEW-ONLY USER ACCOUNTS  *'.
           DISPLAY '*  => [U]   CURRICULUM TRACKS        *'.
           DISPLAY '*  => [V]   TRACK CERTIFICATES       *'.
           DISPLAY '*  => [W]   SCHOOL CALENDAR          *'.
           DISPLAY '*  => [X]   OVERDUE REMEDIATION      *'.
           DISPLAY '*  => [ANY] EXIT                     *'.
           DISPLAY '*                                    *'.
           DISPLAY '**************************************'.
              GO TO RESTORE-MASTERS
           ELSE IF N
              GO TO AUDIT-INQUIRY
           ELSE IF O
              GO TO ATRISK-REPORT
           ELSE IF P
              GO TO LETTER-RUN
           ELSE IF Q
              GO TO BACKLOG-ADMIN
           ELSE IF R
              GO TO MODTREND-REPORT
           ELSE IF S
              GO TO BALANCE-RUN
           ELSE IF T
              GO TO MANAGE-VIEWERS
           ELSE IF U
              GO TO MANAGE-TRACKS
           ELSE IF V
              GO TO CERT-RUN
           ELSE IF W
              GO TO MANAGE-CALENDAR
           ELSE IF X
              GO TO REMEDIATION-OVERDUE
           ELSE
              GO TO PARA-MENU
           END-IF.


      *CREATES A NEW MODULE CATALOG ENTRY, OR EDITS THE TITLE/PASSING
      *GRADE OF ONE ALREADY ON FILE. EVERY SET OF RULES IS ALSO FILED
      *AS A VERSION EFFECTIVE FROM A SCHOOL YEAR/TERM, SO A CHANGE
      *NEVER RE-JUDGES WORK FROM THE TERMS BEFORE IT.
       MANAGE-MODULE-CATALOG.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
                   DISPLAY "PREREQUISITE MODULE 3 (0=NONE): "
                       WITH NO ADVANCING
                   ACCEPT F-MODPREREQ3
                   PERFORM ACCEPT-VALID-WEIGHTS
                   DISPLAY "THESE RULES TAKE EFFECT FROM -"
                   MOVE F-MODDUEDATE TO WS-CAL-DATE
                   PERFORM CALENDAR-DEFAULT-TERM
                   PERFORM ACCEPT-VALID-TERM
                   PERFORM CHECK-DUE-DATE-IN-TERM
                   WRITE F-MODULEINFO
                       INVALID KEY
                           DISPLAY "MODULE NUMBER ALREADY EXISTS."
                           MOVE SPACES TO WS-AU-OLDVAL
                           MOVE F-MODTITLE TO WS-AU-NEWVAL
                           PERFORM WRITE-AUDIT
                           MOVE F-MODULEINFO TO WS-MODULEINFO
                           MOVE WS-YEARIN TO WS-VR-YEAR
                           MOVE WS-TERMIN TO WS-VR-TERM
                           PERFORM SAVE-MODULE-VERSION
                   END-WRITE
                   CLOSE FD-MODULE
                   GO TO PARA-ADMIN-DASHBOARD
           DISPLAY '*  CURRENT DUE DATE: ' WS-MODDUEDATE
           DISPLAY '*  CURRENT PREREQUISITES: ' WS-MODPREREQ1
               ' ' WS-MODPREREQ2 ' ' WS-MODPREREQ3
           DISPLAY '*  CURRENT COMPONENT WEIGHTS: QZ ' WS-MODCOMPWT(1)
               ' PT ' WS-MODCOMPWT(2) ' FT ' WS-MODCOMPWT(3)
           PERFORM DISPLAY-MODULE-VERSIONS
           DISPLAY "ENTER NEW TITLE: "WITH NO ADVANCING.
           ACCEPT F-MODTITLE
           DISPLAY "ENTER NEW PASSING GRADE: "WITH NO ADVANCING.
           ACCEPT F-MODPREREQ2
           DISPLAY "PREREQUISITE MODULE 3 (0=NONE): "WITH NO ADVANCING.
           ACCEPT F-MODPREREQ3
           PERFORM ACCEPT-VALID-WEIGHTS
           DISPLAY "THE NEW RULES TAKE EFFECT FROM -"
           MOVE F-MODDUEDATE TO WS-CAL-DATE
           PERFORM CALENDAR-DEFAULT-TERM
           PERFORM ACCEPT-VALID-TERM
           PERFORM CHECK-DUE-DATE-IN-TERM

      *A MODULE CATALOGUED BEFORE VERSIONS WERE KEPT HAS ITS
      *ORIGINAL RULES FILED AS VERSION 0000/0 FIRST, SO WORK FROM
      *THE TERMS BEFORE THIS CHANGE IS STILL JUDGED BY THEM.
           MOVE WS-MODNUMBER TO WS-VR-MODNUM
           MOVE 0 TO WS-VR-YEAR
           MOVE 0 TO WS-VR-TERM
           PERFORM FIND-MODULE-VERSION
           IF WS-VRFOUND = 0
               PERFORM SAVE-MODULE-VERSION
           END-IF
           MOVE WS-MODTITLE TO WS-MV-OLDTITLE
           MOVE F-MODULEINFO TO WS-MODULEINFO
           MOVE WS-YEARIN TO WS-VR-YEAR
           MOVE WS-TERMIN TO WS-VR-TERM
           PERFORM SAVE-MODULE-VERSION

      *MODULE.dat CARRIES THE LATEST VERSION - A CHANGE BACKDATED
      *BEHIND ONE ALREADY FILED FOR A LATER TERM DOES NOT REPLACE
      *THE LATER RULES THERE. THE TITLE IS TAKEN AS KEYED.
           MOVE WS-MODNUMBER TO WS-VR-MODNUM
           MOVE 9999 TO WS-VR-YEAR
           MOVE 9 TO WS-VR-TERM
           PERFORM APPLY-MODULE-VERSION
           MOVE WS-MODULEINFO TO F-MODULEINFO

           MOVE F-MODNUMBER TO WS-AU-ID
           MOVE "EDIT" TO WS-AU-OP
           MOVE "MODCATALOG" TO WS-AU-FIELD
           MOVE WS-MV-OLDTITLE TO WS-AU-OLDVAL
           MOVE F-MODTITLE TO WS-AU-NEWVAL

           REWRITE F-MODULEINFO
           GO TO PARA-ADMIN-DASHBOARD.


      *CREATES A CURRICULUM TRACK, OR RETITLES ONE ALREADY ON FILE
      *AND RE-KEYS ITS LIST OF REQUIRED MODULES.
       MANAGE-TRACKS.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
           DISPLAY '*                                    *'.
           DISPLAY '*          CURRICULUM TRACK          *'.
           DISPLAY '*                                    *'.
           DISPLAY "*  TRACK CODE: "WITH NO ADVANCING.
           ACCEPT F-CRTRACK.
           DISPLAY '*                                    *'.
           DISPLAY '**************************************'.

           OPEN I-O FD-CURRIC
           IF WS-FILESTATUS42 = 35
               OPEN OUTPUT FD-CURRIC
               CLOSE FD-CURRIC
               OPEN I-O FD-CURRIC
           END-IF
           IF WS-FILESTATUS42 NOT = 00
               DISPLAY "CURRICULUM FILE IN USE BY ANOTHER USER - "
                   "TRY AGAIN LATER."
               GO TO PARA-ADMIN-DASHBOARD
           END-IF

           READ FD-CURRIC INTO WS-CURRICINFO
               KEY IS F-CRTRACK
               INVALID KEY
                   DISPLAY "TRACK NOT ON FILE - CREATING NEW ENTRY."
                   DISPLAY "ENTER TRACK TITLE: "WITH NO ADVANCING
                   ACCEPT F-CRTITLE
                   PERFORM ACCEPT-TRACK-MODULES
                   WRITE F-CURRICINFO
                       INVALID KEY
                           DISPLAY "TRACK CODE ALREADY EXISTS."
                       NOT INVALID KEY
                           DISPLAY "TRACK CREATED."
                           MOVE F-CRTRACK TO WS-AU-ID
                           MOVE "CREATE" TO WS-AU-OP
                           MOVE "CURRICULUM" TO WS-AU-FIELD
                           MOVE SPACES TO WS-AU-OLDVAL
                           MOVE F-CRTITLE TO WS-AU-NEWVAL
                           PERFORM WRITE-AUDIT
                   END-WRITE
                   CLOSE FD-CURRIC
                   GO TO PARA-ADMIN-DASHBOARD
           END-READ

           DISPLAY '*  CURRENT TITLE: ' WS-CRTITLE
           DISPLAY '*  CURRENT REQUIRED MODULES:'
           PERFORM VARYING WS-TKIDX FROM 1 BY 1 UNTIL WS-TKIDX > 12
               IF WS-CRMODULE(WS-TKIDX) NOT = 0
                   DISPLAY '*    ' WS-CRMODULE(WS-TKIDX)
               END-IF
           END-PERFORM
           DISPLAY "ENTER NEW TITLE: "WITH NO ADVANCING.
           ACCEPT F-CRTITLE
           PERFORM ACCEPT-TRACK-MODULES

           MOVE F-CRTRACK TO WS-AU-ID
           MOVE "EDIT" TO WS-AU-OP
           MOVE "CURRICULUM" TO WS-AU-FIELD
           MOVE WS-CRTITLE TO WS-AU-OLDVAL
           MOVE F-CRTITLE TO WS-AU-NEWVAL

           REWRITE F-CURRICINFO
               NOT INVALID KEY
                   DISPLAY "TRACK UPDATED."
                   PERFORM WRITE-AUDIT
           END-REWRITE
           CLOSE FD-CURRIC
           GO TO PARA-ADMIN-DASHBOARD.


      *KEYS THE TRACK'S REQUIRED MODULES INTO F-CRMODULE, UP TO 12,
      *ENDED BY A ZERO. EACH MUST BE A CATALOG MODULE NOT ALREADY
      *ON THE LIST.
       ACCEPT-TRACK-MODULES.
           PERFORM VARYING WS-TKIDX FROM 1 BY 1 UNTIL WS-TKIDX > 12
               MOVE 0 TO F-CRMODULE(WS-TKIDX)
           END-PERFORM
           MOVE 0 TO WS-TKIDX
           MOVE 0 TO WS-TK-DONE
           PERFORM WITH TEST BEFORE
                   UNTIL WS-TK-DONE = 1 OR WS-TKIDX >= 12
               COMPUTE WS-TK-SEQ = WS-TKIDX + 1
               DISPLAY "REQUIRED MODULE " WS-TK-SEQ " (0=END OF LIST): "
                   WITH NO ADVANCING
               ACCEPT WS-TK-MODNUM
               IF WS-TK-MODNUM = 0
                   MOVE 1 TO WS-TK-DONE
               ELSE
                   MOVE 0 TO WS-TK-DUP
                   PERFORM VARYING WS-TKIDX2 FROM 1 BY 1
                           UNTIL WS-TKIDX2 > WS-TKIDX
                       IF F-CRMODULE(WS-TKIDX2) = WS-TK-MODNUM
                           MOVE 1 TO WS-TK-DUP
                       END-IF
                   END-PERFORM
                   MOVE WS-TK-MODNUM TO WS-MODMODULENUMB
                   PERFORM LOOKUP-MODULE-CATALOG
                   IF WS-TK-DUP = 1
                       DISPLAY "MODULE ALREADY ON THE LIST."
                   ELSE IF WS-MODTITLE = SPACES
                       DISPLAY "MODULE NOT IN THE CATALOG."
                   ELSE
                       ADD 1 TO WS-TKIDX
                       MOVE WS-TK-MODNUM TO F-CRMODULE(WS-TKIDX)
                       DISPLAY "  " WS-MODTITLE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *SCHOOL CALENDAR UPKEEP FOR ONE SCHOOL YEAR - LISTS THE YEAR'S
      *TERMS AND NON-SCHOOL DAYS, THEN SETS OR REMOVES A TERM'S
      *DATES, OR ADDS OR REMOVES A NON-SCHOOL DAY. EVERY CHANGE IS
      *AUDITED UNDER THE CALENDAR KEY.
       MANAGE-CALENDAR.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
           DISPLAY '*                                    *'.
           DISPLAY '*          SCHOOL CALENDAR           *'.
           DISPLAY '*                                    *'.
           DISPLAY "*  SCHOOL YEAR (YYYY): "WITH NO ADVANCING.
           ACCEPT WS-CAL-SETYEAR.
           DISPLAY '*                                    *'.
           DISPLAY '**************************************'.
           IF WS-CAL-SETYEAR NOT NUMERIC OR WS-CAL-SETYEAR = 0
               DISPLAY "INVALID SCHOOL YEAR."
               GO TO PARA-ADMIN-DASHBOARD
           END-IF

           OPEN I-O FD-CALENDAR
           IF WS-FILESTATUS47 = 35
               OPEN OUTPUT FD-CALENDAR
               CLOSE FD-CALENDAR
               OPEN I-O FD-CALENDAR
           END-IF
           IF WS-FILESTATUS47 NOT = 00
               DISPLAY "CALENDAR FILE IN USE BY ANOTHER USER - "
                   "TRY AGAIN LATER."
               GO TO PARA-ADMIN-DASHBOARD
           END-IF

           PERFORM CALENDAR-LIST-YEAR
           DISPLAY "  [A] SET TERM DATES  [B] ADD NON-SCHOOL DAY"
           DISPLAY "  [C] REMOVE NON-SCHOOL DAY  [ANY] EXIT"
           DISPLAY "  ENTER CHOICE: "WITH NO ADVANCING
           ACCEPT WS-MENU
           IF A
               PERFORM CALENDAR-SET-TERM
           ELSE IF B
               PERFORM CALENDAR-ADD-DAY
           ELSE IF C
               PERFORM CALENDAR-REMOVE-DAY
           END-IF
           END-IF
           END-IF
           CLOSE FD-CALENDAR
           GO TO PARA-ADMIN-DASHBOARD.


      *LISTS THE TERMS AND NON-SCHOOL DAYS ON FILE FOR
      *WS-CAL-SETYEAR (CALENDAR FILE OPEN).
       CALENDAR-LIST-YEAR.
           MOVE WS-CAL-SETYEAR TO F-CLYEAR
           MOVE SPACES TO F-CLTYPE
           MOVE 0 TO F-CLREF
           MOVE "T" TO WS-CALEOF
           START FD-CALENDAR KEY IS NOT LESS THAN F-CLKEY
               INVALID KEY MOVE "F" TO WS-CALEOF
           END-START
           DISPLAY "  SCHOOL YEAR " WS-CAL-SETYEAR ":"
           PERFORM WITH TEST BEFORE UNTIL WS-CALEOF = "F"
               READ FD-CALENDAR NEXT RECORD INTO WS-CALENDARINFO
                   AT END MOVE "F" TO WS-CALEOF
               END-READ
               IF WS-CALEOF NOT = "F"
                   IF WS-CLYEAR NOT = WS-CAL-SETYEAR
                       MOVE "F" TO WS-CALEOF
                   ELSE IF WS-CLTYPE = "T"
                       MOVE WS-CLREF TO WS-CAL-TERM
                       DISPLAY "    TERM " WS-CAL-TERM ": " WS-CLSTART
                           " TO " WS-CLEND
                   ELSE
                       DISPLAY "    NO SCHOOL " WS-CLREF " - "
                           WS-CLDESC
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *SETS THE FIRST AND LAST DAY OF ONE TERM OF WS-CAL-SETYEAR, OR
      *REMOVES THE TERM WHEN THE FIRST DAY IS KEYED AS ZERO. A TERM
      *MAY NOT OVERLAP ANY OTHER TERM ON THE CALENDAR.
       CALENDAR-SET-TERM.
           DISPLAY "ENTER TERM (1-9): "WITH NO ADVANCING
           ACCEPT WS-CAL-SETTERM
           IF WS-CAL-SETTERM NOT NUMERIC OR WS-CAL-SETTERM = 0
               DISPLAY "INVALID TERM - MUST BE 1 TO 9."
           ELSE
               MOVE 0 TO WS-CAL-FOUND
               MOVE WS-CAL-SETYEAR TO F-CLYEAR
               MOVE "T" TO F-CLTYPE
               MOVE WS-CAL-SETTERM TO F-CLREF
               READ FD-CALENDAR INTO WS-CALENDARINFO
                   KEY IS F-CLKEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-CAL-FOUND
               END-READ
               IF WS-CAL-FOUND = 1
                   DISPLAY "CURRENT DATES: " WS-CLSTART " TO " WS-CLEND
               END-IF
               DISPLAY "FIRST DAY OF TERM (YYYYMMDD, 0=REMOVE): "
                   WITH NO ADVANCING
               ACCEPT WS-CAL-NEWSTART
               IF WS-CAL-NEWSTART NOT NUMERIC
                   MOVE 0 TO WS-CAL-NEWSTART
               END-IF
               IF WS-CAL-NEWSTART = 0
                   PERFORM CALENDAR-REMOVE-TERM
               ELSE
                   DISPLAY "LAST DAY OF TERM (YYYYMMDD): "
                       WITH NO ADVANCING
                   ACCEPT WS-CAL-NEWEND
                   PERFORM CALENDAR-SAVE-TERM
               END-IF
           END-IF.


      *REMOVES TERM WS-CAL-SETTERM OF WS-CAL-SETYEAR FROM THE
      *CALENDAR (WS-CAL-FOUND AND WS-CALENDARINFO FROM THE READ).
       CALENDAR-REMOVE-TERM.
           IF WS-CAL-FOUND = 0
               DISPLAY "TERM NOT ON THE CALENDAR."
           ELSE
               MOVE WS-CAL-SETYEAR TO F-CLYEAR
               MOVE "T" TO F-CLTYPE
               MOVE WS-CAL-SETTERM TO F-CLREF
               DELETE FD-CALENDAR RECORD
                   INVALID KEY
                       DISPLAY "TERM COULD NOT BE REMOVED."
                   NOT INVALID KEY
                       DISPLAY "TERM REMOVED."
                       PERFORM CALENDAR-TERM-AUDIT-ID
                       MOVE "DELETE" TO WS-AU-OP
                       MOVE "CALENDAR" TO WS-AU-FIELD
                       MOVE SPACES TO WS-AU-OLDVAL
                       STRING WS-CLSTART "-" WS-CLEND
                           DELIMITED BY SIZE INTO WS-AU-OLDVAL
                       MOVE SPACES TO WS-AU-NEWVAL
                       PERFORM WRITE-AUDIT
               END-DELETE
           END-IF.


      *THE AUDIT ID OF A TERM LINE - YEAR, "T" AND THE TERM NUMBER
      *(THE FULL CALENDAR KEY IS LONGER THAN THE AUDIT ID).
       CALENDAR-TERM-AUDIT-ID.
           MOVE SPACES TO WS-AU-ID
           STRING WS-CAL-SETYEAR "T" WS-CAL-SETTERM
               DELIMITED BY SIZE INTO WS-AU-ID.


      *VALIDATES AND FILES THE NEW DATES WS-CAL-NEWSTART/NEWEND FOR
      *TERM WS-CAL-SETTERM OF WS-CAL-SETYEAR - BOTH REAL DATES, IN
      *ORDER, AND CLEAR OF EVERY OTHER TERM ON THE CALENDAR.
       CALENDAR-SAVE-TERM.
           MOVE 0 TO WS-VALID
           MOVE WS-CAL-NEWSTART TO WS-CAL-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF WS-CAL-DATEOK = 1
               MOVE WS-CAL-NEWEND TO WS-CAL-DATE
               PERFORM CHECK-CALENDAR-DATE
           END-IF
           IF WS-CAL-DATEOK = 0
               DISPLAY "INVALID DATE - TERM NOT CHANGED."
           ELSE IF WS-CAL-NEWEND < WS-CAL-NEWSTART
               DISPLAY "LAST DAY IS BEFORE THE FIRST - "
                   "TERM NOT CHANGED."
           ELSE
               PERFORM CALENDAR-CHECK-CLASH
               IF WS-CAL-CLASH = 1
                   DISPLAY "DATES OVERLAP SY " WS-CLYEAR " TERM "
                       WS-CAL-TERM " - TERM NOT CHANGED."
               ELSE
                   MOVE 1 TO WS-VALID
               END-IF
           END-IF
           END-IF

           IF WS-VALID = 1
               MOVE WS-CAL-SETYEAR TO F-CLYEAR
               MOVE "T" TO F-CLTYPE
               MOVE WS-CAL-SETTERM TO F-CLREF
               MOVE WS-CAL-NEWSTART TO F-CLSTART
               MOVE WS-CAL-NEWEND TO F-CLEND
               MOVE SPACES TO F-CLDESC
               PERFORM CALENDAR-TERM-AUDIT-ID
               MOVE "CALENDAR" TO WS-AU-FIELD
               MOVE SPACES TO WS-AU-NEWVAL
               STRING WS-CAL-NEWSTART "-" WS-CAL-NEWEND
                   DELIMITED BY SIZE INTO WS-AU-NEWVAL
               IF WS-CAL-FOUND = 1
                   MOVE "EDIT" TO WS-AU-OP
                   MOVE SPACES TO WS-AU-OLDVAL
                   STRING WS-CLSTART "-" WS-CLEND
                       DELIMITED BY SIZE INTO WS-AU-OLDVAL
                   REWRITE F-CALENDARINFO
                       INVALID KEY
                           DISPLAY "TERM COULD NOT BE UPDATED."
                       NOT INVALID KEY
                           DISPLAY "TERM DATES UPDATED."
                           PERFORM WRITE-AUDIT
                   END-REWRITE
               ELSE
                   MOVE "CREATE" TO WS-AU-OP
                   MOVE SPACES TO WS-AU-OLDVAL
                   WRITE F-CALENDARINFO
                       INVALID KEY
                           DISPLAY "TERM ALREADY ON THE CALENDAR."
                       NOT INVALID KEY
                           DISPLAY "TERM ADDED TO THE CALENDAR."
                           PERFORM WRITE-AUDIT
                   END-WRITE
               END-IF
           END-IF.


      *SETS WS-CAL-CLASH WHEN ANY TERM ON THE CALENDAR OTHER THAN THE
      *ONE BEING SET SHARES A DAY WITH WS-CAL-NEWSTART/NEWEND. THE
      *CLASHING TERM IS LEFT IN WS-CLYEAR/WS-CAL-TERM. THE READ OF
      *THE TERM BEING SET IS REPEATED AFTERWARDS SO ITS OLD DATES
      *ARE BACK IN WS-CALENDARINFO.
       CALENDAR-CHECK-CLASH.
           MOVE 0 TO WS-CAL-CLASH
           MOVE 0 TO F-CLYEAR
           MOVE SPACES TO F-CLTYPE
           MOVE 0 TO F-CLREF
           MOVE "T" TO WS-CALEOF
           START FD-CALENDAR KEY IS NOT LESS THAN F-CLKEY
               INVALID KEY MOVE "F" TO WS-CALEOF
           END-START
           PERFORM WITH TEST BEFORE
                   UNTIL WS-CALEOF = "F" OR WS-CAL-CLASH = 1
               READ FD-CALENDAR NEXT RECORD INTO WS-CALENDARINFO
                   AT END MOVE "F" TO WS-CALEOF
               END-READ
               IF WS-CALEOF NOT = "F" AND WS-CLTYPE = "T"
                   IF (WS-CLYEAR NOT = WS-CAL-SETYEAR
                           OR WS-CLREF NOT = WS-CAL-SETTERM)
                           AND WS-CLSTART <= WS-CAL-NEWEND
                           AND WS-CLEND >= WS-CAL-NEWSTART
                       MOVE 1 TO WS-CAL-CLASH
                       MOVE WS-CLREF TO WS-CAL-TERM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CAL-FOUND = 1
               MOVE WS-CAL-SETYEAR TO F-CLYEAR
               MOVE "T" TO F-CLTYPE
               MOVE WS-CAL-SETTERM TO F-CLREF
               READ FD-CALENDAR
                   KEY IS F-CLKEY
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CAL-CLASH = 0
                   MOVE F-CALENDARINFO TO WS-CALENDARINFO
               END-IF
           END-IF.


      *FILES A NON-SCHOOL DAY FOR WS-CAL-SETYEAR - A REAL WEEKDAY
      *INSIDE ONE OF THE YEAR'S TERMS - WITH ITS REASON.
       CALENDAR-ADD-DAY.
           DISPLAY "NON-SCHOOL DAY (YYYYMMDD): "WITH NO ADVANCING
           ACCEPT WS-CAL-DATE
           PERFORM CHECK-CALENDAR-DATE
           MOVE 0 TO WS-CAL-FOUND
           IF WS-CAL-DATEOK = 1
               PERFORM CALENDAR-FIND-IN-YEAR
           END-IF
           IF WS-CAL-DATEOK = 0
               DISPLAY "INVALID DATE."
           ELSE IF WS-CAL-WEEKEND = 1
               DISPLAY "WEEKENDS ARE ALWAYS NON-SCHOOL DAYS."
           ELSE IF WS-CAL-FOUND = 0
               DISPLAY "DATE IS NOT INSIDE A TERM OF SY "
                   WS-CAL-SETYEAR "."
           ELSE
               DISPLAY "REASON (E.G. HOLIDAY): "WITH NO ADVANCING
               ACCEPT WS-CAL-WHY
               MOVE WS-CAL-SETYEAR TO F-CLYEAR
               MOVE "H" TO F-CLTYPE
               MOVE WS-CAL-DATE TO F-CLREF
               MOVE 0 TO F-CLSTART
               MOVE 0 TO F-CLEND
               MOVE WS-CAL-WHY TO F-CLDESC
               WRITE F-CALENDARINFO
                   INVALID KEY
                       DISPLAY "DAY ALREADY FILED AS A NON-SCHOOL DAY."
                   NOT INVALID KEY
                       DISPLAY "NON-SCHOOL DAY ADDED."
                       MOVE F-CLREF TO WS-AU-ID
                       MOVE "CREATE" TO WS-AU-OP
                       MOVE "CALENDAR" TO WS-AU-FIELD
                       MOVE SPACES TO WS-AU-OLDVAL
                       MOVE SPACES TO WS-AU-NEWVAL
                       STRING F-CLREF " " F-CLDESC
                           DELIMITED BY SIZE INTO WS-AU-NEWVAL
                       PERFORM WRITE-AUDIT
               END-WRITE
           END-IF
           END-IF
           END-IF.


      *SETS WS-CAL-FOUND WHEN WS-CAL-DATE FALLS INSIDE A TERM OF
      *WS-CAL-SETYEAR (CALENDAR FILE OPEN).
       CALENDAR-FIND-IN-YEAR.
           MOVE 0 TO WS-CAL-FOUND
           MOVE WS-CAL-SETYEAR TO F-CLYEAR
           MOVE "T" TO F-CLTYPE
           MOVE 0 TO F-CLREF
           MOVE "T" TO WS-CALEOF
           START FD-CALENDAR KEY IS NOT LESS THAN F-CLKEY
               INVALID KEY MOVE "F" TO WS-CALEOF
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-CALEOF = "F"
               READ FD-CALENDAR NEXT RECORD INTO WS-CALENDARINFO
                   AT END MOVE "F" TO WS-CALEOF
               END-READ
               IF WS-CALEOF NOT = "F"
                   IF WS-CLYEAR NOT = WS-CAL-SETYEAR
                           OR WS-CLTYPE NOT = "T"
                       MOVE "F" TO WS-CALEOF
                   ELSE IF WS-CAL-DATE >= WS-CLSTART
                           AND WS-CAL-DATE <= WS-CLEND
                       MOVE 1 TO WS-CAL-FOUND
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *TAKES A NON-SCHOOL DAY OF WS-CAL-SETYEAR OFF THE CALENDAR.
       CALENDAR-REMOVE-DAY.
           DISPLAY "NON-SCHOOL DAY (YYYYMMDD): "WITH NO ADVANCING
           ACCEPT WS-CAL-DATE
           MOVE WS-CAL-SETYEAR TO F-CLYEAR
           MOVE "H" TO F-CLTYPE
           MOVE WS-CAL-DATE TO F-CLREF
           READ FD-CALENDAR INTO WS-CALENDARINFO
               KEY IS F-CLKEY
               INVALID KEY
                   DISPLAY "DAY NOT FILED AS A NON-SCHOOL DAY."
               NOT INVALID KEY
                   DELETE FD-CALENDAR RECORD
                       NOT INVALID KEY
                           DISPLAY "NON-SCHOOL DAY REMOVED."
                           MOVE WS-CLREF TO WS-AU-ID
                           MOVE "DELETE" TO WS-AU-OP
                           MOVE "CALENDAR" TO WS-AU-FIELD
                           MOVE SPACES TO WS-AU-OLDVAL
                           STRING WS-CLREF " " WS-CLDESC
                               DELIMITED BY SIZE INTO WS-AU-OLDVAL
                           MOVE SPACES TO WS-AU-NEWVAL
                           PERFORM WRITE-AUDIT
                   END-DELETE
           END-READ.


      *NIGHTLY FILE-INTEGRITY RECONCILIATION - CROSS-CHECKS THE FILES
      *AGAINST EACH OTHER ACROSS ALL SECTIONS AND WRITES ONE
      *EXCEPTIONS.txt LINE PER PROBLEM RECORD, ENDING WITH A
      *CLEAN/NOT-CLEAN VERDICT THE OFFICE CAN CHECK BEFORE THE DAY
      *STARTS. CHECKS: MODHIST ROWS WHOSE STUDENT IS GONE FROM
      *STUDENT.dat (AN INTERRUPTED DELETE CASCADE), MODHIST MODULE
      *NUMBERS MISSING FROM MODULE.dat, BLANK/ZERO KEY FIELDS, AND
      *STUDENTS WHOSE SECTION MATCHES NO TEACHER.
       RUN-RECONCILE.
           PERFORM RECONCILE-CORE
           DISPLAY '       PRESS ANY KEY TO CONTINUE.'
           ACCEPT GETCH
           GO TO PARA-ADMIN-DASHBOARD.


      *THE RECONCILIATION PROPER - PERFORMED BY THE DASHBOARD RUN
      *ABOVE AND BY THE UNATTENDED NIGHTLY RUN, SO IT NEVER STOPS
      *ON AN ACCEPT.
       RECONCILE-CORE.
           MOVE 0 TO WS-EXCCOUNT
           ACCEPT WS-SUMMDATE FROM DATE YYYYMMDD

           OPEN OUTPUT FD-EXCEPT
           MOVE SPACES TO F-EXCEPTLINE
           STRING "FILE RECONCILIATION RUN " WS-SUMMDATE
               DELIMITED BY SIZE INTO F-EXCEPTLINE
           WRITE F-EXCEPTLINE

           PERFORM BUILD-SECTION-TABLE
           IF WS-SECTFULL = 1
               MOVE SPACES TO F-EXCEPTLINE
               STRING "NOTE: SECTION TABLE FULL - STUDENT SECTION "
                   "CHECK SKIPPED"
                   DELIMITED BY SIZE INTO F-EXCEPTLINE
               WRITE F-EXCEPTLINE
           END-IF
           PERFORM RECON-CHECK-MODHIST
           PERFORM RECON-CHECK-STUDENTS

           MOVE SPACES TO F-EXCEPTLINE
           IF WS-EXCCOUNT = 0
               STRING "VERDICT: CLEAN - NO EXCEPTIONS"
                   DELIMITED BY SIZE INTO F-EXCEPTLINE
               DISPLAY "FILES CLEAN - NO EXCEPTIONS."
           ELSE
               STRING "VERDICT: NOT CLEAN - " WS-EXCCOUNT
                   " EXCEPTION(S)"
                   DELIMITED BY SIZE INTO F-EXCEPTLINE
               DISPLAY "FILES NOT CLEAN - " WS-EXCCOUNT
                   " EXCEPTION(S) WRITTEN TO EXCEPTIONS.txt."
           END-IF
           WRITE F-EXCEPTLINE
           CLOSE FD-EXCEPT.


      *SCANS TEACHER.dat ONCE AND KEEPS EVERY ADVISORY SECTION IN
      *WS-SECT-TABLE SO THE STUDENT CHECK DOES NOT RE-READ THE
      *TEACHER FILE PER STUDENT.
       BUILD-SECTION-TABLE.
           MOVE 0 TO WS-SECT-COUNT
           MOVE 0 TO WS-SECTFULL
           MOVE "T" TO WS-EOF3
           OPEN INPUT FD-TEACHER
           IF WS-FILESTATUS NOT = 00
               DISPLAY "TEACHER.dat NOT OPENABLE - SECTION CHECK "
                   "SKIPPED."
           ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF3 = "F"
                   READ FD-TEACHER NEXT RECORD INTO WS-TEACHERINFO
                       AT END MOVE "F" TO WS-EOF3
                   END-READ
                   IF WS-EOF3 NOT = "F"
                       MOVE WS-SECTION TO WS-SECTADD
                       PERFORM BUILD-SECTION-ADD
                       IF WS-SECTION2 NOT = SPACES
                           MOVE WS-SECTION2 TO WS-SECTADD
                           PERFORM BUILD-SECTION-ADD
                       END-IF
                       IF WS-SECTION3 NOT = SPACES
                           MOVE WS-SECTION3 TO WS-SECTADD
                           PERFORM BUILD-SECTION-ADD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FD-TEACHER
           END-IF
      *AN OVERFLOWED TABLE WOULD MAKE GOOD SECTIONS LOOK TEACHERLESS
      *- THE STUDENT SECTION CHECK IS SKIPPED INSTEAD OF REPORTING
      *FALSE EXCEPTIONS, AND THE RUN SAYS SO.
           IF WS-SECTFULL = 1
               DISPLAY "SECTION TABLE FULL - STUDENT SECTION CHECK "
                   "SKIPPED."
           END-IF.


      *ADDS ONE ADVISORY OR EXTRA SECTION TO THE TABLE, NOTING AN
      *OVERFLOW.
       BUILD-SECTION-ADD.
           IF WS-SECT-COUNT < 50
               ADD 1 TO WS-SECT-COUNT
               MOVE WS-SECTADD TO WS-SECT-CODE(WS-SECT-COUNT)
           ELSE
               MOVE 1 TO WS-SECTFULL
           END-IF.


      *WALKS EVERY MODHIST ROW AND CROSS-CHECKS IT AGAINST
      *STUDENT.dat AND MODULE.dat, PLUS BLANK/ZERO KEY FIELDS.
       RECON-CHECK-MODHIST.
           MOVE "T" TO WS-EOF
                       END-REWRITE
                       IF WS-FILESTATUS3 NOT = 00
                           MOVE 2 TO WS-FLAG2
                       ELSE
                           PERFORM APPLY-GRADE-REMEDIATION
                       END-IF
                   END-IF
               END-IF
               MOVE "APPROV" TO WS-AU-OP
               PERFORM WRITE-AUDIT
               DELETE FD-PENDING RECORD
                   NOT INVALID KEY
                       MOVE "DELETE" TO WS-AU-OP
                       MOVE "PENDING" TO WS-AU-FIELD
                       PERFORM WRITE-AUDIT
               END-DELETE
           ELSE
               IF WS-FLAG2 = 0
                   DISPLAY "MODULE RECORD NO LONGER ON FILE - "
                       "REQUEST DROPPED."
                   DELETE FD-PENDING RECORD
                       NOT INVALID KEY
                           MOVE "DELETE" TO WS-AU-OP
                           MOVE "PENDING" TO WS-AU-FIELD
                           PERFORM WRITE-AUDIT
                   END-DELETE
               ELSE
                   DISPLAY "RECORD IN USE BY ANOTHER USER - "
           END-IF.


      *THE APPROVED GRADE NOW ON MODHIST (F-MODHISTINFO) OPENS OR
      *CLOSES A REMEDIATION PLAN LIKE ANY OTHER RECORDED GRADE,
      *JUDGED BY THE CATALOG VERSION IN FORCE FOR THE ROW'S TERM. THE
      *PLAN BELONGS TO THE TEACHER WHO REQUESTED THE CHANGE.
       APPLY-GRADE-REMEDIATION.
           MOVE F-MODHISTINFO TO WS-MODHISTINFO
           PERFORM LOOKUP-MODULE-FOR-ROW
           MOVE WS-MODPASSGRADE TO WS-RM-PASS
           MOVE WS-PENDTEACHER TO WS-RM-TEACHER
           PERFORM REMEDIATION-CHECK-GRADE.


      *QUARTERLY REGISTRAR EXTRACT - WALKS MODHIST.dat, JOINS THE
      *STUDENT NAME FROM STUDENT.dat AND THE MODULE TITLE/PASSING
      *GRADE FROM MODULE.dat, AND WRITES EVERY NOT-YET-SENT


      *JOINS AND WRITES ONE MODHIST ROW (IN WS-MODHISTINFO) IF IT
      *MEETS THE PASSING GRADE OF THE CATALOG VERSION IN FORCE FOR
      *ITS YEAR/TERM, THEN MARKS IT SENT. THE JOIN
      *FILES ARE ALREADY OPEN; A MODULE MISSING FROM THE CATALOG IS
      *SKIPPED (THE RECONCILIATION RUN REPORTS THOSE).
       EXTRACT-ONE-COMPLETION.
                   INVALID KEY CONTINUE
               END-READ
               IF WS-FILESTATUS7 = 00
                   MOVE WS-MODMODULENUMB TO WS-VR-MODNUM
                   MOVE WS-MODSCHOOLYEAR TO WS-VR-YEAR
                   MOVE WS-MODTERM TO WS-VR-TERM
                   PERFORM APPLY-MODULE-VERSION
                   IF WS-MODGRADE >= WS-MODPASSGRADE
                       PERFORM EXTRACT-WRITE-COMPLETION
                   END-IF
               END-IF
           END-IF.

           DISPLAY '*  TERM-END HONOR ROLL / RANKING     *'
           DISPLAY '*                                    *'
           DISPLAY '**************************************'
           PERFORM CALENDAR-DEFAULT-TODAY
           PERFORM ACCEPT-VALID-TERM
           DISPLAY "HONOR ROLL CUTOFF AVERAGE (0=90): "
               WITH NO ADVANCING
                       IF WS-MODSTUDNUMBER = WS-STUDNUMBER
                               AND WS-MODSCHOOLYEAR = WS-YEARIN
                               AND WS-MODTERM = WS-TERMIN
                           PERFORM LOOKUP-MODULE-FOR-ROW
      *POLICY: A LATE SUBMISSION'S GRADE IS CAPPED AT THE PASSING
      *GRADE BEFORE IT GOES INTO THE AVERAGE.
                           MOVE WS-MODGRADE TO WS-EFFGRADE
                                   AND WS-EFFGRADE > WS-MODPASSGRADE
                               MOVE WS-MODPASSGRADE TO WS-EFFGRADE
                           END-IF
                           IF WS-MODSTATUS NOT = "RECEIVED"
                               ADD WS-EFFGRADE TO WS-HR-TOTAL
                               ADD 1 TO WS-HR-CNT
                           END-IF
                       ELSE
                           MOVE "F" TO WS-EOF2
                       END-IF
           WRITE F-HONORLINE.


      *SCHOOL-WIDE AT-RISK EARLY WARNING - FOR THE CHOSEN SCHOOL
      *YEAR/TERM EVERY ACTIVE STUDENT IS SCORED ON UNEXCUSED
      *ABSENCES (ATTEND.dat), LATE SUBMISSIONS, FAILED MODULES (THE
      *LATE-CAP PASS TEST TALLY-STUDENT-MODULES USES) AND CATALOG
      *MODULES PAST THEIR DUE DATE WITH NO MODHIST ROW. EVERY
      *STUDENT WITH ANY SIGNAL AT ITS LIMIT GOES ON AT-RISK.txt,
      *GROUPED BY SECTION WITH THE REASON CODES BEHIND THE FLAG.
       ATRISK-REPORT.
           DISPLAY WS-BLANK
           DISPLAY '**************************************'
           DISPLAY '*                                    *'
           DISPLAY '*    AT-RISK EARLY WARNING REPORT    *'
           DISPLAY '*                                    *'
           DISPLAY '**************************************'
           PERFORM CALENDAR-DEFAULT-TODAY
           PERFORM ACCEPT-VALID-TERM
           PERFORM ATRISK-CORE
           IF WS-ARRUNOK = 0
               DISPLAY "STUDENT DATABASE IS EMPTY."
           ELSE
               DISPLAY WS-BLANK
               DISPLAY WS-AR-COUNT " STUDENT(S) FLAGGED OF "
                   WS-ARACTIVE " ACTIVE - SEE AT-RISK.txt."
           END-IF
           DISPLAY '       PRESS ANY KEY TO CONTINUE.'
           ACCEPT GETCH
           GO TO PARA-ADMIN-DASHBOARD.


      *THE EARLY-WARNING RUN PROPER - PERFORMED BY THE DASHBOARD RUN
      *ABOVE AND BY THE UNATTENDED MORNING RUN, SO IT NEVER STOPS ON
      *AN ACCEPT. THE YEAR/TERM ARE IN WS-YEARIN/WS-TERMIN.
      *WS-ARRUNOK TELLS THE BATCH DRIVER WHETHER THE RUN COULD START.
       ATRISK-CORE.
           MOVE 0 TO WS-ARRUNOK
           MOVE 0 TO WS-AR-COUNT
           MOVE 0 TO WS-ARFULL
           MOVE 0 TO WS-ARACTIVE
           ACCEPT WS-ARTODAY FROM DATE YYYYMMDD

           INITIALIZE WS-MODSUMM-TABLE
           MOVE 0 TO WS-MODSUMM-COUNT
           MOVE WS-YEARIN TO WS-VR-YEAR
           MOVE WS-TERMIN TO WS-VR-TERM
           PERFORM BUILD-MODSUMM-CATALOG

           OPEN INPUT FD-STUDENT
           IF WS-FILESTATUS2 NOT = 00
               CLOSE FD-STUDENT
           ELSE
               MOVE 1 TO WS-ARRUNOK
               OPEN INPUT FD-MODHIST
               IF WS-FILESTATUS3 = 00
                   MOVE 1 TO WS-ARHISTOK
               ELSE
                   MOVE 0 TO WS-ARHISTOK
                   CLOSE FD-MODHIST
               END-IF
               OPEN INPUT FD-ATTEND
               IF WS-FILESTATUS16 = 00
                   MOVE 1 TO WS-ARATTOK
               ELSE
                   MOVE 0 TO WS-ARATTOK
                   CLOSE FD-ATTEND
               END-IF

               MOVE "T" TO WS-EOF
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = "F"
                   READ FD-STUDENT NEXT RECORD INTO WS-STUDINFO
                       AT END MOVE "F" TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = "F"
                       PERFORM CHECK-STUDENT-ACTIVE
                       IF WS-STUDACTIVE = 1
                           ADD 1 TO WS-ARACTIVE
                           PERFORM ATRISK-SCORE-ONE
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-ARATTOK = 1
                   CLOSE FD-ATTEND
               END-IF
               IF WS-ARHISTOK = 1
                   CLOSE FD-MODHIST
               END-IF
               CLOSE FD-STUDENT

               PERFORM ATRISK-SORT
               PERFORM ATRISK-WRITE-REPORT
           END-IF.


      *SCORES THE ONE ACTIVE STUDENT IN WS-STUDINFO AND ADDS A TABLE
      *ROW WHEN ANY SIGNAL REACHES ITS LIMIT. FD-STUDENT IS OPEN;
      *FD-ATTEND AND FD-MODHIST ARE OPEN WHEN WS-ARATTOK/WS-ARHISTOK
      *ARE SET.
       ATRISK-SCORE-ONE.
           MOVE 0 TO WS-AR-UNEXNOW
           MOVE 0 TO WS-AR-LATENOW
           MOVE 0 TO WS-AR-FAILNOW
           MOVE 0 TO WS-AR-MISSNOW
           IF WS-ARATTOK = 1
               PERFORM ATRISK-COUNT-ABSENCES
           END-IF
           IF WS-ARHISTOK = 1
               PERFORM ATRISK-COUNT-MODULES
           END-IF
           PERFORM ATRISK-COUNT-MISSING

           MOVE 0 TO WS-AR-SCORENOW
           MOVE SPACES TO WS-AR-RSNNOW
           MOVE 1 TO WS-AR-RSNPTR
           IF WS-AR-UNEXNOW >= WS-AR-ABSLIMIT
               ADD 1 TO WS-AR-SCORENOW
               STRING "ABS " DELIMITED BY SIZE
                   INTO WS-AR-RSNNOW WITH POINTER WS-AR-RSNPTR
           END-IF
           IF WS-AR-LATENOW >= WS-AR-LATELIMIT
               ADD 1 TO WS-AR-SCORENOW
               STRING "LATE " DELIMITED BY SIZE
                   INTO WS-AR-RSNNOW WITH POINTER WS-AR-RSNPTR
           END-IF
           IF WS-AR-FAILNOW >= WS-AR-FAILLIMIT
               ADD 1 TO WS-AR-SCORENOW
               STRING "FAIL " DELIMITED BY SIZE
                   INTO WS-AR-RSNNOW WITH POINTER WS-AR-RSNPTR
           END-IF
           IF WS-AR-MISSNOW >= WS-AR-MISSLIMIT
               ADD 1 TO WS-AR-SCORENOW
               STRING "MISS " DELIMITED BY SIZE
                   INTO WS-AR-RSNNOW WITH POINTER WS-AR-RSNPTR
           END-IF

           IF WS-AR-SCORENOW > 0
               IF WS-AR-COUNT < 400
                   ADD 1 TO WS-AR-COUNT
                   MOVE WS-STUDSECT TO WS-AR-SECTION(WS-AR-COUNT)
                   MOVE WS-AR-SCORENOW TO WS-AR-SCORE(WS-AR-COUNT)
                   MOVE WS-STUDNUMBER TO WS-AR-STUDNUM(WS-AR-COUNT)
                   MOVE WS-STUDNAME TO WS-AR-NAME(WS-AR-COUNT)
                   MOVE WS-AR-UNEXNOW TO WS-AR-UNEX(WS-AR-COUNT)
                   MOVE WS-AR-LATENOW TO WS-AR-LATE(WS-AR-COUNT)
                   MOVE WS-AR-FAILNOW TO WS-AR-FAIL(WS-AR-COUNT)
                   MOVE WS-AR-MISSNOW TO WS-AR-MISS(WS-AR-COUNT)
                   MOVE WS-AR-RSNNOW TO WS-AR-REASONS(WS-AR-COUNT)
               ELSE
                   MOVE 1 TO WS-ARFULL
               END-IF
           END-IF.


      *COUNTS THE STUDENT'S UNEXCUSED (A) MARKS RECORDED UNDER THE
      *CHOSEN SCHOOL YEAR/TERM - A KEYED WALK OF THIS STUDENT'S
      *ATTEND.dat ROWS ONLY.
       ATRISK-COUNT-ABSENCES.
           MOVE WS-STUDNUMBER TO F-ATTSTUDNUMBER
           MOVE ZEROES TO F-ATTDATE
           MOVE "T" TO WS-EOF2
           START FD-ATTEND KEY IS NOT LESS THAN F-ATTKEY
               INVALID KEY MOVE "F" TO WS-EOF2
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-EOF2 = "F"
               READ FD-ATTEND NEXT RECORD
                   AT END MOVE "F" TO WS-EOF2
               END-READ
               IF WS-EOF2 NOT = "F"
                   IF F-ATTSTUDNUMBER = WS-STUDNUMBER
                       IF F-ATTCODE = "A"
                               AND F-ATTSCHOOLYEAR = WS-YEARIN
                               AND F-ATTTERM = WS-TERMIN
                           ADD 1 TO WS-AR-UNEXNOW
                       END-IF
                   ELSE
                       MOVE "F" TO WS-EOF2
                   END-IF
               END-IF
           END-PERFORM.


      *COUNTS THE STUDENT'S LATE AND FAILED MODULES FOR THE CHOSEN
      *YEAR/TERM. POLICY: A LATE SUBMISSION'S GRADE IS CAPPED AT THE
      *PASSING GRADE BEFORE THE PASS/FAIL COMPARISON. AN EXCUSED ROW
      *CARRIES NO GRADE AND IS NOT A FAIL.
       ATRISK-COUNT-MODULES.
           MOVE WS-STUDNUMBER TO F-MODSTUDNUMBER
           MOVE WS-YEARIN TO F-MODSCHOOLYEAR
           MOVE WS-TERMIN TO F-MODTERM
           MOVE ZEROES TO F-MODMODULENUMB
           MOVE "T" TO WS-EOF2
           START FD-MODHIST KEY IS NOT LESS THAN F-MODHISTKEY
               INVALID KEY MOVE "F" TO WS-EOF2
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-EOF2 = "F"
               READ FD-MODHIST NEXT RECORD INTO WS-MODHISTINFO
                   AT END MOVE "F" TO WS-EOF2
               END-READ
               IF WS-EOF2 NOT = "F"
                   IF WS-MODSTUDNUMBER = WS-STUDNUMBER
                           AND WS-MODSCHOOLYEAR = WS-YEARIN
                           AND WS-MODTERM = WS-TERMIN
                       MOVE 75 TO WS-AR-PASSNOW
                       PERFORM VARYING WS-MSIDX FROM 1 BY 1
                               UNTIL WS-MSIDX > WS-MODSUMM-COUNT
                           IF WS-MS-MODNUMB(WS-MSIDX)
                                   = WS-MODMODULENUMB
                               MOVE WS-MS-PASSGRADE(WS-MSIDX)
                                   TO WS-AR-PASSNOW
                           END-IF
                       END-PERFORM
                       MOVE WS-MODGRADE TO WS-EFFGRADE
                       IF WS-MODLATEFLAG = "Y"
                           ADD 1 TO WS-AR-LATENOW
                           IF WS-EFFGRADE > WS-AR-PASSNOW
                               MOVE WS-AR-PASSNOW TO WS-EFFGRADE
                           END-IF
                       END-IF
                       IF WS-MODSTATUS NOT = "EXCUSED"
                               AND WS-MODSTATUS NOT = "RECEIVED"
                               AND WS-EFFGRADE < WS-AR-PASSNOW
                           ADD 1 TO WS-AR-FAILNOW
                       END-IF
                   ELSE
                       MOVE "F" TO WS-EOF2
                   END-IF
               END-IF
           END-PERFORM.


      *COUNTS CATALOG MODULES WHOSE DUE DATE HAS PASSED WITH NO
      *MODHIST ROW FOR THE STUDENT IN THE CHOSEN YEAR/TERM. A ZERO
      *DUE DATE MEANS NO DEADLINE AND NEVER COUNTS.
       ATRISK-COUNT-MISSING.
           PERFORM VARYING WS-MSIDX FROM 1 BY 1
                   UNTIL WS-MSIDX > WS-MODSUMM-COUNT
               IF WS-MS-DUEDATE(WS-MSIDX) NOT = 0
                       AND WS-MS-DUEDATE(WS-MSIDX) < WS-ARTODAY
                   IF WS-ARHISTOK = 1
                       MOVE WS-STUDNUMBER TO F-MODSTUDNUMBER
                       MOVE WS-YEARIN TO F-MODSCHOOLYEAR
                       MOVE WS-TERMIN TO F-MODTERM
                       MOVE WS-MS-MODNUMB(WS-MSIDX) TO F-MODMODULENUMB
                       READ FD-MODHIST
                           KEY IS F-MODHISTKEY
                           INVALID KEY ADD 1 TO WS-AR-MISSNOW
                       END-READ
                   ELSE
                       ADD 1 TO WS-AR-MISSNOW
                   END-IF
               END-IF
           END-PERFORM.


      *ORDERS THE FLAGGED TABLE BY SECTION, THEN SCORE HIGH TO LOW -
      *A STRAIGHT EXCHANGE SORT, THE TABLE IS SMALL.
       ATRISK-SORT.
           IF WS-AR-COUNT > 1
               PERFORM VARYING WS-ARIDX FROM 1 BY 1
                       UNTIL WS-ARIDX >= WS-AR-COUNT
                   COMPUTE WS-ARLIMIT = WS-AR-COUNT - WS-ARIDX
                   PERFORM VARYING WS-ARIDX2 FROM 1 BY 1
                           UNTIL WS-ARIDX2 > WS-ARLIMIT
                       IF WS-AR-SECTION(WS-ARIDX2)
                               > WS-AR-SECTION(WS-ARIDX2 + 1)
                           OR (WS-AR-SECTION(WS-ARIDX2)
                               = WS-AR-SECTION(WS-ARIDX2 + 1)
                               AND WS-AR-SCORE(WS-ARIDX2)
                               < WS-AR-SCORE(WS-ARIDX2 + 1))
                           MOVE WS-AR-ENTRY(WS-ARIDX2) TO WS-AR-SWAP
                           MOVE WS-AR-ENTRY(WS-ARIDX2 + 1)
                               TO WS-AR-ENTRY(WS-ARIDX2)
                           MOVE WS-AR-SWAP
                               TO WS-AR-ENTRY(WS-ARIDX2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.


      *WRITES AT-RISK.txt FROM THE SORTED TABLE - A HEADER WITH THE
      *LIMITS IN FORCE, ONE BLOCK PER SECTION AND A TRAILER COUNT.
       ATRISK-WRITE-REPORT.
           OPEN OUTPUT FD-ATRISK
           MOVE SPACES TO F-ATRISKLINE
           STRING "AT-RISK EARLY WARNING  SY " WS-YEARIN
               " T" WS-TERMIN "  RUN " WS-ARTODAY
               DELIMITED BY SIZE INTO F-ATRISKLINE
           WRITE F-ATRISKLINE
           MOVE SPACES TO F-ATRISKLINE
           STRING "REASONS: ABS=UNEXCUSED ABSENCES >= " WS-AR-ABSLIMIT
               "  LATE=LATE SUBMISSIONS >= " WS-AR-LATELIMIT
               DELIMITED BY SIZE INTO F-ATRISKLINE
           WRITE F-ATRISKLINE
           MOVE SPACES TO F-ATRISKLINE
           STRING "         FAIL=FAILED MODULES >= " WS-AR-FAILLIMIT
               "  MISS=OVERDUE MISSING >= " WS-AR-MISSLIMIT
               DELIMITED BY SIZE INTO F-ATRISKLINE
           WRITE F-ATRISKLINE
           IF WS-ARFULL = 1
               MOVE SPACES TO F-ATRISKLINE
               STRING "NOTE: WARNING TABLE FULL - SOME STUDENTS "
                   "OMITTED"
                   DELIMITED BY SIZE INTO F-ATRISKLINE
               WRITE F-ATRISKLINE
           END-IF

           MOVE SPACES TO WS-AR-CURSECT
           PERFORM VARYING WS-ARIDX FROM 1 BY 1
                   UNTIL WS-ARIDX > WS-AR-COUNT
               IF WS-ARIDX = 1
                       OR WS-AR-SECTION(WS-ARIDX) NOT = WS-AR-CURSECT
                   MOVE WS-AR-SECTION(WS-ARIDX) TO WS-AR-CURSECT
                   MOVE SPACES TO F-ATRISKLINE
                   WRITE F-ATRISKLINE
                   MOVE SPACES TO F-ATRISKLINE
                   STRING "SECTION: " WS-AR-CURSECT
                       DELIMITED BY SIZE INTO F-ATRISKLINE
                   WRITE F-ATRISKLINE
               END-IF
               MOVE SPACES TO F-ATRISKLINE
               STRING "  " WS-AR-STUDNUM(WS-ARIDX)
                   " " WS-AR-NAME(WS-ARIDX)
                   " ABS:" WS-AR-UNEX(WS-ARIDX)
                   " LATE:" WS-AR-LATE(WS-ARIDX)
                   " FAIL:" WS-AR-FAIL(WS-ARIDX)
                   " MISS:" WS-AR-MISS(WS-ARIDX)
                   "  ** " WS-AR-REASONS(WS-ARIDX)
                   DELIMITED BY SIZE INTO F-ATRISKLINE
               WRITE F-ATRISKLINE
           END-PERFORM

           MOVE SPACES TO F-ATRISKLINE
           WRITE F-ATRISKLINE
           MOVE SPACES TO F-ATRISKLINE
           IF WS-AR-COUNT = 0
               STRING "(NO STUDENTS FLAGGED - " WS-ARACTIVE
                   " ACTIVE STUDENT(S) CHECKED)"
                   DELIMITED BY SIZE INTO F-ATRISKLINE
           ELSE
               STRING "STUDENTS FLAGGED: " WS-AR-COUNT
                   " OF " WS-ARACTIVE " ACTIVE"
                   DELIMITED BY SIZE INTO F-ATRISKLINE
           END-IF
           WRITE F-ATRISKLINE
           CLOSE FD-ATRISK.


      *PARENT NOTIFICATION LETTERS - FOR THE CHOSEN SCHOOL YEAR/TERM
      *EVERY ACTIVE STUDENT IS CHECKED FOR THREE KINDS OF NOTICE:
      *UNEXCUSED ABSENCES AT THE GUIDANCE THRESHOLD, FAILED MODULES
      *(LATE CAP APPLIED) AND PREREQUISITE WAIVERS. ITEMS ALREADY
      *IN NOTICE.dat ARE SKIPPED; THE REST GO ON ONE LETTER PER
      *STUDENT IN LETTERS.txt AND ARE THEN RECORDED AS SENT.
       LETTER-RUN.
           DISPLAY WS-BLANK
           DISPLAY '**************************************'
           DISPLAY '*                                    *'
           DISPLAY '*     PARENT NOTIFICATION LETTERS    *'
           DISPLAY '*                                    *'
           DISPLAY '**************************************'
           PERFORM CALENDAR-DEFAULT-TODAY
           PERFORM ACCEPT-VALID-TERM
           PERFORM LETTER-CORE
           IF WS-LTRUNOK = 0
               DISPLAY "LETTER RUN COULD NOT START - STUDENT OR "
                   "NOTICE FILE NOT AVAILABLE."
           ELSE
               DISPLAY WS-BLANK
               DISPLAY WS-LTLETTERS " LETTER(S) WRITTEN TO LETTERS.txt"
               IF WS-LTNOGRD > 0
                   DISPLAY WS-LTNOGRD " STUDENT(S) WITH NOTICES BUT NO "
                       "GUARDIAN ON FILE - LISTED AT THE END."
               END-IF
           END-IF
           DISPLAY '       PRESS ANY KEY TO CONTINUE.'
           ACCEPT GETCH
           GO TO PARA-ADMIN-DASHBOARD.


      *THE LETTER RUN PROPER - PERFORMED BY THE DASHBOARD RUN ABOVE
      *AND BY THE UNATTENDED RUN, SO IT NEVER STOPS ON AN ACCEPT.
      *THE YEAR/TERM ARE IN WS-YEARIN/WS-TERMIN. A STUDENT WITH NO
      *GUARDIAN ON FILE GETS NO LETTER AND NOTHING IS MARKED SENT,
      *SO THE NOTICE GOES OUT ONCE THE CONTACT IS KEYED.
       LETTER-CORE.
           MOVE 0 TO WS-LTRUNOK
           MOVE 0 TO WS-LTLETTERS
           MOVE 0 TO WS-LTNOGRD
           ACCEPT WS-LTTODAY FROM DATE YYYYMMDD

           OPEN I-O FD-NOTICE
           IF WS-FILESTATUS34 = 35
               OPEN OUTPUT FD-NOTICE
               CLOSE FD-NOTICE
               OPEN I-O FD-NOTICE
           END-IF
           IF WS-FILESTATUS34 NOT = 00
               CLOSE FD-NOTICE
           ELSE
               OPEN INPUT FD-STUDENT
               IF WS-FILESTATUS2 NOT = 00
                   CLOSE FD-STUDENT
                   CLOSE FD-NOTICE
               ELSE
                   MOVE 1 TO WS-LTRUNOK
                   PERFORM LETTER-RUN-STUDENTS
                   CLOSE FD-STUDENT
                   CLOSE FD-NOTICE
               END-IF
           END-IF.


      *OPENS THE FILES THE RUN READS, WALKS EVERY ACTIVE STUDENT AND
      *WRITES LETTERS.txt. FD-STUDENT AND FD-NOTICE ARE ALREADY OPEN.
       LETTER-RUN-STUDENTS.
           OPEN INPUT FD-ATTEND
           IF WS-FILESTATUS16 = 00
               MOVE 1 TO WS-ARATTOK
           ELSE
               MOVE 0 TO WS-ARATTOK
               CLOSE FD-ATTEND
           END-IF
           OPEN INPUT FD-MODHIST
           IF WS-FILESTATUS3 = 00
               MOVE 1 TO WS-ARHISTOK
           ELSE
               MOVE 0 TO WS-ARHISTOK
               CLOSE FD-MODHIST
           END-IF
           OPEN INPUT FD-WAIVER
           IF WS-FILESTATUS33 = 00
               MOVE 1 TO WS-LTWVOK
           ELSE
               MOVE 0 TO WS-LTWVOK
               CLOSE FD-WAIVER
           END-IF
           OPEN INPUT FD-GUARDIAN
           IF WS-FILESTATUS32 = 00
               MOVE 1 TO WS-LTGRDOK
           ELSE
               MOVE 0 TO WS-LTGRDOK
               CLOSE FD-GUARDIAN
           END-IF

           OPEN OUTPUT FD-LETTERS
           MOVE "T" TO WS-EOF
           PERFORM WITH TEST BEFORE UNTIL WS-EOF = "F"
               READ FD-STUDENT NEXT RECORD INTO WS-STUDINFO
                   AT END MOVE "F" TO WS-EOF
               END-READ
               IF WS-EOF NOT = "F"
                   PERFORM CHECK-STUDENT-ACTIVE
                   IF WS-STUDACTIVE = 1
                       PERFORM LETTER-ONE-STUDENT
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO F-LETTERLINE
           STRING "END OF LETTER RUN " WS-LTTODAY
               "  SY " WS-YEARIN " T" WS-TERMIN
               "  LETTERS: " WS-LTLETTERS
               "  NO GUARDIAN ON FILE: " WS-LTNOGRD
               DELIMITED BY SIZE INTO F-LETTERLINE
           WRITE F-LETTERLINE
           CLOSE FD-LETTERS

           IF WS-ARATTOK = 1
               CLOSE FD-ATTEND
           END-IF
           IF WS-ARHISTOK = 1
               CLOSE FD-MODHIST
           END-IF
           IF WS-LTWVOK = 1
               CLOSE FD-WAIVER
           END-IF
           IF WS-LTGRDOK = 1
               CLOSE FD-GUARDIAN
           END-IF.


      *GATHERS THE UNSENT NOTICE ITEMS FOR THE ONE STUDENT IN
      *WS-STUDINFO AND, WHEN THERE ARE ANY AND A GUARDIAN IS ON
      *FILE, PRINTS THE LETTER AND RECORDS EVERY ITEM AS SENT.
       LETTER-ONE-STUDENT.
           MOVE 0 TO WS-LT-COUNT
           MOVE 0 TO WS-LTFULL

           IF WS-ARATTOK = 1
               MOVE 0 TO WS-AR-UNEXNOW
               PERFORM ATRISK-COUNT-ABSENCES
               IF WS-AR-UNEXNOW >= WS-AR-ABSLIMIT
                   MOVE "ABS" TO WS-LTTYPE
                   MOVE SPACES TO WS-LTREF
                   STRING WS-YEARIN WS-TERMIN
                       DELIMITED BY SIZE INTO WS-LTREF
                   MOVE SPACES TO WS-LTTEXT
                   STRING "- " WS-AR-UNEXNOW
                       " UNEXCUSED ABSENCE(S) IN SCHOOL YEAR "
                       WS-YEARIN " TERM " WS-TERMIN
                       DELIMITED BY SIZE INTO WS-LTTEXT
                   PERFORM LETTER-ADD-ITEM
               END-IF
           END-IF
           IF WS-ARHISTOK = 1
               PERFORM LETTER-GATHER-FAILS
           END-IF
           IF WS-LTWVOK = 1
               PERFORM LETTER-GATHER-WAIVERS
           END-IF

           IF WS-LT-COUNT > 0
               MOVE 0 TO WS-LTGRDFOUND
               IF WS-LTGRDOK = 1
                   MOVE WS-STUDNUMBER TO F-GRDSTUDNUMBER
                   READ FD-GUARDIAN INTO WS-GUARDIANINFO
                       KEY IS F-GRDSTUDNUMBER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 1 TO WS-LTGRDFOUND
                   END-READ
               END-IF
               IF WS-LTGRDFOUND = 1
                   PERFORM LETTER-WRITE-ONE
                   PERFORM LETTER-MARK-SENT
               ELSE
                   ADD 1 TO WS-LTNOGRD
                   MOVE SPACES TO F-LETTERLINE
                   STRING "*** NO GUARDIAN ON FILE - NOT MAILED: "
                       WS-STUDNUMBER " " WS-STUDNAME
                       " SECTION " WS-STUDSECT
                       " (" WS-LT-COUNT " NOTICE ITEM(S) HELD)"
                       DELIMITED BY SIZE INTO F-LETTERLINE
                   WRITE F-LETTERLINE
                   MOVE SPACES TO F-LETTERLINE
                   WRITE F-LETTERLINE
               END-IF
           END-IF.


      *ADDS THE ITEM IN WS-LTTYPE/WS-LTREF/WS-LTTEXT TO THE LETTER
      *UNLESS NOTICE.dat SHOWS IT WAS ALREADY SENT.
       LETTER-ADD-ITEM.
           MOVE WS-STUDNUMBER TO F-NTSTUDNUMBER
           MOVE WS-LTTYPE TO F-NTTYPE
           MOVE WS-LTREF TO F-NTREF
           READ FD-NOTICE
               KEY IS F-NTKEY
               INVALID KEY
                   IF WS-LT-COUNT < 20
                       ADD 1 TO WS-LT-COUNT
                       MOVE WS-LTTYPE TO WS-LT-TYPE(WS-LT-COUNT)
                       MOVE WS-LTREF TO WS-LT-REF(WS-LT-COUNT)
                       MOVE WS-LTTEXT TO WS-LT-TEXT(WS-LT-COUNT)
                   ELSE
                       MOVE 1 TO WS-LTFULL
                   END-IF
           END-READ.


      *ONE ITEM PER MODULE THE STUDENT FAILED IN THE CHOSEN
      *YEAR/TERM - THE SAME LATE-CAP PASS TEST THE TALLIES USE. AN
      *EXCUSED ROW CARRIES NO GRADE AND IS NOT A FAIL.
       LETTER-GATHER-FAILS.
           MOVE WS-STUDNUMBER TO F-MODSTUDNUMBER
           MOVE WS-YEARIN TO F-MODSCHOOLYEAR
           MOVE WS-TERMIN TO F-MODTERM
           MOVE ZEROES TO F-MODMODULENUMB
           MOVE "T" TO WS-EOF2
           START FD-MODHIST KEY IS NOT LESS THAN F-MODHISTKEY
               INVALID KEY MOVE "F" TO WS-EOF2
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-EOF2 = "F"
               READ FD-MODHIST NEXT RECORD INTO WS-MODHISTINFO
                   AT END MOVE "F" TO WS-EOF2
               END-READ
               IF WS-EOF2 NOT = "F"
                   IF WS-MODSTUDNUMBER = WS-STUDNUMBER
                           AND WS-MODSCHOOLYEAR = WS-YEARIN
                           AND WS-MODTERM = WS-TERMIN
                       PERFORM LOOKUP-MODULE-FOR-ROW
                       MOVE WS-MODGRADE TO WS-EFFGRADE
                       IF WS-MODLATEFLAG = "Y"
                               AND WS-EFFGRADE > WS-MODPASSGRADE
                           MOVE WS-MODPASSGRADE TO WS-EFFGRADE
                       END-IF
                       IF WS-MODSTATUS NOT = "EXCUSED"
                               AND WS-MODSTATUS NOT = "RECEIVED"
                               AND WS-EFFGRADE < WS-MODPASSGRADE
                           MOVE "FAIL" TO WS-LTTYPE
                           MOVE SPACES TO WS-LTREF
                           STRING WS-MODSCHOOLYEAR WS-MODTERM
                               WS-MODMODULENUMB
                               DELIMITED BY SIZE INTO WS-LTREF
                           MOVE SPACES TO WS-LTTEXT
                           STRING "- MODULE " WS-MODMODULENUMB
                               " " WS-MODTITLE
                               " NOT PASSED (GRADE " WS-EFFGRADE
                               ", PASSING " WS-MODPASSGRADE ")"
                               DELIMITED BY SIZE INTO WS-LTTEXT
                           PERFORM LETTER-ADD-ITEM
                       END-IF
                   ELSE
                       MOVE "F" TO WS-EOF2
                   END-IF
               END-IF
           END-PERFORM.


      *ONE ITEM PER PREREQUISITE WAIVER ON FILE FOR THE STUDENT -
      *WAIVERS ARE REPORTED WHENEVER THEY WERE GRANTED, NOT ONLY IN
      *THE CHOSEN TERM, SO NONE IS MISSED BETWEEN RUNS.
       LETTER-GATHER-WAIVERS.
           MOVE WS-STUDNUMBER TO F-WVSTUDNUMBER
           MOVE ZEROES TO F-WVMODNUMBER
           MOVE ZEROES TO F-WVDATE
           MOVE "T" TO WS-EOF2
           START FD-WAIVER KEY IS NOT LESS THAN F-WVKEY
               INVALID KEY MOVE "F" TO WS-EOF2
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-EOF2 = "F"
               READ FD-WAIVER NEXT RECORD
                   AT END MOVE "F" TO WS-EOF2
               END-READ
               IF WS-EOF2 NOT = "F"
                   IF F-WVSTUDNUMBER = WS-STUDNUMBER
                       MOVE "WAIV" TO WS-LTTYPE
                       MOVE SPACES TO WS-LTREF
                       STRING F-WVMODNUMBER F-WVDATE
                           DELIMITED BY SIZE INTO WS-LTREF
                       MOVE F-WVMODNUMBER TO WS-MODMODULENUMB
                       PERFORM LOOKUP-MODULE-CATALOG
                       MOVE SPACES TO WS-LTTEXT
                       STRING "- PREREQUISITE WAIVED ON " F-WVDATE
                           " FOR MODULE " F-WVMODNUMBER
                           " " WS-MODTITLE
                           DELIMITED BY SIZE INTO WS-LTTEXT
                       PERFORM LETTER-ADD-ITEM
                   ELSE
                       MOVE "F" TO WS-EOF2
                   END-IF
               END-IF
           END-PERFORM.


      *PRINTS ONE LETTER - MAILING BLOCK FROM THE GUARDIAN RECORD IN
      *WS-GUARDIANINFO, THE GATHERED ITEMS AND THE SIGNATURE BLOCK.
       LETTER-WRITE-ONE.
           ADD 1 TO WS-LTLETTERS
           MOVE SPACES TO F-LETTERLINE
           STRING "NOTICE TO PARENT/GUARDIAN" "                    "
               "DATE: " WS-LTTODAY
               DELIMITED BY SIZE INTO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE SPACES TO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE SPACES TO F-LETTERLINE
           MOVE WS-GRDNAME TO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE SPACES TO F-LETTERLINE
           MOVE WS-GRDADDR1 TO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE SPACES TO F-LETTERLINE
           MOVE WS-GRDADDR2 TO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE SPACES TO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE SPACES TO F-LETTERLINE
           STRING "RE: " WS-STUDNAME " (STUDENT " WS-STUDNUMBER
               ")  SECTION " WS-STUDSECT
               DELIMITED BY SIZE INTO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE SPACES TO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE SPACES TO F-LETTERLINE
           STRING "DEAR " WS-GRDNAME
               DELIMITED BY "  " INTO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE SPACES TO F-LETTERLINE
           STRING "AS THE STUDENT'S " WS-GRDRELATION
               " WE WISH TO INFORM YOU OF THE FOLLOWING:"
               DELIMITED BY SIZE INTO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE SPACES TO F-LETTERLINE
           WRITE F-LETTERLINE
           PERFORM VARYING WS-LTIDX FROM 1 BY 1
                   UNTIL WS-LTIDX > WS-LT-COUNT
               MOVE SPACES TO F-LETTERLINE
               STRING "  " WS-LT-TEXT(WS-LTIDX)
                   DELIMITED BY SIZE INTO F-LETTERLINE
               WRITE F-LETTERLINE
           END-PERFORM
           IF WS-LTFULL = 1
               MOVE SPACES TO F-LETTERLINE
               STRING "  - FURTHER ITEMS WILL FOLLOW IN A SEPARATE "
                   "NOTICE."
                   DELIMITED BY SIZE INTO F-LETTERLINE
               WRITE F-LETTERLINE
           END-IF
           MOVE SPACES TO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE SPACES TO F-LETTERLINE
           STRING "PLEASE CONTACT YOUR CHILD'S ADVISER IF YOU WISH TO "
               "DISCUSS THIS NOTICE."
               DELIMITED BY SIZE INTO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE SPACES TO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE SPACES TO F-LETTERLINE
           STRING "  _______________________________"
               DELIMITED BY SIZE INTO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE SPACES TO F-LETTERLINE
           STRING "            PRINCIPAL"
               DELIMITED BY SIZE INTO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE ALL "=" TO F-LETTERLINE
           WRITE F-LETTERLINE
           MOVE SPACES TO F-LETTERLINE
           WRITE F-LETTERLINE.


      *RECORDS EVERY ITEM JUST PRINTED IN NOTICE.dat AND WRITES ONE
      *AUDIT LINE FOR THE LETTER UNDER THE STUDENT NUMBER.
       LETTER-MARK-SENT.
           PERFORM VARYING WS-LTIDX FROM 1 BY 1
                   UNTIL WS-LTIDX > WS-LT-COUNT
               MOVE WS-STUDNUMBER TO F-NTSTUDNUMBER
               MOVE WS-LT-TYPE(WS-LTIDX) TO F-NTTYPE
               MOVE WS-LT-REF(WS-LTIDX) TO F-NTREF
               MOVE WS-LTTODAY TO F-NTSENTDATE
               WRITE F-NOTICEINFO
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM
           MOVE WS-STUDNUMBER TO WS-AU-ID
           MOVE "NOTICE" TO WS-AU-OP
           MOVE "LETTER" TO WS-AU-FIELD
           MOVE WS-ADMINUSERNAME TO WS-AU-OLDVAL
           MOVE SPACES TO WS-AU-NEWVAL
           STRING WS-LT-COUNT " ITEM(S)"
               DELIMITED BY SIZE INTO WS-AU-NEWVAL
           PERFORM WRITE-AUDIT.


      *GRADING BACKLOG FOR THE LOGGED-IN TEACHER - EVERY SUBMISSION
      *RECEIVED AND NOT YET GRADED IN THE CHOSEN WORK SECTION(S),
      *OLDEST FIRST, WITH AGING BUCKETS OF 0-3, 4-7, 8-14 AND OVER
      *14 DAYS SINCE THE WORK CAME IN.
       BACKLOG-TEACHER.
           DISPLAY WS-BLANK
           DISPLAY '**************************************'
           DISPLAY '*                                    *'
           DISPLAY '*          GRADING BACKLOG           *'
           DISPLAY '*                                    *'
           DISPLAY '**************************************'
           PERFORM ASK-WORK-SECTION
           MOVE "T" TO WS-BLMODE
           PERFORM BACKLOG-CORE
           IF WS-BLRUNOK = 0
               DISPLAY "MODULE DATABASE IS EMPTY - NO BACKLOG."
           ELSE
               PERFORM BACKLOG-WRITE-REPORT
               DISPLAY WS-BLANK
               DISPLAY WS-BL-RUNCNT " UNGRADED SUBMISSION(S) - "
                   "SEE BACKLOG.txt"
           END-IF
           DISPLAY '       PRESS ANY KEY TO CONTINUE.'
           ACCEPT GETCH
           GO TO MENU-TEACHER.


      *SCHOOL-WIDE GRADING BACKLOG - THE SAME REPORT FOR EVERY
      *TEACHER ON FILE, SECTION BY SECTION, WITH ANY UNGRADED WORK IN
      *A SECTION NO TEACHER HOLDS LISTED AT THE END.
       BACKLOG-ADMIN.
           DISPLAY WS-BLANK
           DISPLAY '**************************************'
           DISPLAY '*                                    *'
           DISPLAY '*          GRADING BACKLOG           *'
           DISPLAY '*                                    *'
           DISPLAY '**************************************'
           MOVE "A" TO WS-BLMODE
           PERFORM BACKLOG-CORE
           IF WS-BLRUNOK = 0
               DISPLAY "MODULE DATABASE IS EMPTY - NO BACKLOG."
           ELSE
               PERFORM BACKLOG-WRITE-REPORT
               DISPLAY WS-BLANK
               DISPLAY WS-BL-RUNCNT " UNGRADED SUBMISSION(S) - "
                   "SEE BACKLOG.txt"
           END-IF
           DISPLAY '       PRESS ANY KEY TO CONTINUE.'
           ACCEPT GETCH
           GO TO PARA-ADMIN-DASHBOARD.


      *COLLECTS EVERY RECEIVED MODHIST ROW INTO WS-BL-TABLE WITH ITS
      *STUDENT'S NAME AND SECTION AND THE DAYS SINCE IT CAME IN, THEN
      *SORTS THE TABLE. SETS WS-BLRUNOK WHEN MODHIST COULD BE READ.
       BACKLOG-CORE.
           MOVE 0 TO WS-BLRUNOK
           MOVE 0 TO WS-BL-COUNT
           MOVE 0 TO WS-BLFULL
           ACCEPT WS-BLTODAY FROM DATE YYYYMMDD
           MOVE WS-BLTODAY TO WS-DN-DATE
           PERFORM DATE-TO-DAYNUM
           MOVE WS-DN-DAYS TO WS-BLTODAYNUM

           OPEN INPUT FD-MODHIST
           IF WS-FILESTATUS3 NOT = 00
               CLOSE FD-MODHIST
           ELSE
               MOVE 1 TO WS-BLRUNOK
               OPEN INPUT FD-STUDENT
               IF WS-FILESTATUS2 = 00
                   MOVE 1 TO WS-BLSTUDOK
               ELSE
                   MOVE 0 TO WS-BLSTUDOK
                   CLOSE FD-STUDENT
               END-IF
               MOVE "T" TO WS-EOF
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = "F"
                   READ FD-MODHIST NEXT RECORD INTO WS-MODHISTINFO
                       AT END MOVE "F" TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = "F"
                       IF WS-MODSTATUS = "RECEIVED"
                           PERFORM BACKLOG-ADD-ONE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FD-MODHIST
               IF WS-BLSTUDOK = 1
                   CLOSE FD-STUDENT
               END-IF
               PERFORM BACKLOG-SORT
           END-IF.


      *ADDS THE RECEIVED ROW IN WS-MODHISTINFO TO WS-BL-TABLE. A
      *ZERO RECEIVED DATE (A ROW FROM BEFORE THE DATE WAS KEPT)
      *AGES AS TODAY.
       BACKLOG-ADD-ONE.
           IF WS-BL-COUNT >= 500
               MOVE 1 TO WS-BLFULL
           ELSE
               ADD 1 TO WS-BL-COUNT
               MOVE SPACES TO WS-BL-SECTION(WS-BL-COUNT)
               MOVE SPACES TO WS-BL-NAME(WS-BL-COUNT)
               IF WS-BLSTUDOK = 1
                   MOVE WS-MODSTUDNUMBER TO F-STUDNUMBER
                   READ FD-STUDENT INTO WS-STUDINFO
                       KEY IS F-STUDNUMBER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE WS-STUDSECT
                               TO WS-BL-SECTION(WS-BL-COUNT)
                           MOVE WS-STUDNAME
                               TO WS-BL-NAME(WS-BL-COUNT)
                   END-READ
               END-IF
               MOVE WS-MODSTUDNUMBER TO WS-BL-STUDNUM(WS-BL-COUNT)
               MOVE WS-MODMODULENUMB TO WS-BL-MODNUM(WS-BL-COUNT)
               MOVE WS-MODSCHOOLYEAR TO WS-BL-YEAR(WS-BL-COUNT)
               MOVE WS-MODTERM TO WS-BL-TERM(WS-BL-COUNT)
               MOVE WS-MODSUBMITDATE TO WS-BL-RCVDATE(WS-BL-COUNT)
               MOVE 0 TO WS-BL-DONE(WS-BL-COUNT)
               MOVE 0 TO WS-BL-DAYS(WS-BL-COUNT)
               IF WS-MODSUBMITDATE IS NUMERIC
                       AND WS-MODSUBMITDATE NOT = 0
                       AND WS-MODSUBMITDATE < WS-BLTODAY
                   MOVE WS-MODSUBMITDATE TO WS-DN-DATE
                   PERFORM DATE-TO-DAYNUM
                   COMPUTE WS-BL-DAYS(WS-BL-COUNT)
                       = WS-BLTODAYNUM - WS-DN-DAYS
               END-IF
           END-IF.


      *EXCHANGE SORT OF WS-BL-TABLE BY SECTION, THEN OLDEST FIRST.
       BACKLOG-SORT.
           IF WS-BL-COUNT > 1
               PERFORM VARYING WS-BLIDX FROM 1 BY 1
                       UNTIL WS-BLIDX >= WS-BL-COUNT
                   COMPUTE WS-BLLIMIT = WS-BL-COUNT - WS-BLIDX
                   PERFORM VARYING WS-BLIDX2 FROM 1 BY 1
                           UNTIL WS-BLIDX2 > WS-BLLIMIT
                       IF WS-BL-SECTION(WS-BLIDX2)
                               > WS-BL-SECTION(WS-BLIDX2 + 1)
                           OR (WS-BL-SECTION(WS-BLIDX2)
                               = WS-BL-SECTION(WS-BLIDX2 + 1)
                               AND WS-BL-DAYS(WS-BLIDX2)
                               < WS-BL-DAYS(WS-BLIDX2 + 1))
                           MOVE WS-BL-ENTRY(WS-BLIDX2) TO WS-BL-SWAP
                           MOVE WS-BL-ENTRY(WS-BLIDX2 + 1)
                               TO WS-BL-ENTRY(WS-BLIDX2)
                           MOVE WS-BL-SWAP
                               TO WS-BL-ENTRY(WS-BLIDX2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.


      *WRITES BACKLOG.txt - ONE BLOCK PER TEACHER (THE LOGGED-IN ONE
      *IN MODE T, EVERY TEACHER ON FILE IN MODE A), THEN IN MODE A
      *ANY UNGRADED WORK NO TEACHER'S SECTION CLAIMED.
       BACKLOG-WRITE-REPORT.
           MOVE 0 TO WS-BL-RUNCNT
           OPEN OUTPUT FD-BACKLOG
           MOVE SPACES TO F-BACKLOGLINE
           STRING "GRADING BACKLOG - RECEIVED, NOT YET GRADED"
               "   RUN " WS-BLTODAY
               DELIMITED BY SIZE INTO F-BACKLOGLINE
           WRITE F-BACKLOGLINE
           MOVE SPACES TO F-BACKLOGLINE
           STRING "AGING = DAYS SINCE RECEIVED: 0-3, 4-7, 8-14, "
               "OVER 14"
               DELIMITED BY SIZE INTO F-BACKLOGLINE
           WRITE F-BACKLOGLINE
           IF WS-BLFULL = 1
               MOVE SPACES TO F-BACKLOGLINE
               STRING "*** MORE THAN 500 UNGRADED ROWS - LIST IS "
                   "INCOMPLETE ***"
                   DELIMITED BY SIZE INTO F-BACKLOGLINE
               WRITE F-BACKLOGLINE
           END-IF

           IF WS-BLMODE = "T"
               PERFORM BACKLOG-WRITE-TEACHER
           ELSE
               OPEN INPUT FD-TEACHER
               IF WS-FILESTATUS = 00
                   MOVE "T" TO WS-EOF
                   PERFORM WITH TEST BEFORE UNTIL WS-EOF = "F"
                       READ FD-TEACHER NEXT RECORD
                           AT END MOVE "F" TO WS-EOF
                       END-READ
                       IF WS-EOF NOT = "F"
                           PERFORM BACKLOG-WRITE-TEACHER
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE FD-TEACHER
               PERFORM BACKLOG-WRITE-ORPHANS
           END-IF

           MOVE SPACES TO F-BACKLOGLINE
           WRITE F-BACKLOGLINE
           MOVE SPACES TO F-BACKLOGLINE
           STRING "TOTAL UNGRADED SUBMISSIONS LISTED: " WS-BL-RUNCNT
               DELIMITED BY SIZE INTO F-BACKLOGLINE
           WRITE F-BACKLOGLINE
           CLOSE FD-BACKLOG.


      *ONE TEACHER'S BLOCK - THE TEACHER RECORD IS IN F-TEACHERINFO.
      *EACH OF THE TEACHER'S SECTIONS GETS ITS OWN LIST AND BUCKETS.
       BACKLOG-WRITE-TEACHER.
           MOVE 0 TO WS-BL-TCHCNT
           MOVE SPACES TO F-BACKLOGLINE
           WRITE F-BACKLOGLINE
           MOVE SPACES TO F-BACKLOGLINE
           STRING "TEACHER: " F-USERNAME " " F-TEACHERNAME
               DELIMITED BY SIZE INTO F-BACKLOGLINE
           WRITE F-BACKLOGLINE
           MOVE F-SECTION TO WS-BL-CURSECT
           PERFORM BACKLOG-WRITE-SECTION
           IF F-SECTION2 NOT = SPACES
               MOVE F-SECTION2 TO WS-BL-CURSECT
               PERFORM BACKLOG-WRITE-SECTION
           END-IF
           IF F-SECTION3 NOT = SPACES
               MOVE F-SECTION3 TO WS-BL-CURSECT
               PERFORM BACKLOG-WRITE-SECTION
           END-IF
           MOVE SPACES TO F-BACKLOGLINE
           STRING "  TEACHER TOTAL UNGRADED: " WS-BL-TCHCNT
               DELIMITED BY SIZE INTO F-BACKLOGLINE
           WRITE F-BACKLOGLINE.


      *ONE SECTION'S UNGRADED ROWS, OLDEST FIRST, AND ITS BUCKET
      *COUNTS. IN MODE T A SECTION OUTSIDE THE CHOSEN WORK SCOPE IS
      *SKIPPED.
       BACKLOG-WRITE-SECTION.
           MOVE 1 TO WS-SECTMATCH
           IF WS-BLMODE = "T"
               MOVE WS-BL-CURSECT TO WS-SECTTEST
               PERFORM CHECK-WORK-SECTION
           END-IF
           IF WS-SECTMATCH = 1
               INITIALIZE WS-BL-SECTCNT
               MOVE SPACES TO F-BACKLOGLINE
               STRING "  SECTION " WS-BL-CURSECT
                   DELIMITED BY SIZE INTO F-BACKLOGLINE
               WRITE F-BACKLOGLINE
               PERFORM VARYING WS-BLIDX FROM 1 BY 1
                       UNTIL WS-BLIDX > WS-BL-COUNT
                   IF WS-BL-SECTION(WS-BLIDX) = WS-BL-CURSECT
                       PERFORM BACKLOG-WRITE-ONE
                   END-IF
               END-PERFORM
               PERFORM BACKLOG-WRITE-BUCKETS
           END-IF.


      *ONE DETAIL LINE FOR TABLE SLOT WS-BLIDX, TALLIED INTO ITS
      *AGING BUCKET.
       BACKLOG-WRITE-ONE.
           IF WS-BL-DAYS(WS-BLIDX) <= 3
               MOVE "0-3" TO WS-BL-BUCKET
               ADD 1 TO WS-BL-S1
           ELSE IF WS-BL-DAYS(WS-BLIDX) <= 7
               MOVE "4-7" TO WS-BL-BUCKET
               ADD 1 TO WS-BL-S2
           ELSE IF WS-BL-DAYS(WS-BLIDX) <= 14
               MOVE "8-14" TO WS-BL-BUCKET
               ADD 1 TO WS-BL-S3
           ELSE
               MOVE "OVER 14" TO WS-BL-BUCKET
               ADD 1 TO WS-BL-S4
           END-IF
           END-IF
           END-IF
           IF WS-BL-DONE(WS-BLIDX) = 0
               ADD 1 TO WS-BL-RUNCNT
               MOVE 1 TO WS-BL-DONE(WS-BLIDX)
           END-IF
           ADD 1 TO WS-BL-TCHCNT
           MOVE SPACES TO F-BACKLOGLINE
           STRING "    " WS-BL-STUDNUM(WS-BLIDX)
               " " WS-BL-NAME(WS-BLIDX)
               " MODULE " WS-BL-MODNUM(WS-BLIDX)
               " SY " WS-BL-YEAR(WS-BLIDX) " T" WS-BL-TERM(WS-BLIDX)
               " RECEIVED " WS-BL-RCVDATE(WS-BLIDX)
               " " WS-BL-DAYS(WS-BLIDX) " DAY(S) [" WS-BL-BUCKET "]"
               DELIMITED BY SIZE INTO F-BACKLOGLINE
           WRITE F-BACKLOGLINE.


      *THE AGING BUCKET LINE CLOSING A SECTION'S LIST.
       BACKLOG-WRITE-BUCKETS.
           MOVE SPACES TO F-BACKLOGLINE
           IF WS-BL-S1 + WS-BL-S2 + WS-BL-S3 + WS-BL-S4 = 0
               STRING "    (NO UNGRADED SUBMISSIONS)"
                   DELIMITED BY SIZE INTO F-BACKLOGLINE
           ELSE
               STRING "    AGING  0-3: " WS-BL-S1
                   "  4-7: " WS-BL-S2
                   "  8-14: " WS-BL-S3
                   "  OVER 14: " WS-BL-S4
                   DELIMITED BY SIZE INTO F-BACKLOGLINE
           END-IF
           WRITE F-BACKLOGLINE.


      *UNGRADED WORK WHOSE STUDENT'S SECTION NO TEACHER HOLDS (OR
      *WHOSE STUDENT IS GONE FROM STUDENT.dat) - LISTED SO NOTHING
      *DROPS OUT OF THE SCHOOL-WIDE BACKLOG.
       BACKLOG-WRITE-ORPHANS.
           MOVE 0 TO WS-BL-ORPHCNT
           PERFORM VARYING WS-BLIDX FROM 1 BY 1
                   UNTIL WS-BLIDX > WS-BL-COUNT
               IF WS-BL-DONE(WS-BLIDX) = 0
                   ADD 1 TO WS-BL-ORPHCNT
               END-IF
           END-PERFORM
           IF WS-BL-ORPHCNT > 0
               MOVE 0 TO WS-BL-TCHCNT
               MOVE SPACES TO F-BACKLOGLINE
               WRITE F-BACKLOGLINE
               MOVE SPACES TO F-BACKLOGLINE
               STRING "NO TEACHER ON FILE FOR THE SECTION:"
                   DELIMITED BY SIZE INTO F-BACKLOGLINE
               WRITE F-BACKLOGLINE
               INITIALIZE WS-BL-SECTCNT
               PERFORM VARYING WS-BLIDX FROM 1 BY 1
                       UNTIL WS-BLIDX > WS-BL-COUNT
                   IF WS-BL-DONE(WS-BLIDX) = 0
                       PERFORM BACKLOG-WRITE-ONE
                   END-IF
               END-PERFORM
               PERFORM BACKLOG-WRITE-BUCKETS
           END-IF.


      *MULTI-YEAR MODULE TREND AND SECTION CONSISTENCY - FOR THE
      *CURRICULUM REVIEW. PART 1 READS EVERY GRADED ROW ON MODHIST.dat
      *AND ARCHHIST.dat AND GIVES, PER CATALOG MODULE AND SCHOOL
      *YEAR/TERM, THE PASS RATE, AVERAGE EFFECTIVE GRADE (LATE CAP
      *APPLIED), LATE RATE AND GRADE SPREAD, FLAGGING A PASS RATE
      *THAT FELL BY WS-MT-DROPLIMIT POINTS OR MORE AGAINST THE SAME
      *TERM A YEAR EARLIER. PART 2 TAKES THE CURRENT TERM AND SETS
      *EACH SECTION'S AVERAGE ON EACH MODULE AGAINST THE SCHOOL-WIDE
      *AVERAGE, FLAGGING SECTIONS WS-MT-OUTLIMIT POINTS OR MORE AWAY.
      *ROWS WITH NO GRADE (RECEIVED OR EXCUSED) ARE LEFT OUT.
       MODTREND-REPORT.
           DISPLAY WS-BLANK
           DISPLAY '**************************************'
           DISPLAY '*                                    *'
           DISPLAY '*   MODULE TREND / CONSISTENCY       *'
           DISPLAY '*                                    *'
           DISPLAY '*  CURRENT TERM FOR THE SECTION      *'
           DISPLAY '*  CONSISTENCY CHECK:                *'
           DISPLAY '**************************************'
           PERFORM CALENDAR-DEFAULT-TODAY
           PERFORM ACCEPT-VALID-TERM

           MOVE 0 TO WS-MT-COUNT
           MOVE 0 TO WS-MTFULL
           MOVE 0 TO WS-MX-COUNT
           MOVE 0 TO WS-MXFULL
           INITIALIZE WS-MODSUMM-TABLE
           MOVE 0 TO WS-MODSUMM-COUNT
           PERFORM BUILD-MODSUMM-CATALOG

           OPEN INPUT FD-MODHIST
           IF WS-FILESTATUS3 = 00
               MOVE 1 TO WS-MT-HISTOK
               MOVE "T" TO WS-EOF
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = "F"
                   READ FD-MODHIST NEXT RECORD INTO WS-MODHISTINFO
                       AT END MOVE "F" TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = "F"
                       PERFORM MODTREND-ADD-ROW
                   END-IF
               END-PERFORM
           ELSE
               MOVE 0 TO WS-MT-HISTOK
           END-IF
           CLOSE FD-MODHIST

           OPEN INPUT FD-ARCHHIST
           IF WS-FILESTATUS14 = 00
               MOVE 1 TO WS-MT-ARCHOK
               MOVE "T" TO WS-EOF
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = "F"
                   READ FD-ARCHHIST NEXT RECORD
                       AT END MOVE "F" TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = "F"
                       MOVE F-ARCHHISTINFO TO WS-MODHISTINFO
                       PERFORM MODTREND-ADD-ROW
                   END-IF
               END-PERFORM
           ELSE
               MOVE 0 TO WS-MT-ARCHOK
           END-IF
           CLOSE FD-ARCHHIST

           IF WS-MT-HISTOK = 0 AND WS-MT-ARCHOK = 0
               DISPLAY "NO MODULE HISTORY ON FILE - NOTHING TO REPORT."
               DISPLAY '       PRESS ANY KEY TO CONTINUE.'
               ACCEPT GETCH
               GO TO PARA-ADMIN-DASHBOARD
           END-IF

           PERFORM MODTREND-SORT
           IF WS-MT-HISTOK = 1
               PERFORM MODTREND-SECTION-PASS
           END-IF

           OPEN OUTPUT FD-MODTREND
           PERFORM MODTREND-WRITE-TREND
           PERFORM MODTREND-WRITE-SECTIONS
           CLOSE FD-MODTREND

           DISPLAY WS-BLANK
           DISPLAY WS-MT-DROPS " PASS-RATE DROP(S), " WS-MX-OUTLIERS
               " OUTLIER SECTION(S) - SEE MODTREND.txt"
           DISPLAY '       PRESS ANY KEY TO CONTINUE.'
           ACCEPT GETCH
           GO TO PARA-ADMIN-DASHBOARD.


      *ROLLS THE GRADED ROW IN WS-MODHISTINFO INTO ITS MODULE/YEAR/
      *TERM SLOT OF WS-MT-TABLE, OPENING A NEW SLOT THE FIRST TIME.
      *THE EFFECTIVE GRADE CARRIES THE USUAL LATE CAP AGAINST THE
      *CATALOG PASSING GRADE (75 FOR A MODULE NO LONGER IN THE
      *CATALOG).
       MODTREND-ADD-ROW.
           IF WS-MODSTATUS NOT = "RECEIVED"
                   AND WS-MODSTATUS NOT = "EXCUSED"
               PERFORM MODTREND-EFFGRADE
               MOVE 0 TO WS-MTFOUND
               PERFORM VARYING WS-MTIDX FROM 1 BY 1
                       UNTIL WS-MTIDX > WS-MT-COUNT
                   IF WS-MT-MODNUM(WS-MTIDX) = WS-MODMODULENUMB
                           AND WS-MT-YEAR(WS-MTIDX) = WS-MODSCHOOLYEAR
                           AND WS-MT-TERM(WS-MTIDX) = WS-MODTERM
                       MOVE WS-MTIDX TO WS-MTFOUND
                   END-IF
               END-PERFORM
               IF WS-MTFOUND = 0
                   IF WS-MT-COUNT < 600
                       ADD 1 TO WS-MT-COUNT
                       MOVE WS-MT-COUNT TO WS-MTFOUND
                       MOVE WS-MODMODULENUMB
                           TO WS-MT-MODNUM(WS-MTFOUND)
                       MOVE WS-MODSCHOOLYEAR TO WS-MT-YEAR(WS-MTFOUND)
                       MOVE WS-MODTERM TO WS-MT-TERM(WS-MTFOUND)
                       MOVE 0 TO WS-MT-CNT(WS-MTFOUND)
                       MOVE 0 TO WS-MT-PASS(WS-MTFOUND)
                       MOVE 0 TO WS-MT-LATE(WS-MTFOUND)
                       MOVE 0 TO WS-MT-TOTAL(WS-MTFOUND)
                       MOVE WS-EFFGRADE TO WS-MT-LOW(WS-MTFOUND)
                       MOVE WS-EFFGRADE TO WS-MT-HIGH(WS-MTFOUND)
                   ELSE
                       MOVE 1 TO WS-MTFULL
                   END-IF
               END-IF
               IF WS-MTFOUND > 0
                   ADD 1 TO WS-MT-CNT(WS-MTFOUND)
                   ADD WS-EFFGRADE TO WS-MT-TOTAL(WS-MTFOUND)
                   IF WS-EFFGRADE >= WS-AR-PASSNOW
                       ADD 1 TO WS-MT-PASS(WS-MTFOUND)
                   END-IF
                   IF WS-MODLATEFLAG = "Y"
                       ADD 1 TO WS-MT-LATE(WS-MTFOUND)
                   END-IF
                   IF WS-EFFGRADE < WS-MT-LOW(WS-MTFOUND)
                       MOVE WS-EFFGRADE TO WS-MT-LOW(WS-MTFOUND)
                   END-IF
                   IF WS-EFFGRADE > WS-MT-HIGH(WS-MTFOUND)
                       MOVE WS-EFFGRADE TO WS-MT-HIGH(WS-MTFOUND)
                   END-IF
               END-IF
           END-IF.


      *SETS WS-AR-PASSNOW TO THE CATALOG PASSING GRADE OF THE ROW IN
      *WS-MODHISTINFO - THE ONE IN FORCE FOR THE ROW'S YEAR/TERM -
      *AND WS-EFFGRADE TO ITS LATE-CAPPED GRADE.
       MODTREND-EFFGRADE.
           MOVE 75 TO WS-AR-PASSNOW
           PERFORM VARYING WS-MSIDX FROM 1 BY 1
                   UNTIL WS-MSIDX > WS-MODSUMM-COUNT
               IF WS-MS-MODNUMB(WS-MSIDX) = WS-MODMODULENUMB
                   MOVE WS-MS-PASSGRADE(WS-MSIDX) TO WS-AR-PASSNOW
               END-IF
           END-PERFORM
           MOVE WS-AR-PASSNOW TO WS-MODPASSGRADE
           MOVE WS-MODMODULENUMB TO WS-VR-MODNUM
           MOVE WS-MODSCHOOLYEAR TO WS-VR-YEAR
           MOVE WS-MODTERM TO WS-VR-TERM
           PERFORM APPLY-MODULE-VERSION
           MOVE WS-MODPASSGRADE TO WS-AR-PASSNOW
           MOVE WS-MODGRADE TO WS-EFFGRADE
           IF WS-MODLATEFLAG = "Y" AND WS-EFFGRADE > WS-AR-PASSNOW
               MOVE WS-AR-PASSNOW TO WS-EFFGRADE
           END-IF.


      *EXCHANGE SORT OF WS-MT-TABLE BY MODULE, SCHOOL YEAR, TERM.
       MODTREND-SORT.
           IF WS-MT-COUNT > 1
               PERFORM VARYING WS-MTIDX FROM 1 BY 1
                       UNTIL WS-MTIDX >= WS-MT-COUNT
                   COMPUTE WS-MTLIMIT = WS-MT-COUNT - WS-MTIDX
                   PERFORM VARYING WS-MTIDX2 FROM 1 BY 1
                           UNTIL WS-MTIDX2 > WS-MTLIMIT
                       IF WS-MT-MODNUM(WS-MTIDX2)
                               > WS-MT-MODNUM(WS-MTIDX2 + 1)
                           OR (WS-MT-MODNUM(WS-MTIDX2)
                               = WS-MT-MODNUM(WS-MTIDX2 + 1)
                               AND WS-MT-YEAR(WS-MTIDX2)
                               > WS-MT-YEAR(WS-MTIDX2 + 1))
                           OR (WS-MT-MODNUM(WS-MTIDX2)
                               = WS-MT-MODNUM(WS-MTIDX2 + 1)
                               AND WS-MT-YEAR(WS-MTIDX2)
                               = WS-MT-YEAR(WS-MTIDX2 + 1)
                               AND WS-MT-TERM(WS-MTIDX2)
                               > WS-MT-TERM(WS-MTIDX2 + 1))
                           MOVE WS-MT-ENTRY(WS-MTIDX2) TO WS-MT-SWAP
                           MOVE WS-MT-ENTRY(WS-MTIDX2 + 1)
                               TO WS-MT-ENTRY(WS-MTIDX2)
                           MOVE WS-MT-SWAP
                               TO WS-MT-ENTRY(WS-MTIDX2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.


      *SECOND PASS OVER MODHIST.dat FOR THE CURRENT TERM ONLY (IT IS
      *NEVER ARCHIVED YET) - EACH GRADED ROW IS ROLLED INTO ITS
      *MODULE/SECTION SLOT OF WS-MX-TABLE BY THE STUDENT'S SECTION.
       MODTREND-SECTION-PASS.
           OPEN INPUT FD-STUDENT
           IF WS-FILESTATUS2 NOT = 00
               CLOSE FD-STUDENT
           ELSE
               OPEN INPUT FD-MODHIST
               MOVE "T" TO WS-EOF
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = "F"
                   READ FD-MODHIST NEXT RECORD INTO WS-MODHISTINFO
                       AT END MOVE "F" TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = "F"
                       IF WS-MODSCHOOLYEAR = WS-YEARIN
                               AND WS-MODTERM = WS-TERMIN
                               AND WS-MODSTATUS NOT = "RECEIVED"
                               AND WS-MODSTATUS NOT = "EXCUSED"
                           PERFORM MODTREND-SECTION-ADD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FD-MODHIST
               CLOSE FD-STUDENT
               PERFORM MODTREND-SECTION-SORT
           END-IF.


      *ROLLS THE CURRENT-TERM ROW IN WS-MODHISTINFO INTO WS-MX-TABLE
      *UNDER ITS STUDENT'S SECTION (A STUDENT GONE FROM STUDENT.dat
      *IS LEFT OUT - THE RECONCILIATION RUN REPORTS THOSE).
       MODTREND-SECTION-ADD.
           MOVE WS-MODSTUDNUMBER TO F-STUDNUMBER
           READ FD-STUDENT INTO WS-STUDINFO
               KEY IS F-STUDNUMBER
               INVALID KEY MOVE SPACES TO WS-STUDSECT
           END-READ
           IF WS-STUDSECT NOT = SPACES
               PERFORM MODTREND-EFFGRADE
               MOVE 0 TO WS-MXFOUND
               PERFORM VARYING WS-MXIDX FROM 1 BY 1
                       UNTIL WS-MXIDX > WS-MX-COUNT
                   IF WS-MX-MODNUM(WS-MXIDX) = WS-MODMODULENUMB
                           AND WS-MX-SECTION(WS-MXIDX) = WS-STUDSECT
                       MOVE WS-MXIDX TO WS-MXFOUND
                   END-IF
               END-PERFORM
               IF WS-MXFOUND = 0
                   IF WS-MX-COUNT < 400
                       ADD 1 TO WS-MX-COUNT
                       MOVE WS-MX-COUNT TO WS-MXFOUND
                       MOVE WS-MODMODULENUMB
                           TO WS-MX-MODNUM(WS-MXFOUND)
                       MOVE WS-STUDSECT TO WS-MX-SECTION(WS-MXFOUND)
                       MOVE 0 TO WS-MX-CNT(WS-MXFOUND)
                       MOVE 0 TO WS-MX-TOTAL(WS-MXFOUND)
                   ELSE
                       MOVE 1 TO WS-MXFULL
                   END-IF
               END-IF
               IF WS-MXFOUND > 0
                   ADD 1 TO WS-MX-CNT(WS-MXFOUND)
                   ADD WS-EFFGRADE TO WS-MX-TOTAL(WS-MXFOUND)
               END-IF
           END-IF.


      *EXCHANGE SORT OF WS-MX-TABLE BY MODULE, THEN SECTION.
       MODTREND-SECTION-SORT.
           IF WS-MX-COUNT > 1
               PERFORM VARYING WS-MXIDX FROM 1 BY 1
                       UNTIL WS-MXIDX >= WS-MX-COUNT
                   COMPUTE WS-MXLIMIT = WS-MX-COUNT - WS-MXIDX
                   PERFORM VARYING WS-MXIDX2 FROM 1 BY 1
                           UNTIL WS-MXIDX2 > WS-MXLIMIT
                       IF WS-MX-MODNUM(WS-MXIDX2)
                               > WS-MX-MODNUM(WS-MXIDX2 + 1)
                           OR (WS-MX-MODNUM(WS-MXIDX2)
                               = WS-MX-MODNUM(WS-MXIDX2 + 1)
                               AND WS-MX-SECTION(WS-MXIDX2)
                               > WS-MX-SECTION(WS-MXIDX2 + 1))
                           MOVE WS-MX-ENTRY(WS-MXIDX2) TO WS-MX-SWAP
                           MOVE WS-MX-ENTRY(WS-MXIDX2 + 1)
                               TO WS-MX-ENTRY(WS-MXIDX2)
                           MOVE WS-MX-SWAP
                               TO WS-MX-ENTRY(WS-MXIDX2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.


      *PART 1 OF MODTREND.txt - ONE BLOCK PER MODULE, ONE LINE PER
      *SCHOOL YEAR/TERM IN ORDER, WITH THE DROP FLAG.
       MODTREND-WRITE-TREND.
           MOVE 0 TO WS-MT-DROPS
           MOVE SPACES TO F-MODTRENDLINE
           STRING "MODULE PERFORMANCE TREND - LIVE AND ARCHIVED HISTORY"
               DELIMITED BY SIZE INTO F-MODTRENDLINE
           WRITE F-MODTRENDLINE
           MOVE SPACES TO F-MODTRENDLINE
           STRING "AVG IS THE EFFECTIVE (LATE-CAPPED) GRADE.  DROP "
               "FLAG: PASS% DOWN " WS-MT-DROPLIMIT
               " POINTS OR MORE ON THE SAME TERM A YEAR EARLIER"
               DELIMITED BY SIZE INTO F-MODTRENDLINE
           WRITE F-MODTRENDLINE
           IF WS-MTFULL = 1
               MOVE SPACES TO F-MODTRENDLINE
               STRING "*** MORE THAN 600 MODULE/TERM ROWS - TREND IS "
                   "INCOMPLETE ***"
                   DELIMITED BY SIZE INTO F-MODTRENDLINE
               WRITE F-MODTRENDLINE
           END-IF

           MOVE 0 TO WS-MT-CURMOD
           PERFORM VARYING WS-MTIDX FROM 1 BY 1
                   UNTIL WS-MTIDX > WS-MT-COUNT
               IF WS-MTIDX = 1
                       OR WS-MT-MODNUM(WS-MTIDX) NOT = WS-MT-CURMOD
                   MOVE WS-MT-MODNUM(WS-MTIDX) TO WS-MT-CURMOD
                   MOVE WS-MT-CURMOD TO WS-MODMODULENUMB
                   PERFORM LOOKUP-MODULE-CATALOG
                   MOVE SPACES TO F-MODTRENDLINE
                   WRITE F-MODTRENDLINE
                   MOVE SPACES TO F-MODTRENDLINE
                   STRING "MODULE " WS-MT-CURMOD " " WS-MODTITLE
                       DELIMITED BY SIZE INTO F-MODTRENDLINE
                   WRITE F-MODTRENDLINE
               END-IF
               PERFORM MODTREND-WRITE-ONE
           END-PERFORM.


      *ONE TREND LINE FOR TABLE SLOT WS-MTIDX. THE SAME TERM OF THE
      *PREVIOUS SCHOOL YEAR, WHEN ON FILE, SITS EARLIER IN THE SAME
      *MODULE'S BLOCK.
       MODTREND-WRITE-ONE.
           COMPUTE WS-MT-PCT ROUNDED = WS-MT-PASS(WS-MTIDX) * 100
               / WS-MT-CNT(WS-MTIDX)
           COMPUTE WS-MT-LATEPCT ROUNDED = WS-MT-LATE(WS-MTIDX) * 100
               / WS-MT-CNT(WS-MTIDX)
           COMPUTE WS-MT-AVG ROUNDED = WS-MT-TOTAL(WS-MTIDX)
               / WS-MT-CNT(WS-MTIDX)
           COMPUTE WS-MT-RANGE = WS-MT-HIGH(WS-MTIDX)
               - WS-MT-LOW(WS-MTIDX)

           MOVE SPACES TO WS-MT-FLAG
           MOVE 0 TO WS-MT-HAVEPREV
           COMPUTE WS-MT-PREVYEAR = WS-MT-YEAR(WS-MTIDX) - 1
           PERFORM VARYING WS-MTIDX2 FROM 1 BY 1
                   UNTIL WS-MTIDX2 >= WS-MTIDX
               IF WS-MT-MODNUM(WS-MTIDX2) = WS-MT-MODNUM(WS-MTIDX)
                       AND WS-MT-YEAR(WS-MTIDX2) = WS-MT-PREVYEAR
                       AND WS-MT-TERM(WS-MTIDX2) = WS-MT-TERM(WS-MTIDX)
                   MOVE 1 TO WS-MT-HAVEPREV
                   COMPUTE WS-MT-PREVPCT ROUNDED
                       = WS-MT-PASS(WS-MTIDX2) * 100
                       / WS-MT-CNT(WS-MTIDX2)
               END-IF
           END-PERFORM
           IF WS-MT-HAVEPREV = 1
                   AND WS-MT-PREVPCT > WS-MT-PCT
                   AND WS-MT-PREVPCT - WS-MT-PCT >= WS-MT-DROPLIMIT
               MOVE "** PASS RATE DROP" TO WS-MT-FLAG
               ADD 1 TO WS-MT-DROPS
           END-IF

           MOVE SPACES TO F-MODTRENDLINE
           IF WS-MT-HAVEPREV = 1
               STRING "  SY " WS-MT-YEAR(WS-MTIDX)
                   " T" WS-MT-TERM(WS-MTIDX)
                   "  N " WS-MT-CNT(WS-MTIDX)
                   "  PASS% " WS-MT-PCT
                   " (PRIOR YR " WS-MT-PREVPCT ")"
                   "  AVG " WS-MT-AVG
                   "  LATE% " WS-MT-LATEPCT
                   "  RANGE " WS-MT-LOW(WS-MTIDX)
                   "-" WS-MT-HIGH(WS-MTIDX)
                   " (" WS-MT-RANGE ")"
                   "  " WS-MT-FLAG
                   DELIMITED BY SIZE INTO F-MODTRENDLINE
           ELSE
               STRING "  SY " WS-MT-YEAR(WS-MTIDX)
                   " T" WS-MT-TERM(WS-MTIDX)
                   "  N " WS-MT-CNT(WS-MTIDX)
                   "  PASS% " WS-MT-PCT
                   "                "
                   "  AVG " WS-MT-AVG
                   "  LATE% " WS-MT-LATEPCT
                   "  RANGE " WS-MT-LOW(WS-MTIDX)
                   "-" WS-MT-HIGH(WS-MTIDX)
                   " (" WS-MT-RANGE ")"
                   DELIMITED BY SIZE INTO F-MODTRENDLINE
           END-IF
           WRITE F-MODTRENDLINE.


      *PART 2 OF MODTREND.txt - FOR THE CURRENT TERM, EACH SECTION'S
      *AVERAGE ON EACH MODULE AGAINST THE SCHOOL-WIDE AVERAGE FOR
      *THAT MODULE/TERM (FROM WS-MT-TABLE).
       MODTREND-WRITE-SECTIONS.
           MOVE 0 TO WS-MX-OUTLIERS
           MOVE SPACES TO F-MODTRENDLINE
           WRITE F-MODTRENDLINE
           MOVE SPACES TO F-MODTRENDLINE
           STRING "SECTION CONSISTENCY - SY " WS-YEARIN " T" WS-TERMIN
               "  OUTLIER: SECTION AVERAGE " WS-MT-OUTLIMIT
               " POINTS OR MORE FROM THE SCHOOL AVERAGE"
               DELIMITED BY SIZE INTO F-MODTRENDLINE
           WRITE F-MODTRENDLINE
           IF WS-MXFULL = 1
               MOVE SPACES TO F-MODTRENDLINE
               STRING "*** MORE THAN 400 MODULE/SECTION ROWS - CHECK "
                   "IS INCOMPLETE ***"
                   DELIMITED BY SIZE INTO F-MODTRENDLINE
               WRITE F-MODTRENDLINE
           END-IF
           IF WS-MX-COUNT = 0
               MOVE SPACES TO F-MODTRENDLINE
               STRING "  (NO GRADED ROWS FOR THIS TERM)"
                   DELIMITED BY SIZE INTO F-MODTRENDLINE
               WRITE F-MODTRENDLINE
           END-IF

           MOVE 0 TO WS-MT-CURMOD
           PERFORM VARYING WS-MXIDX FROM 1 BY 1
                   UNTIL WS-MXIDX > WS-MX-COUNT
               IF WS-MXIDX = 1
                       OR WS-MX-MODNUM(WS-MXIDX) NOT = WS-MT-CURMOD
                   MOVE WS-MX-MODNUM(WS-MXIDX) TO WS-MT-CURMOD
                   MOVE 0 TO WS-MX-SCHOOLAVG
                   PERFORM VARYING WS-MTIDX FROM 1 BY 1
                           UNTIL WS-MTIDX > WS-MT-COUNT
                       IF WS-MT-MODNUM(WS-MTIDX) = WS-MT-CURMOD
                               AND WS-MT-YEAR(WS-MTIDX) = WS-YEARIN
                               AND WS-MT-TERM(WS-MTIDX) = WS-TERMIN
                           COMPUTE WS-MX-SCHOOLAVG ROUNDED
                               = WS-MT-TOTAL(WS-MTIDX)
                               / WS-MT-CNT(WS-MTIDX)
                       END-IF
                   END-PERFORM
                   MOVE WS-MT-CURMOD TO WS-MODMODULENUMB
                   PERFORM LOOKUP-MODULE-CATALOG
                   MOVE SPACES TO F-MODTRENDLINE
                   WRITE F-MODTRENDLINE
                   MOVE SPACES TO F-MODTRENDLINE
                   STRING "MODULE " WS-MT-CURMOD " " WS-MODTITLE
                       "  SCHOOL AVERAGE " WS-MX-SCHOOLAVG
                       DELIMITED BY SIZE INTO F-MODTRENDLINE
                   WRITE F-MODTRENDLINE
               END-IF
               COMPUTE WS-MX-AVG ROUNDED = WS-MX-TOTAL(WS-MXIDX)
                   / WS-MX-CNT(WS-MXIDX)
               COMPUTE WS-MX-DIFF = WS-MX-AVG - WS-MX-SCHOOLAVG
               MOVE SPACES TO WS-MT-FLAG
               IF WS-MX-DIFF >= WS-MT-OUTLIMIT
                   MOVE "** OUTLIER - HIGH" TO WS-MT-FLAG
                   ADD 1 TO WS-MX-OUTLIERS
               END-IF
               IF WS-MX-DIFF <= 0 - WS-MT-OUTLIMIT
                   MOVE "** OUTLIER - LOW" TO WS-MT-FLAG
                   ADD 1 TO WS-MX-OUTLIERS
               END-IF
               MOVE SPACES TO F-MODTRENDLINE
               STRING "  SECTION " WS-MX-SECTION(WS-MXIDX)
                   "  N " WS-MX-CNT(WS-MXIDX)
                   "  AVG " WS-MX-AVG
                   "  " WS-MT-FLAG
                   DELIMITED BY SIZE INTO F-MODTRENDLINE
               WRITE F-MODTRENDLINE
           END-PERFORM.


      *DAILY RUN BALANCING - PROVES THAT EVERY RECORD ADDED TO OR
      *REMOVED FROM THE MASTER FILES WAS AUDITED. THE OPENING COUNTS
      *ARE THE CLOSING COUNTS LEFT IN BALCTL.dat BY THE LAST RUN;
      *THE CREATE/DELETE LINES ON THE MONTHLY AUDIT FILES SINCE THEN
      *GIVE THE EXPECTED CLOSE, WHICH IS SET AGAINST A FRESH COUNT OF
      *EACH FILE. ANY DIFFERENCE IS A CHANGE MADE WITHOUT AN AUDIT
      *LINE OR OUTSIDE THE PROGRAM. THE FIRST RUN ONLY TAKES THE
      *OPENING BALANCE.
       BALANCE-RUN.
           DISPLAY WS-BLANK
           DISPLAY '**************************************'
           DISPLAY '*                                    *'
           DISPLAY '*        DAILY RUN BALANCING         *'
           DISPLAY '*                                    *'
           DISPLAY '**************************************'
           PERFORM BALANCE-CORE
           DISPLAY WS-BLANK
           IF WS-BARUNOK = 0
               DISPLAY "BALANCING COULD NOT RUN - A MASTER FILE OR "
                   "BALANCE.txt IS IN USE. TRY AGAIN LATER."
           ELSE
               IF WS-BAFIRST = 1
                   DISPLAY "NO CLOSING COUNTS ON FILE - OPENING "
                       "BALANCE TAKEN."
               ELSE
                   DISPLAY WS-BAOUT " FILE(S) OUT OF BALANCE - SEE "
                       "BALANCE.txt"
               END-IF
           END-IF
           DISPLAY '       PRESS ANY KEY TO CONTINUE.'
           ACCEPT GETCH
           GO TO PARA-ADMIN-DASHBOARD.


      *THE BALANCING RUN ITSELF, SHARED BY THE DASHBOARD AND THE
      *BALANCE BATCH FUNCTION. WS-BARUNOK 0 = A FILE COULD NOT BE
      *COUNTED OR THE REPORT COULD NOT BE WRITTEN (THE CLOSING
      *POSITION IS THEN LEFT AS IT WAS); WS-BAFIRST 1 = NO EARLIER
      *CLOSE, OPENING BALANCE TAKEN; WS-BAOUT = FILES OUT OF BALANCE.
      *THE RUN'S DATE/TIME IS TAKEN AFTER THE COUNTS SO AN AUDIT
      *LINE WRITTEN WHILE COUNTING FALLS INSIDE THE PERIOD.
       BALANCE-CORE.
           MOVE 1 TO WS-BARUNOK
           MOVE 0 TO WS-BAFIRST
           MOVE 0 TO WS-BARESTORED
           MOVE 0 TO WS-BAOUT
           INITIALIZE WS-BA-TABLE

           PERFORM BALANCE-READ-CLOSE
           PERFORM BALANCE-COUNT-TEACHER
           PERFORM BALANCE-COUNT-STUDENT
           PERFORM BALANCE-COUNT-MODHIST
           PERFORM BALANCE-COUNT-MODULE
           PERFORM BALANCE-COUNT-ATTEND
           PERFORM BALANCE-COUNT-PENDING
           ACCEPT WS-BA-RUNDATE FROM DATE YYYYMMDD
           ACCEPT WS-BA-RUNTIME FROM TIME

           IF WS-BARUNOK = 1
               IF WS-BAFIRST = 0
                   PERFORM BALANCE-SCAN-AUDIT
               END-IF
               PERFORM BALANCE-WRITE-REPORT
           END-IF
           IF WS-BARUNOK = 1
               PERFORM BALANCE-WRITE-CLOSE
           END-IF.


      *LOADS THE LAST CLOSING POSITION AS TODAY'S OPENING COUNTS.
       BALANCE-READ-CLOSE.
           OPEN INPUT FD-BALCTL
           IF WS-FILESTATUS39 NOT = 00
               MOVE 1 TO WS-BAFIRST
           ELSE
               READ FD-BALCTL
                   AT END MOVE 1 TO WS-BAFIRST
               END-READ
               IF WS-BAFIRST = 0
                   MOVE F-BADATE TO WS-BA-FROMDATE
                   MOVE F-BATIME TO WS-BA-FROMTIME
                   PERFORM VARYING WS-BAIDX FROM 1 BY 1
                           UNTIL WS-BAIDX > 6
                       MOVE F-BACOUNT(WS-BAIDX) TO WS-BA-OPEN(WS-BAIDX)
                   END-PERFORM
               END-IF
           END-IF
           CLOSE FD-BALCTL.


      *RECORD COUNT OF TEACHER.dat (NO FILE = 0 RECORDS).
       BALANCE-COUNT-TEACHER.
           OPEN INPUT FD-TEACHER
           IF WS-FILESTATUS = 00
               MOVE "T" TO WS-EOF
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = "F"
                   READ FD-TEACHER NEXT RECORD
                       AT END MOVE "F" TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = "F"
                       ADD 1 TO WS-BA-ACTUAL(1)
                   END-IF
               END-PERFORM
           ELSE
               IF WS-FILESTATUS NOT = 35
                   MOVE 0 TO WS-BARUNOK
               END-IF
           END-IF
           CLOSE FD-TEACHER.


      *RECORD COUNT OF STUDENT.dat (NO FILE = 0 RECORDS).
       BALANCE-COUNT-STUDENT.
           OPEN INPUT FD-STUDENT
           IF WS-FILESTATUS2 = 00
               MOVE "T" TO WS-EOF
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = "F"
                   READ FD-STUDENT NEXT RECORD
                       AT END MOVE "F" TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = "F"
                       ADD 1 TO WS-BA-ACTUAL(2)
                   END-IF
               END-PERFORM
           ELSE
               IF WS-FILESTATUS2 NOT = 35
                   MOVE 0 TO WS-BARUNOK
               END-IF
           END-IF
           CLOSE FD-STUDENT.


      *RECORD COUNT OF MODHIST.dat (NO FILE = 0 RECORDS).
       BALANCE-COUNT-MODHIST.
           OPEN INPUT FD-MODHIST
           IF WS-FILESTATUS3 = 00
               MOVE "T" TO WS-EOF
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = "F"
                   READ FD-MODHIST NEXT RECORD
                       AT END MOVE "F" TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = "F"
                       ADD 1 TO WS-BA-ACTUAL(3)
                   END-IF
               END-PERFORM
           ELSE
               IF WS-FILESTATUS3 NOT = 35
                   MOVE 0 TO WS-BARUNOK
               END-IF
           END-IF
           CLOSE FD-MODHIST.


      *RECORD COUNT OF MODULE.dat (NO FILE = 0 RECORDS).
       BALANCE-COUNT-MODULE.
           OPEN INPUT FD-MODULE
           IF WS-FILESTATUS7 = 00
               MOVE "T" TO WS-EOF
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = "F"
                   READ FD-MODULE NEXT RECORD
                       AT END MOVE "F" TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = "F"
                       ADD 1 TO WS-BA-ACTUAL(4)
                   END-IF
               END-PERFORM
           ELSE
               IF WS-FILESTATUS7 NOT = 35
                   MOVE 0 TO WS-BARUNOK
               END-IF
           END-IF
           CLOSE FD-MODULE.


      *RECORD COUNT OF ATTEND.dat (NO FILE = 0 RECORDS).
       BALANCE-COUNT-ATTEND.
           OPEN INPUT FD-ATTEND
           IF WS-FILESTATUS16 = 00
               MOVE "T" TO WS-EOF
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = "F"
                   READ FD-ATTEND NEXT RECORD
                       AT END MOVE "F" TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = "F"
                       ADD 1 TO WS-BA-ACTUAL(5)
                   END-IF
               END-PERFORM
           ELSE
               IF WS-FILESTATUS16 NOT = 35
                   MOVE 0 TO WS-BARUNOK
               END-IF
           END-IF
           CLOSE FD-ATTEND.


      *RECORD COUNT OF PENDING.dat (NO FILE = 0 RECORDS).
       BALANCE-COUNT-PENDING.
           OPEN INPUT FD-PENDING
           IF WS-FILESTATUS11 = 00
               MOVE "T" TO WS-EOF
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = "F"
                   READ FD-PENDING NEXT RECORD
                       AT END MOVE "F" TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = "F"
                       ADD 1 TO WS-BA-ACTUAL(6)
                   END-IF
               END-PERFORM
           ELSE
               IF WS-FILESTATUS11 NOT = 35
                   MOVE 0 TO WS-BARUNOK
               END-IF
           END-IF
           CLOSE FD-PENDING.


      *WALKS THE MONTHLY AUDIT FILES FROM THE MONTH OF THE LAST CLOSE
      *TO THIS MONTH (A MONTH WITH NO FILE HAD NO ACTIVITY) AND
      *TALLIES EVERY LINE STAMPED AFTER THE LAST CLOSE AND NOT AFTER
      *THIS RUN.
       BALANCE-SCAN-AUDIT.
           MOVE WS-BA-FROMDATE(1:6) TO WS-BA-MONTH
           PERFORM WITH TEST BEFORE
                   UNTIL WS-BA-MONTH > WS-BA-RUNDATE(1:6)
               MOVE SPACES TO WS-AUDITNAME
               STRING "AUDIT" WS-BA-MONTH ".txt"
                   DELIMITED BY SIZE INTO WS-AUDITNAME
               OPEN INPUT FD-AUDIT
               IF WS-FILESTATUS6 = 00
                   MOVE "T" TO WS-EOF
                   PERFORM WITH TEST BEFORE UNTIL WS-EOF = "F"
                       READ FD-AUDIT
                           AT END MOVE "F" TO WS-EOF
                       END-READ
                       IF WS-EOF NOT = "F"
                           PERFORM BALANCE-AUDIT-LINE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE FD-AUDIT
               IF WS-BA-MONMM = 12
                   ADD 1 TO WS-BA-MONYYYY
                   MOVE 1 TO WS-BA-MONMM
               ELSE
                   ADD 1 TO WS-BA-MONMM
               END-IF
           END-PERFORM.


      *TALLIES ONE AUDIT LINE (FIXED LAYOUT - SEE FD-AUDIT) AGAINST
      *THE MASTER ITS FIELD TAG NAMES.
       BALANCE-AUDIT-LINE.
           MOVE 0 TO WS-BA-INWINDOW
           IF F-AUDITLINE(1:8) IS NUMERIC
                   AND F-AUDITLINE(10:8) IS NUMERIC
               MOVE F-AUDITLINE(1:8) TO WS-BA-LDATE
               MOVE F-AUDITLINE(10:8) TO WS-BA-LTIME
               IF (WS-BA-LDATE > WS-BA-FROMDATE
                       OR (WS-BA-LDATE = WS-BA-FROMDATE
                       AND WS-BA-LTIME > WS-BA-FROMTIME))
                   AND (WS-BA-LDATE < WS-BA-RUNDATE
                       OR (WS-BA-LDATE = WS-BA-RUNDATE
                       AND WS-BA-LTIME NOT > WS-BA-RUNTIME))
                   MOVE 1 TO WS-BA-INWINDOW
               END-IF
           END-IF

           IF WS-BA-INWINDOW = 1
               MOVE F-AUDITLINE(36:6) TO WS-BA-LOP
               MOVE F-AUDITLINE(49:12) TO WS-BA-LFIELD
               IF WS-BA-LOP = "RESTOR"
                   MOVE 1 TO WS-BARESTORED
               END-IF
               MOVE 0 TO WS-BAFOUND
               PERFORM VARYING WS-BAIDX FROM 1 BY 1
                       UNTIL WS-BAIDX > 6
                   IF WS-BA-LFIELD = WS-BA-TAG(WS-BAIDX)
                       MOVE WS-BAIDX TO WS-BAFOUND
                   END-IF
               END-PERFORM
               IF WS-BAFOUND > 0
                   IF WS-BA-LOP = "CREATE"
                       ADD 1 TO WS-BA-ADDS(WS-BAFOUND)
                   END-IF
                   IF WS-BA-LOP = "DELETE" OR WS-BA-LOP = "ARCHIV"
                       ADD 1 TO WS-BA-DELS(WS-BAFOUND)
                   END-IF
               END-IF
           END-IF.


      *WRITES BALANCE.txt AND COUNTS THE FILES OUT OF BALANCE. A
      *FILE RELOADED BY A RESTORE IN THE PERIOD (ALL BUT ATTEND.dat)
      *IS SHOWN BUT NOT BALANCED.
       BALANCE-WRITE-REPORT.
           OPEN OUTPUT FD-BALANCE
           IF WS-FILESTATUS40 NOT = 00
               MOVE 0 TO WS-BARUNOK
           ELSE
               MOVE SPACES TO F-BALANCELINE
               STRING "DAILY RUN BALANCING - MASTER FILE COUNTS "
                   "AGAINST THE AUDIT TRAIL"
                   DELIMITED BY SIZE INTO F-BALANCELINE
               WRITE F-BALANCELINE
               MOVE SPACES TO F-BALANCELINE
               IF WS-BAFIRST = 1
                   STRING "RUN " WS-BA-RUNDATE " " WS-BA-RUNTIME
                       "   NO CLOSING COUNTS ON FILE - OPENING "
                       "BALANCE TAKEN"
                       DELIMITED BY SIZE INTO F-BALANCELINE
               ELSE
                   STRING "RUN " WS-BA-RUNDATE " " WS-BA-RUNTIME
                       "   PREVIOUS CLOSE " WS-BA-FROMDATE " "
                       WS-BA-FROMTIME
                       DELIMITED BY SIZE INTO F-BALANCELINE
               END-IF
               WRITE F-BALANCELINE
               IF WS-BARESTORED = 1
                   MOVE SPACES TO F-BALANCELINE
                   STRING "MASTER FILES WERE RESTORED IN THIS PERIOD - "
                       "RESTORED FILES ARE NOT BALANCED"
                       DELIMITED BY SIZE INTO F-BALANCELINE
                   WRITE F-BALANCELINE
               END-IF
               MOVE SPACES TO F-BALANCELINE
               WRITE F-BALANCELINE
               MOVE SPACES TO F-BALANCELINE
               STRING "FILE          OPENING   +ADDED -REMOVED  "
                   "EXPECTED  ACTUAL      DIFF"
                   DELIMITED BY SIZE INTO F-BALANCELINE
               WRITE F-BALANCELINE
               PERFORM VARYING WS-BAIDX FROM 1 BY 1
                       UNTIL WS-BAIDX > 6
                   PERFORM BALANCE-WRITE-ONE
               END-PERFORM
               MOVE SPACES TO F-BALANCELINE
               WRITE F-BALANCELINE
               MOVE SPACES TO F-BALANCELINE
               IF WS-BAFIRST = 1
                   STRING "VERDICT: OPENING BALANCE TAKEN"
                       DELIMITED BY SIZE INTO F-BALANCELINE
               ELSE
                   IF WS-BAOUT = 0
                       STRING "VERDICT: ALL FILES IN BALANCE"
                           DELIMITED BY SIZE INTO F-BALANCELINE
                   ELSE
                       STRING "VERDICT: " WS-BAOUT
                           " FILE(S) OUT OF BALANCE"
                           DELIMITED BY SIZE INTO F-BALANCELINE
                   END-IF
               END-IF
               WRITE F-BALANCELINE
           END-IF
           CLOSE FD-BALANCE.


      *ONE BALANCE.txt LINE FOR MASTER WS-BAIDX.
       BALANCE-WRITE-ONE.
           COMPUTE WS-BA-EXPECT = WS-BA-OPEN(WS-BAIDX)
               + WS-BA-ADDS(WS-BAIDX) - WS-BA-DELS(WS-BAIDX)
           COMPUTE WS-BA-DIFF = WS-BA-ACTUAL(WS-BAIDX) - WS-BA-EXPECT
           MOVE WS-BA-EXPECT TO WS-BA-NUM
           PERFORM BALANCE-SIGNED-TEXT
           MOVE SPACES TO WS-BA-EXPTEXT
           STRING WS-BA-SIGN WS-BA-ABS
               DELIMITED BY SIZE INTO WS-BA-EXPTEXT
           MOVE WS-BA-DIFF TO WS-BA-NUM
           PERFORM BALANCE-SIGNED-TEXT
           MOVE SPACES TO WS-BA-DIFFTEXT
           STRING WS-BA-SIGN WS-BA-ABS
               DELIMITED BY SIZE INTO WS-BA-DIFFTEXT

           IF WS-BAFIRST = 1
               MOVE "OPENING BALANCE" TO WS-BA-VERDICT
           ELSE
               IF WS-BARESTORED = 1 AND WS-BAIDX NOT = 5
                   MOVE "RESTORED - NOT BALANCED" TO WS-BA-VERDICT
               ELSE
                   IF WS-BA-DIFF = 0
                       MOVE "IN BALANCE" TO WS-BA-VERDICT
                   ELSE
                       MOVE "** OUT OF BALANCE" TO WS-BA-VERDICT
                       ADD 1 TO WS-BAOUT
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO F-BALANCELINE
           IF WS-BAFIRST = 1
               STRING WS-BA-NAME(WS-BAIDX) "                  "
                   "                    "
                   WS-BA-ACTUAL(WS-BAIDX) "            "
                   WS-BA-VERDICT
                   DELIMITED BY SIZE INTO F-BALANCELINE
           ELSE
               STRING WS-BA-NAME(WS-BAIDX) "  "
                   WS-BA-OPEN(WS-BAIDX) "  "
                   WS-BA-ADDS(WS-BAIDX) "  "
                   WS-BA-DELS(WS-BAIDX) "  "
                   WS-BA-EXPTEXT " "
                   WS-BA-ACTUAL(WS-BAIDX) "  "
                   WS-BA-DIFFTEXT "  "
                   WS-BA-VERDICT
                   DELIMITED BY SIZE INTO F-BALANCELINE
           END-IF
           WRITE F-BALANCELINE.


      *SPLITS THE SIGNED FIGURE IN WS-BA-NUM INTO A SIGN CHARACTER
      *AND ITS SIZE FOR PRINTING.
       BALANCE-SIGNED-TEXT.
           IF WS-BA-NUM < 0
               MOVE "-" TO WS-BA-SIGN
               COMPUTE WS-BA-ABS = 0 - WS-BA-NUM
           ELSE
               MOVE "+" TO WS-BA-SIGN
               MOVE WS-BA-NUM TO WS-BA-ABS
           END-IF.


      *SAVES THIS RUN'S ACTUAL COUNTS AS THE CLOSING POSITION.
       BALANCE-WRITE-CLOSE.
           OPEN OUTPUT FD-BALCTL
           MOVE WS-BA-RUNDATE TO F-BADATE
           MOVE WS-BA-RUNTIME TO F-BATIME
           PERFORM VARYING WS-BAIDX FROM 1 BY 1
                   UNTIL WS-BAIDX > 6
               MOVE WS-BA-ACTUAL(WS-BAIDX) TO F-BACOUNT(WS-BAIDX)
           END-PERFORM
           WRITE F-BALCTLINFO
           CLOSE FD-BALCTL.


      *TRACK COMPLETION CERTIFICATES - FINDS EVERY ACTIVE STUDENT
      *WHO HAS PASSED ALL THE REQUIRED MODULES OF THEIR TRACK AND
      *HAS NOT YET BEEN CERTIFIED, PRINTS A CERTIFICATE TO
      *CERTIFICATES.txt AND STAMPS THE ASSIGNMENT WITH TODAY'S DATE
      *SO THE CERTIFICATE IS ONLY EVER ISSUED ONCE.
       CERT-RUN.
           DISPLAY WS-BLANK
           DISPLAY '**************************************'
           DISPLAY '*                                    *'
           DISPLAY '*    TRACK COMPLETION CERTIFICATES   *'
           DISPLAY '*                                    *'
           DISPLAY '**************************************'
           PERFORM CERT-CORE
           IF WS-CTRUNOK = 0
               DISPLAY "CERTIFICATE RUN COULD NOT START - STUDENT, "
                   "CURRICULUM OR TRACK FILE NOT AVAILABLE."
           ELSE
               DISPLAY WS-BLANK
               DISPLAY WS-CT-CERTS " CERTIFICATE(S) WRITTEN TO "
                   "CERTIFICATES.txt - " WS-CT-CHECKED
                   " STUDENT(S) CHECKED"
           END-IF
           DISPLAY '       PRESS ANY KEY TO CONTINUE.'
           ACCEPT GETCH
           GO TO PARA-ADMIN-DASHBOARD.


      *THE CERTIFICATE RUN PROPER - PERFORMED BY THE DASHBOARD RUN
      *ABOVE AND BY THE UNATTENDED RUN, SO IT NEVER STOPS ON AN
      *ACCEPT.
       CERT-CORE.
           MOVE 0 TO WS-CTRUNOK
           MOVE 0 TO WS-CT-CERTS
           MOVE 0 TO WS-CT-CHECKED
           ACCEPT WS-CT-TODAY FROM DATE YYYYMMDD

           OPEN I-O FD-STUDTRACK
           IF WS-FILESTATUS43 NOT = 00
               CLOSE FD-STUDTRACK
           ELSE
               OPEN INPUT FD-CURRIC
               IF WS-FILESTATUS42 NOT = 00
                   CLOSE FD-CURRIC
                   CLOSE FD-STUDTRACK
               ELSE
                   OPEN INPUT FD-STUDENT
                   IF WS-FILESTATUS2 NOT = 00
                       CLOSE FD-STUDENT
                       CLOSE FD-CURRIC
                       CLOSE FD-STUDTRACK
                   ELSE
                       MOVE 1 TO WS-CTRUNOK
                       PERFORM CERT-RUN-STUDENTS
                       CLOSE FD-STUDENT
                       CLOSE FD-CURRIC
                       CLOSE FD-STUDTRACK
                   END-IF
               END-IF
           END-IF.


      *WALKS EVERY TRACK ASSIGNMENT NOT YET STAMPED COMPLETE AND
      *WRITES CERTIFICATES.txt. FD-STUDTRACK, FD-CURRIC AND
      *FD-STUDENT ARE ALREADY OPEN.
       CERT-RUN-STUDENTS.
           OPEN OUTPUT FD-CERTS
           MOVE "T" TO WS-EOF
           PERFORM WITH TEST BEFORE UNTIL WS-EOF = "F"
               READ FD-STUDTRACK NEXT RECORD INTO WS-STUDTRACKINFO
                   AT END MOVE "F" TO WS-EOF
               END-READ
               IF WS-EOF NOT = "F"
                   IF WS-STKCOMPDATE = 0 AND WS-STKTRACK NOT = SPACES
                       PERFORM CERT-ONE-STUDENT
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO F-CERTLINE
           STRING "END OF CERTIFICATE RUN " WS-CT-TODAY
               "  STUDENTS CHECKED: " WS-CT-CHECKED
               "  CERTIFICATES: " WS-CT-CERTS
               DELIMITED BY SIZE INTO F-CERTLINE
           WRITE F-CERTLINE
           CLOSE FD-CERTS.


      *CHECKS THE ONE ASSIGNMENT IN WS-STUDTRACKINFO - AN ACTIVE
      *STUDENT ON A TRACK THAT IS ON FILE, WITH EVERY REQUIRED
      *MODULE PASSED IN LIVE OR ARCHIVED HISTORY, IS CERTIFIED AND
      *STAMPED.
       CERT-ONE-STUDENT.
           MOVE 0 TO WS-TKFOUND
           MOVE WS-STKSTUDNUMBER TO F-STUDNUMBER
           READ FD-STUDENT INTO WS-STUDINFO
               KEY IS F-STUDNUMBER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-STUDENT-ACTIVE
                   IF WS-STUDACTIVE = 1
                       MOVE 1 TO WS-TKFOUND
                   END-IF
           END-READ
           IF WS-TKFOUND = 1
               MOVE 0 TO WS-TKFOUND
               MOVE WS-STKTRACK TO F-CRTRACK
               READ FD-CURRIC INTO WS-CURRICINFO
                   KEY IS F-CRTRACK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-TKFOUND
               END-READ
           END-IF
           IF WS-TKFOUND = 1
               ADD 1 TO WS-CT-CHECKED
               MOVE WS-STKSTUDNUMBER TO WS-STUDNUMBER-TEMP
               MOVE 0 TO WS-TR-COUNT
               MOVE 0 TO WS-TRFULL
               PERFORM TRANSCRIPT-LOAD-LIVE
               PERFORM TRANSCRIPT-LOAD-ARCHIVE
               MOVE 0 TO WS-TK-PRINT
               PERFORM TRACK-EVALUATE
               IF WS-TK-REQCNT > 0 AND WS-TK-PASSCNT = WS-TK-REQCNT
                   PERFORM CERT-WRITE-ONE
                   MOVE WS-STUDTRACKINFO TO F-STUDTRACKINFO
                   MOVE WS-CT-TODAY TO F-STKCOMPDATE
                   REWRITE F-STUDTRACKINFO
                       NOT INVALID KEY
                           MOVE WS-STKSTUDNUMBER TO WS-AU-ID
                           MOVE "CERT" TO WS-AU-OP
                           MOVE "TRACK" TO WS-AU-FIELD
                           MOVE WS-STKTRACK TO WS-AU-OLDVAL
                           MOVE WS-CT-TODAY TO WS-AU-NEWVAL
                           PERFORM WRITE-AUDIT
                   END-REWRITE
               END-IF
           END-IF.


      *PRINTS ONE COMPLETION CERTIFICATE FOR THE STUDENT IN
      *WS-STUDINFO AND THE TRACK IN WS-CURRICINFO.
       CERT-WRITE-ONE.
           ADD 1 TO WS-CT-CERTS
           MOVE ALL "=" TO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           STRING "                    CERTIFICATE OF COMPLETION"
               DELIMITED BY SIZE INTO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           STRING "  THIS IS TO CERTIFY THAT"
               DELIMITED BY SIZE INTO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           STRING "          " WS-STUDNAME
               "  (STUDENT " WS-STUDNUMBER ", SECTION " WS-STUDSECT
               ")"
               DELIMITED BY SIZE INTO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           STRING "  HAS SATISFACTORILY COMPLETED ALL " WS-TK-REQCNT
               " REQUIRED MODULES OF"
               DELIMITED BY SIZE INTO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           STRING "          " WS-CRTITLE " (TRACK " WS-CRTRACK ")"
               DELIMITED BY SIZE INTO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           STRING "  GIVEN THIS " WS-CT-TODAY
               DELIMITED BY SIZE INTO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           STRING "  _______________________________"
               DELIMITED BY SIZE INTO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           STRING "            PRINCIPAL"
               DELIMITED BY SIZE INTO F-CERTLINE
           WRITE F-CERTLINE
           MOVE ALL "=" TO F-CERTLINE
           WRITE F-CERTLINE
           MOVE SPACES TO F-CERTLINE
           WRITE F-CERTLINE.


      *REMEDIATION FOR A GRADE JUST RECORDED ON MODHIST (IN
      *F-MODHISTINFO) - A GRADED ROW BELOW WS-RM-PASS OPENS A PLAN
      *FOR IT; A PASSING ONE COMPLETES EVERY OPEN OR LAPSED PLAN THE
      *STUDENT HAS FOR THAT MODULE. A LATE GRADE IS CAPPED AT THE
      *PASSING GRADE, SO LATENESS ALONE NEVER OPENS A PLAN.
       REMEDIATION-CHECK-GRADE.
           MOVE 0 TO WS-RM-OPENED
           IF F-MODSTATUS = "SUBMITTED"
               ACCEPT WS-RM-TODAY FROM DATE YYYYMMDD
               IF F-MODGRADE < WS-RM-PASS
                   PERFORM REMEDIATION-OPEN
               ELSE
                   PERFORM REMEDIATION-CLOSE-PASSED
               END-IF
           END-IF.


      *OPENS THE PLAN FOR THE FAILED ROW IN F-MODHISTINFO WITH THE
      *STANDARD ACTIVITY AND A TARGET ONE MONTH OUT, FOR THE TEACHER
      *TO FIRM UP FROM THE REMEDIATION SCREEN. A PLAN ALREADY ON FILE
      *FOR THE ROW IS LEFT AS IT IS.
       REMEDIATION-OPEN.
           OPEN I-O FD-REMED
           IF WS-FILESTATUS48 = 35
               OPEN OUTPUT FD-REMED
               CLOSE FD-REMED
               OPEN I-O FD-REMED
           END-IF
           IF WS-FILESTATUS48 NOT = 00
               DISPLAY "REMEDIATION FILE IN USE - PLAN NOT OPENED FOR "
                   F-MODSTUDNUMBER " MODULE " F-MODMODULENUMB "."
           ELSE
               MOVE F-MODSTUDNUMBER TO F-RMSTUDNUMBER
               MOVE F-MODMODULENUMB TO F-RMMODNUMBER
               MOVE F-MODSCHOOLYEAR TO F-RMSCHOOLYEAR
               MOVE F-MODTERM TO F-RMTERM
               MOVE F-MODGRADE TO F-RMGRADE
               MOVE WS-RM-PASS TO F-RMPASSGRADE
               MOVE WS-RM-DEFACTIVITY TO F-RMACTIVITY
               MOVE WS-RM-TEACHER TO F-RMTEACHER
               MOVE WS-RM-TODAY TO F-RMOPENDATE
               PERFORM REMEDIATION-DEFAULT-TARGET
               MOVE "O" TO F-RMSTATUS
               MOVE 0 TO F-RMCLOSEDATE
               MOVE 0 TO F-RMPASSYEAR
               MOVE 0 TO F-RMPASSTERM
               WRITE F-REMEDINFO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-RM-OPENED
                       MOVE F-RMSTUDNUMBER TO WS-AU-ID
                       MOVE "CREATE" TO WS-AU-OP
                       MOVE "REMEDIATION" TO WS-AU-FIELD
                       MOVE SPACES TO WS-AU-OLDVAL
                       MOVE SPACES TO WS-AU-NEWVAL
                       STRING "MODULE " F-RMMODNUMBER " SY "
                           F-RMSCHOOLYEAR " T" F-RMTERM
                           DELIMITED BY SIZE INTO WS-AU-NEWVAL
                       PERFORM WRITE-AUDIT
               END-WRITE
           END-IF
           CLOSE FD-REMED.


      *THE DEFAULT TARGET DATE - THE SAME DAY NEXT MONTH (THE 28TH
      *AT THE LATEST, SO IT IS ALWAYS A REAL DATE).
       REMEDIATION-DEFAULT-TARGET.
           MOVE WS-RM-TODAY TO WS-DN-DATE
           IF WS-DN-MM = 12
               ADD 1 TO WS-DN-YYYY
               MOVE 1 TO WS-DN-MM
           ELSE
               ADD 1 TO WS-DN-MM
           END-IF
           IF WS-DN-DD > 28
               MOVE 28 TO WS-DN-DD
           END-IF
           MOVE WS-DN-DATE TO F-RMTARGETDATE.


      *COMPLETES EVERY OPEN OR LAPSED PLAN THE STUDENT IN
      *F-MODHISTINFO HAS FOR THE MODULE NOW PASSED, RECORDING THE
      *YEAR/TERM OF THE PASS. A KEYED WALK OF THAT STUDENT/MODULE.
       REMEDIATION-CLOSE-PASSED.
           OPEN I-O FD-REMED
           IF WS-FILESTATUS48 NOT = 00
               CLOSE FD-REMED
           ELSE
               MOVE F-MODSTUDNUMBER TO WS-RM-STUDNUM
               MOVE F-MODMODULENUMB TO WS-RM-MODNUM
               MOVE WS-RM-STUDNUM TO F-RMSTUDNUMBER
               MOVE WS-RM-MODNUM TO F-RMMODNUMBER
               MOVE 0 TO F-RMSCHOOLYEAR
               MOVE 0 TO F-RMTERM
               MOVE "T" TO WS-RMEOF
               START FD-REMED KEY IS NOT LESS THAN F-RMKEY
                   INVALID KEY MOVE "F" TO WS-RMEOF
               END-START
               PERFORM WITH TEST BEFORE UNTIL WS-RMEOF = "F"
                   READ FD-REMED NEXT RECORD INTO WS-REMEDINFO
                       AT END MOVE "F" TO WS-RMEOF
                   END-READ
                   IF WS-RMEOF NOT = "F"
                       IF WS-RMSTUDNUMBER NOT = WS-RM-STUDNUM
                               OR WS-RMMODNUMBER NOT = WS-RM-MODNUM
                           MOVE "F" TO WS-RMEOF
                       ELSE IF WS-RMSTATUS = "O" OR WS-RMSTATUS = "L"
                           MOVE "C" TO F-RMSTATUS
                           MOVE WS-RM-TODAY TO F-RMCLOSEDATE
                           MOVE F-MODSCHOOLYEAR TO F-RMPASSYEAR
                           MOVE F-MODTERM TO F-RMPASSTERM
                           REWRITE F-REMEDINFO
                               NOT INVALID KEY
                                   MOVE F-RMSTUDNUMBER TO WS-AU-ID
                                   MOVE "EDIT" TO WS-AU-OP
                                   MOVE "REMEDIATION" TO WS-AU-FIELD
                                   MOVE SPACES TO WS-AU-OLDVAL
                                   STRING "MODULE " F-RMMODNUMBER
                                       " " WS-RMSTATUS
                                       DELIMITED BY SIZE
                                       INTO WS-AU-OLDVAL
                                   MOVE SPACES TO WS-AU-NEWVAL
                                   STRING "C - PASSED SY " F-RMPASSYEAR
                                       " T" F-RMPASSTERM
                                       DELIMITED BY SIZE
                                       INTO WS-AU-NEWVAL
                                   PERFORM WRITE-AUDIT
                           END-REWRITE
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FD-REMED
           END-IF.


      *THE LOGGED-IN TEACHER'S OPEN REMEDIATION PLANS, ONE AT A TIME -
      *THE TEACHER SETS THE ACTIVITY AND TARGET DATE, OR CLOSES THE
      *PLAN AS COMPLETED OR LAPSED. EVERY CHANGE IS AUDITED.
       REMEDIATION-TEACHER.
           DISPLAY WS-BLANK
           DISPLAY '**************************************'
           DISPLAY '*                                    *'
           DISPLAY '*         REMEDIATION PLANS          *'
           DISPLAY '*                                    *'
           DISPLAY '**************************************'
           OPEN I-O FD-REMED
           IF WS-FILESTATUS48 NOT = 00
               DISPLAY "NO REMEDIATION PLANS ON FILE."
               CLOSE FD-REMED
               DISPLAY '       PRESS ANY KEY TO CONTINUE.'
               ACCEPT GETCH
               GO TO MENU-TEACHER
           END-IF

           ACCEPT WS-RM-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-RM-COUNT
           MOVE "T" TO WS-RMEOF
           MOVE LOW-VALUES TO F-RMKEY
           START FD-REMED KEY IS NOT LESS THAN F-RMKEY
               INVALID KEY MOVE "F" TO WS-RMEOF
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-RMEOF = "F"
               READ FD-REMED NEXT RECORD INTO WS-REMEDINFO
                   AT END MOVE "F" TO WS-RMEOF
               END-READ
               IF WS-RMEOF NOT = "F"
                   IF WS-RMSTATUS = "O" AND WS-RMTEACHER = WS-USERNAME
                       ADD 1 TO WS-RM-COUNT
                       PERFORM REMEDIATION-UPDATE-ONE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FD-REMED

           IF WS-RM-COUNT = 0
               DISPLAY "NO OPEN REMEDIATION PLANS."
           END-IF
           DISPLAY '       PRESS ANY KEY TO CONTINUE.'
           ACCEPT GETCH
           GO TO MENU-TEACHER.


      *SHOWS ONE OPEN PLAN (IN WS-REMEDINFO) AND APPLIES THE
      *TEACHER'S UPDATE. FD-REMED IS OPEN I-O AND POSITIONED ON THIS
      *RECORD.
       REMEDIATION-UPDATE-ONE.
           MOVE WS-RMSTUDNUMBER TO F-STUDNUMBER
           PERFORM LOOKUP-STUDENT-SECTION
           MOVE WS-RMMODNUMBER TO WS-MODMODULENUMB
           PERFORM LOOKUP-MODULE-CATALOG
           DISPLAY WS-BLANK
           DISPLAY "REMEDIATION PLAN:"
           DISPLAY "  STUDENT " WS-RMSTUDNUMBER " " WS-STUDNAME
               " SECTION " WS-STUDSECT
           DISPLAY "  MODULE " WS-RMMODNUMBER " " WS-MODTITLE
               " SY " WS-RMSCHOOLYEAR " T" WS-RMTERM
           DISPLAY "  GRADE: " WS-RMGRADE "  PASSING: " WS-RMPASSGRADE
               "  OPENED: " WS-RMOPENDATE
           DISPLAY "  ACTIVITY: " WS-RMACTIVITY
           IF WS-RMTARGETDATE < WS-RM-TODAY
               DISPLAY "  TARGET DATE: " WS-RMTARGETDATE " ** OVERDUE"
           ELSE
               DISPLAY "  TARGET DATE: " WS-RMTARGETDATE
           END-IF
           DISPLAY "  [A] SET ACTIVITY/TARGET  [B] COMPLETED"
           DISPLAY "  [C] LAPSED  [ANY] SKIP"
           DISPLAY "ENTER OPERATION: "WITH NO ADVANCING
           ACCEPT WS-MENU

           MOVE WS-RMSTUDNUMBER TO WS-AU-ID
           MOVE "EDIT" TO WS-AU-OP
           MOVE "REMEDIATION" TO WS-AU-FIELD
           MOVE SPACES TO WS-AU-OLDVAL
           MOVE SPACES TO WS-AU-NEWVAL

           IF A
               DISPLAY "ACTIVITY (BLANK=KEEP): "WITH NO ADVANCING
               MOVE SPACES TO WS-RM-ACTIN
               ACCEPT WS-RM-ACTIN
               IF WS-RM-ACTIN NOT = SPACES
                   MOVE WS-RM-ACTIN TO F-RMACTIVITY
               END-IF
               PERFORM ACCEPT-REMEDIATION-TARGET
               STRING "MOD " WS-RMMODNUMBER " TGT " WS-RMTARGETDATE
                   DELIMITED BY SIZE INTO WS-AU-OLDVAL
               STRING "MOD " WS-RMMODNUMBER " TGT " F-RMTARGETDATE
                   DELIMITED BY SIZE INTO WS-AU-NEWVAL
               REWRITE F-REMEDINFO
                   NOT INVALID KEY
                       DISPLAY "PLAN UPDATED."
                       PERFORM WRITE-AUDIT
               END-REWRITE
           ELSE IF B OR C
               IF B
                   MOVE "C" TO F-RMSTATUS
               ELSE
                   MOVE "L" TO F-RMSTATUS
               END-IF
               MOVE WS-RM-TODAY TO F-RMCLOSEDATE
               STRING "MODULE " WS-RMMODNUMBER " O"
                   DELIMITED BY SIZE INTO WS-AU-OLDVAL
               STRING "MODULE " WS-RMMODNUMBER " " F-RMSTATUS
                   DELIMITED BY SIZE INTO WS-AU-NEWVAL
               REWRITE F-REMEDINFO
                   NOT INVALID KEY
                       DISPLAY "PLAN CLOSED."
                       PERFORM WRITE-AUDIT
               END-REWRITE
           END-IF
           END-IF.


      *KEYS A NEW TARGET DATE INTO F-RMTARGETDATE - A REAL DATE NOT
      *BEFORE TODAY. ZERO OR BLANK KEEPS THE CURRENT ONE.
       ACCEPT-REMEDIATION-TARGET.
           MOVE 0 TO WS-VALID
           PERFORM WITH TEST BEFORE UNTIL WS-VALID = 1
               DISPLAY "TARGET DATE (YYYYMMDD, 0=KEEP): "
                   WITH NO ADVANCING
               ACCEPT WS-RM-DATEIN
               IF WS-RM-DATEIN NOT NUMERIC OR WS-RM-DATEIN = 0
                   MOVE 1 TO WS-VALID
               ELSE
                   MOVE WS-RM-DATEIN TO WS-CAL-DATE
                   PERFORM CHECK-CALENDAR-DATE
                   IF WS-CAL-DATEOK = 1
                           AND WS-RM-DATEIN >= WS-RM-TODAY
                       MOVE WS-RM-DATEIN TO F-RMTARGETDATE
                       MOVE 1 TO WS-VALID
                   ELSE
                       DISPLAY "INVALID DATE - MUST BE A REAL DATE "
                           "FROM TODAY ON."
                   END-IF
               END-IF
           END-PERFORM.


      *OVERDUE REMEDIATION BY SECTION - EVERY OPEN PLAN PAST ITS
      *TARGET DATE AND EVERY LAPSED PLAN, WITH THE DAYS PAST TARGET,
      *WRITTEN TO OVERDUE.txt SO MAKE-UP CLASSES CAN BE PLANNED FROM
      *THE PLANS ON FILE.
       REMEDIATION-OVERDUE.
           DISPLAY WS-BLANK
           DISPLAY '**************************************'
           DISPLAY '*                                    *'
           DISPLAY '*       OVERDUE REMEDIATION          *'
           DISPLAY '*                                    *'
           DISPLAY '**************************************'
           OPEN INPUT FD-REMED
           IF WS-FILESTATUS48 NOT = 00
               DISPLAY "NO REMEDIATION PLANS ON FILE."
               CLOSE FD-REMED
               DISPLAY '       PRESS ANY KEY TO CONTINUE.'
               ACCEPT GETCH
               GO TO PARA-ADMIN-DASHBOARD
           END-IF

           ACCEPT WS-RM-TODAY FROM DATE YYYYMMDD
           MOVE WS-RM-TODAY TO WS-DN-DATE
           PERFORM DATE-TO-DAYNUM
           MOVE WS-DN-DAYS TO WS-RO-TODAYNUM
           MOVE 0 TO WS-RO-COUNT
           MOVE 0 TO WS-RO-FULL
           OPEN INPUT FD-STUDENT
           IF WS-FILESTATUS2 = 00
               MOVE 1 TO WS-RO-STUDOK
           ELSE
               MOVE 0 TO WS-RO-STUDOK
               CLOSE FD-STUDENT
           END-IF
           MOVE "T" TO WS-RMEOF
           PERFORM WITH TEST BEFORE UNTIL WS-RMEOF = "F"
               READ FD-REMED NEXT RECORD INTO WS-REMEDINFO
                   AT END MOVE "F" TO WS-RMEOF
               END-READ
               IF WS-RMEOF NOT = "F"
                   IF WS-RMSTATUS = "L" OR (WS-RMSTATUS = "O"
                           AND WS-RMTARGETDATE < WS-RM-TODAY)
                       PERFORM REMEDIATION-OVERDUE-ADD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FD-REMED
           IF WS-RO-STUDOK = 1
               CLOSE FD-STUDENT
           END-IF
           PERFORM REMEDIATION-OVERDUE-SORT
           PERFORM REMEDIATION-OVERDUE-WRITE

           DISPLAY WS-BLANK
           DISPLAY WS-RO-COUNT " OVERDUE/LAPSED PLAN(S) - SEE "
               "OVERDUE.txt"
           DISPLAY '       PRESS ANY KEY TO CONTINUE.'
           ACCEPT GETCH
           GO TO PARA-ADMIN-DASHBOARD.


      *ADDS THE PLAN IN WS-REMEDINFO TO WS-RO-TABLE WITH ITS
      *STUDENT'S NAME AND SECTION AND THE DAYS PAST ITS TARGET DATE.
       REMEDIATION-OVERDUE-ADD.
           IF WS-RO-COUNT >= 500
               MOVE 1 TO WS-RO-FULL
           ELSE
               ADD 1 TO WS-RO-COUNT
               MOVE SPACES TO WS-RO-SECTION(WS-RO-COUNT)
               MOVE SPACES TO WS-RO-NAME(WS-RO-COUNT)
               IF WS-RO-STUDOK = 1
                   MOVE WS-RMSTUDNUMBER TO F-STUDNUMBER
                   READ FD-STUDENT INTO WS-STUDINFO
                       KEY IS F-STUDNUMBER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE WS-STUDSECT
                               TO WS-RO-SECTION(WS-RO-COUNT)
                           MOVE WS-STUDNAME
                               TO WS-RO-NAME(WS-RO-COUNT)
                   END-READ
               END-IF
               MOVE WS-RMSTUDNUMBER TO WS-RO-STUDNUM(WS-RO-COUNT)
               MOVE WS-RMMODNUMBER TO WS-RO-MODNUM(WS-RO-COUNT)
               MOVE WS-RMSCHOOLYEAR TO WS-RO-YEAR(WS-RO-COUNT)
               MOVE WS-RMTERM TO WS-RO-TERM(WS-RO-COUNT)
               MOVE WS-RMGRADE TO WS-RO-GRADE(WS-RO-COUNT)
               MOVE WS-RMPASSGRADE TO WS-RO-PASSGRADE(WS-RO-COUNT)
               MOVE WS-RMTEACHER TO WS-RO-TEACHER(WS-RO-COUNT)
               MOVE WS-RMTARGETDATE TO WS-RO-TARGET(WS-RO-COUNT)
               MOVE WS-RMSTATUS TO WS-RO-STATUS(WS-RO-COUNT)
               MOVE WS-RMACTIVITY TO WS-RO-ACTIVITY(WS-RO-COUNT)
               MOVE 0 TO WS-RO-DAYS(WS-RO-COUNT)
               IF WS-RMTARGETDATE IS NUMERIC
                       AND WS-RMTARGETDATE NOT = 0
                       AND WS-RMTARGETDATE < WS-RM-TODAY
                   MOVE WS-RMTARGETDATE TO WS-DN-DATE
                   PERFORM DATE-TO-DAYNUM
                   COMPUTE WS-RO-DAYS(WS-RO-COUNT)
                       = WS-RO-TODAYNUM - WS-DN-DAYS
               END-IF
           END-IF.


      *EXCHANGE SORT OF WS-RO-TABLE BY SECTION, THEN MOST DAYS PAST
      *TARGET FIRST.
       REMEDIATION-OVERDUE-SORT.
           IF WS-RO-COUNT > 1
               PERFORM VARYING WS-ROIDX FROM 1 BY 1
                       UNTIL WS-ROIDX >= WS-RO-COUNT
                   COMPUTE WS-ROLIMIT = WS-RO-COUNT - WS-ROIDX
                   PERFORM VARYING WS-ROIDX2 FROM 1 BY 1
                           UNTIL WS-ROIDX2 > WS-ROLIMIT
                       IF WS-RO-SECTION(WS-ROIDX2)
                               > WS-RO-SECTION(WS-ROIDX2 + 1)
                           OR (WS-RO-SECTION(WS-ROIDX2)
                               = WS-RO-SECTION(WS-ROIDX2 + 1)
                               AND WS-RO-DAYS(WS-ROIDX2)
                               < WS-RO-DAYS(WS-ROIDX2 + 1))
                           MOVE WS-RO-ENTRY(WS-ROIDX2) TO WS-RO-SWAP
                           MOVE WS-RO-ENTRY(WS-ROIDX2 + 1)
                               TO WS-RO-ENTRY(WS-ROIDX2)
                           MOVE WS-RO-SWAP
                               TO WS-RO-ENTRY(WS-ROIDX2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.


      *WRITES OVERDUE.txt FROM THE SORTED TABLE - A HEADING AND COUNT
      *PER SECTION (STUDENTS NO LONGER ON FILE UNDER "NONE").
       REMEDIATION-OVERDUE-WRITE.
           OPEN OUTPUT FD-OVERDUE
           MOVE SPACES TO F-OVERDUELINE
           STRING "OVERDUE REMEDIATION BY SECTION - OPEN PAST TARGET "
               "DATE OR LAPSED   RUN " WS-RM-TODAY
               DELIMITED BY SIZE INTO F-OVERDUELINE
           WRITE F-OVERDUELINE
           IF WS-RO-FULL = 1
               MOVE SPACES TO F-OVERDUELINE
               STRING "*** MORE THAN 500 PLANS - LIST IS "
                   "INCOMPLETE ***"
                   DELIMITED BY SIZE INTO F-OVERDUELINE
               WRITE F-OVERDUELINE
           END-IF
           MOVE HIGH-VALUES TO WS-RO-CURSECT
           MOVE 0 TO WS-RO-SECTCNT
           PERFORM VARYING WS-ROIDX FROM 1 BY 1
                   UNTIL WS-ROIDX > WS-RO-COUNT
               IF WS-RO-SECTION(WS-ROIDX) NOT = WS-RO-CURSECT
                   PERFORM REMEDIATION-OVERDUE-SECTEND
                   MOVE WS-RO-SECTION(WS-ROIDX) TO WS-RO-CURSECT
                   MOVE SPACES TO F-OVERDUELINE
                   WRITE F-OVERDUELINE
                   MOVE SPACES TO F-OVERDUELINE
                   IF WS-RO-CURSECT = SPACES
                       STRING "SECTION NONE (STUDENT NOT ON FILE)"
                           DELIMITED BY SIZE INTO F-OVERDUELINE
                   ELSE
                       STRING "SECTION " WS-RO-CURSECT
                           DELIMITED BY SIZE INTO F-OVERDUELINE
                   END-IF
                   WRITE F-OVERDUELINE
               END-IF
               PERFORM REMEDIATION-OVERDUE-ONE
           END-PERFORM
           PERFORM REMEDIATION-OVERDUE-SECTEND
           MOVE SPACES TO F-OVERDUELINE
           WRITE F-OVERDUELINE
           MOVE SPACES TO F-OVERDUELINE
           STRING "TOTAL OVERDUE/LAPSED PLANS: " WS-RO-COUNT
               DELIMITED BY SIZE INTO F-OVERDUELINE
           WRITE F-OVERDUELINE
           CLOSE FD-OVERDUE.


      *THE COUNT LINE CLOSING A SECTION'S LIST, IF ONE IS OPEN.
       REMEDIATION-OVERDUE-SECTEND.
           IF WS-RO-SECTCNT > 0
               MOVE SPACES TO F-OVERDUELINE
               STRING "  SECTION TOTAL: " WS-RO-SECTCNT
                   DELIMITED BY SIZE INTO F-OVERDUELINE
               WRITE F-OVERDUELINE
           END-IF
           MOVE 0 TO WS-RO-SECTCNT.


      *TWO DETAIL LINES FOR TABLE SLOT WS-ROIDX.
       REMEDIATION-OVERDUE-ONE.
           ADD 1 TO WS-RO-SECTCNT
           IF WS-RO-STATUS(WS-ROIDX) = "L"
               MOVE "LAPSED" TO WS-RO-STATDISP
           ELSE
               MOVE "OVERDUE" TO WS-RO-STATDISP
           END-IF
           MOVE SPACES TO F-OVERDUELINE
           STRING "  " WS-RO-STUDNUM(WS-ROIDX)
               " " WS-RO-NAME(WS-ROIDX)
               " MODULE " WS-RO-MODNUM(WS-ROIDX)
               " SY " WS-RO-YEAR(WS-ROIDX) " T" WS-RO-TERM(WS-ROIDX)
               " GRADE " WS-RO-GRADE(WS-ROIDX)
               "/" WS-RO-PASSGRADE(WS-ROIDX)
               " TEACHER " WS-RO-TEACHER(WS-ROIDX)
               DELIMITED BY SIZE INTO F-OVERDUELINE
           WRITE F-OVERDUELINE
           MOVE SPACES TO F-OVERDUELINE
           STRING "      " WS-RO-STATDISP
               " TARGET " WS-RO-TARGET(WS-ROIDX)
               " " WS-RO-DAYS(WS-ROIDX) " DAY(S) PAST"
               "  ACTIVITY: " WS-RO-ACTIVITY(WS-ROIDX)
               DELIMITED BY SIZE INTO F-OVERDUELINE
           WRITE F-OVERDUELINE.


      *GENERATION BACKUP OF THE MASTER FILES - UNLOADS TEACHER.dat,
      *STUDENT.dat, MODHIST.dat, MODULE.dat, ADMIN.dat AND
      *PENDING.dat TO DATED SEQUENTIAL GENERATION FILES (TEACHER.G1
      *... PENDING.G5, CYCLING OVER THE LAST FIVE GENERATIONS) WITH
      *THE PER-FILE RECORD COUNTS KEPT IN BKUPCTL.dat FOR THE
      *RESTORE TO VERIFY AGAINST.
       BACKUP-MASTERS.
           PERFORM BACKUP-CORE
           DISPLAY '       PRESS ANY KEY TO CONTINUE.'
           ACCEPT GETCH
           GO TO PARA-ADMIN-DASHBOARD.


      *THE BACKUP PROPER - PERFORMED BY THE DASHBOARD RUN ABOVE AND
      *BY THE UNATTENDED RUN, SO IT NEVER STOPS ON AN ACCEPT.
      *WS-BKMISMATCH IS SET WHEN A MASTER COULD NOT BE UNLOADED.
       BACKUP-CORE.
                           MOVE WS-MODHISTINFO TO F-ARCHHISTINFO
                           WRITE F-ARCHHISTINFO
                           DELETE FD-MODHIST RECORD
                               NOT INVALID KEY
                                   MOVE WS-MODSTUDNUMBER TO WS-AU-ID
                                   MOVE "ARCHIV" TO WS-AU-OP
                                   MOVE "MODULE" TO WS-AU-FIELD
                                   MOVE WS-MODMODULENUMB TO WS-AU-OLDVAL
                                   MOVE SPACES TO WS-AU-NEWVAL
                                   PERFORM WRITE-AUDIT
                           END-DELETE
                       ELSE
                           MOVE "F" TO WS-EOF2
           PERFORM WRITE-AUDIT.


      *RECORDS A REPORT RUN BY A VIEW-ONLY USER UNDER THEIR OWN ID -
      *THE CALLER SETS WS-AU-FIELD (THE REPORT) AND WS-AU-OLDVAL/
      *NEWVAL (WHAT IT WAS RUN FOR).
       AUDIT-VIEWER-RUN.
           MOVE WS-VWUSERNAME TO WS-AU-ID
           MOVE "VIEW" TO WS-AU-OP
           PERFORM WRITE-AUDIT.


      *APPENDS ONE LINE TO THE CURRENT MONTH'S AUDIT FILE - CALLER
      *SETS WS-AU-ID/OP/FIELD/OLDVAL/NEWVAL BEFORE PERFORMING THIS
      *PARAGRAPH. THE TRAIL ROLLS INTO ONE FILE PER MONTH

           MOVE WS-AQ-FROM(1:6) TO WS-AQ-FROMMON
           MOVE WS-AQ-TO(1:6) TO WS-AQ-TOMON
           IF WS-VIEWER = 1
               MOVE "AUDITINQ" TO WS-AU-FIELD
               MOVE WS-AQ-ID TO WS-AU-OLDVAL
               MOVE SPACES TO WS-AU-NEWVAL
               STRING WS-AQ-FROM "-" WS-AQ-TO " " WS-AQ-OP
                   DELIMITED BY SIZE INTO WS-AU-NEWVAL
               PERFORM AUDIT-VIEWER-RUN
           END-IF
           MOVE 0 TO WS-AQ-COUNT

           OPEN OUTPUT FD-AUDITRPT
           MOVE 0 TO F-FAILCOUNT
           MOVE "N" TO F-LOCKFLAG
           MOVE "Y" TO F-PWCHANGE
           PERFORM CHECK-VIEWER-USERNAME
           IF WS-NAMETAKEN = 1
               DISPLAY "USERNAME ALREADY IN USE BY A VIEW-ONLY ACCOUNT."
               GO TO PARA-ADMIN-DASHBOARD
           END-IF
           OPEN I-O FD-TEACHER
           IF WS-FILESTATUS = 35 THEN
               OPEN OUTPUT FD-TEACHER
           GO TO PARA-ADMIN-DASHBOARD.


      *SETS WS-NAMETAKEN WHEN THE NEW TEACHER USERNAME IN F-USERNAME
      *IS ALREADY A VIEW-ONLY ACCOUNT ON VIEWER.dat.
       CHECK-VIEWER-USERNAME.
           MOVE 0 TO WS-NAMETAKEN
           OPEN INPUT FD-VIEWER
           IF WS-FILESTATUS41 = 00
               MOVE F-USERNAME TO F-VWUSERNAME
               READ FD-VIEWER
                   KEY IS F-VWUSERNAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-NAMETAKEN
               END-READ
           END-IF
           CLOSE FD-VIEWER.


       EDIT-TEACHER.
           INITIALIZE WS-TEACHERINFO, F-TEACHERINFO

               GO TO PARA-ADMIN-DASHBOARD
           END-IF.

           MOVE F-TEACHERINFO TO WS-TEACHERINFO

           REWRITE F-TEACHERINFO FROM WS-TEACHERINFO
               NOT INVALID KEY
                   DISPLAY "ACCOUNT UPDATED."
                   IF WS-AU-OP = "EDIT"
                       PERFORM WRITE-AUDIT
                   END-IF
           END-REWRITE

           CLOSE FD-TEACHER
           GO TO PARA-ADMIN-DASHBOARD.


       MANAGE-VIEWERS.
           INITIALIZE WS-VIEWERINFO, F-VIEWERINFO

           DISPLAY WS-BLANK
           DISPLAY WS-BLANK
           DISPLAY '**************************************'.
           DISPLAY '*                                    *'.
           DISPLAY '*      VIEW-ONLY USER ACCOUNTS       *'.
           DISPLAY '*                                    *'.
           DISPLAY "* ENTER USERNAME: "WITH NO ADVANCING.
           ACCEPT F-VWUSERNAME
           DISPLAY '*                                    *'.
           DISPLAY '**************************************'.
           MOVE F-VWUSERNAME TO WS-VWUSERNAME
           OPEN I-O FD-VIEWER
           IF WS-FILESTATUS41 = 35
               OPEN OUTPUT FD-VIEWER
               CLOSE FD-VIEWER
               OPEN I-O FD-VIEWER
           END-IF
           IF WS-FILESTATUS41 NOT = 00
               DISPLAY "VIEW-ONLY USER FILE IN USE BY ANOTHER USER - "
                   "TRY AGAIN LATER."
               GO TO PARA-ADMIN-DASHBOARD
           END-IF
      *THE RECORD STAYS LOCKED WHILE THE ADMINISTRATOR EDITS IT.
           READ FD-VIEWER INTO WS-VIEWERINFO WITH LOCK
               KEY IS F-VWUSERNAME
               INVALID KEY
                   PERFORM CREATE-VIEWER
                   CLOSE FD-VIEWER
                   GO TO PARA-ADMIN-DASHBOARD
           END-READ
           IF WS-FILESTATUS41 = 51 OR WS-FILESTATUS41 = 99
               DISPLAY "RECORD IN USE BY ANOTHER USER - "
                   "TRY AGAIN LATER."
               CLOSE FD-VIEWER
               GO TO PARA-ADMIN-DASHBOARD
           END-IF.
           DISPLAY '**************************************'.
           DISPLAY '*                                    *'.
           DISPLAY "* DATA FOR USERNAME: " WS-VWUSERNAME
           DISPLAY '*                                    *'.
           DISPLAY "* [A] => NAME: "  WS-VWNAME
           DISPLAY "* [B] => ROLE (P=PRINCIPAL G=GUIDANCE): "
               WS-VWROLE
           DISPLAY "* [C] => RESET PASSWORD (STORED HASHED)"
           DISPLAY "* [D] => UNLOCK ACCOUNT (LOCKED: " WS-VWLOCKFLAG
               " FAILS: " WS-VWFAILCOUNT ")"
           DISPLAY "* [X] => DELETE ACCOUNT"
           DISPLAY "* [ANY] => EXIT"
           DISPLAY '*                                    *'.
           DISPLAY '**************************************'.
           DISPLAY "           ENTER OPERATION: "WITH NO ADVANCING.
           ACCEPT WS-MENU

           MOVE WS-VIEWERINFO TO F-VIEWERINFO

           DISPLAY WS-BLANK
           DISPLAY WS-BLANK

           MOVE F-VWUSERNAME TO WS-AU-ID
           MOVE "EDIT" TO WS-AU-OP

           IF A
               MOVE "NAME" TO WS-AU-FIELD
               MOVE WS-VWNAME TO WS-AU-OLDVAL
               DISPLAY "NEW NAME: "
               ACCEPT F-VWNAME
               MOVE F-VWNAME TO WS-AU-NEWVAL
           ELSE IF B
               MOVE "ROLE" TO WS-AU-FIELD
               MOVE WS-VWROLE TO WS-AU-OLDVAL
               PERFORM ACCEPT-VIEWER-ROLE
               MOVE F-VWROLE TO WS-AU-NEWVAL
           ELSE IF C
               MOVE "PASSWORD" TO WS-AU-FIELD
               MOVE "[HIDDEN]" TO WS-AU-OLDVAL
               PERFORM ACCEPT-NEW-PASSWORD
               PERFORM HASH-PASSWORD
               MOVE WS-PWHASH TO F-VWPASSWORD
      *AN ADMIN RESET COUNTS AS A TEMPORARY PASSWORD.
               MOVE "Y" TO F-VWPWCHANGE
               MOVE "[HIDDEN]" TO WS-AU-NEWVAL
           ELSE IF D
               MOVE "UNLOCK" TO WS-AU-FIELD
               MOVE WS-VWLOCKFLAG TO WS-AU-OLDVAL
               MOVE 0 TO F-VWFAILCOUNT
               MOVE "N" TO F-VWLOCKFLAG
               MOVE "N" TO WS-AU-NEWVAL
               DISPLAY "ACCOUNT UNLOCKED - FAILED LOGINS CLEARED."
           ELSE IF X
               DISPLAY "ARE YOU SURE?"
               DISPLAY "[A] => YES"
               DISPLAY "[ANY] => EXIT"
               DISPLAY "ENTER OPERATION: "
               ACCEPT WS-MENU

               IF A
                   DELETE FD-VIEWER RECORD
                       NOT INVALID KEY
                           DISPLAY "ACCOUNT DELETED."
                           MOVE "DELETE" TO WS-AU-OP
                           MOVE "VIEWER" TO WS-AU-FIELD
                           MOVE WS-VWNAME TO WS-AU-OLDVAL
                           MOVE SPACES TO WS-AU-NEWVAL
                           PERFORM WRITE-AUDIT
                   END-DELETE
               ELSE
                   CLOSE FD-VIEWER
                   GO TO PARA-ADMIN-DASHBOARD
               END-IF
           ELSE
               CLOSE FD-VIEWER
               GO TO PARA-ADMIN-DASHBOARD
           END-IF.

           IF WS-AU-OP = "EDIT"
               REWRITE F-VIEWERINFO
                   NOT INVALID KEY
                       DISPLAY "ACCOUNT UPDATED."
                       PERFORM WRITE-AUDIT
               END-REWRITE
           END-IF

           CLOSE FD-VIEWER
           GO TO PARA-ADMIN-DASHBOARD.


      *A USERNAME NOT YET ON VIEWER.dat - OFFERS TO CREATE IT WITH A
      *TEMPORARY PASSWORD THAT MUST BE CHANGED AT FIRST LOGIN.
      *FD-VIEWER IS OPEN I-O; THE USERNAME IS IN WS-VWUSERNAME.
       CREATE-VIEWER.
           DISPLAY "USERNAME " WS-VWUSERNAME " IS NOT ON FILE."
           DISPLAY "  [A] CREATE IT  [ANY] EXIT"
           DISPLAY "ENTER OPERATION: "WITH NO ADVANCING
           ACCEPT WS-MENU
           IF A
               PERFORM CHECK-TEACHER-USERNAME
               IF WS-NAMETAKEN = 1
                   DISPLAY "USERNAME ALREADY IN USE BY A TEACHER "
                       "ACCOUNT."
               ELSE
                   INITIALIZE F-VIEWERINFO
                   MOVE WS-VWUSERNAME TO F-VWUSERNAME
                   PERFORM ACCEPT-NEW-PASSWORD
                   PERFORM HASH-PASSWORD
                   MOVE WS-PWHASH TO F-VWPASSWORD
                   DISPLAY "* FIRST & LAST NAME: "WITH NO ADVANCING
                   ACCEPT F-VWNAME
                   PERFORM ACCEPT-VIEWER-ROLE
                   MOVE 0 TO F-VWFAILCOUNT
                   MOVE "N" TO F-VWLOCKFLAG
                   MOVE "Y" TO F-VWPWCHANGE
                   WRITE F-VIEWERINFO
                       INVALID KEY
                           DISPLAY "USERNAME ALREADY EXISTS."
                       NOT INVALID KEY
                           DISPLAY "      ACCOUNT CREATION SUCCESSFUL."
                           MOVE F-VWUSERNAME TO WS-AU-ID
                           MOVE "CREATE" TO WS-AU-OP
                           MOVE "VIEWER" TO WS-AU-FIELD
                           MOVE SPACES TO WS-AU-OLDVAL
                           MOVE F-VWNAME TO WS-AU-NEWVAL
                           PERFORM WRITE-AUDIT
                   END-WRITE
               END-IF
           END-IF.


      *SETS WS-NAMETAKEN WHEN THE NEW VIEW-ONLY USERNAME IN
      *WS-VWUSERNAME IS ALREADY A TEACHER ACCOUNT ON TEACHER.dat.
       CHECK-TEACHER-USERNAME.
           MOVE 0 TO WS-NAMETAKEN
           OPEN INPUT FD-TEACHER
           IF WS-FILESTATUS = 00
               MOVE WS-VWUSERNAME TO F-USERNAME
               READ FD-TEACHER
                   KEY IS F-USERNAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-NAMETAKEN
               END-READ
           END-IF
           CLOSE FD-TEACHER.


      *PROMPTS FOR THE VIEW-ONLY ROLE INTO F-VWROLE UNTIL IT IS
      *P (PRINCIPAL) OR G (GUIDANCE).
       ACCEPT-VIEWER-ROLE.
           MOVE 0 TO WS-VALID
           PERFORM WITH TEST BEFORE UNTIL WS-VALID = 1
               DISPLAY "* ROLE (P=PRINCIPAL G=GUIDANCE): "
                   WITH NO ADVANCING
               ACCEPT F-VWROLE
               IF F-VWROLE = "p"
                   MOVE "P" TO F-VWROLE
               END-IF
               IF F-VWROLE = "g"
                   MOVE "G" TO F-VWROLE
               END-IF
               IF F-VWROLE = "P" OR F-VWROLE = "G"
                   MOVE 1 TO WS-VALID
               ELSE
                   DISPLAY "INVALID ROLE - P OR G."
               END-IF
           END-PERFORM.


       PARA-TEACHER.
                               " (SY " WS-PENDSCHOOLYEAR
                               " T" WS-PENDTERM ") WAS REJECTED."
                           DELETE FD-PENDING RECORD
                               NOT INVALID KEY
                                   MOVE WS-PENDSTUDNUMBER TO WS-AU-ID
                                   MOVE "DELETE" TO WS-AU-OP
                                   MOVE "PENDING" TO WS-AU-FIELD
                                   MOVE WS-PENDOLDGRADE TO WS-AU-OLDVAL
                                   MOVE WS-PENDNEWGRADE TO WS-AU-NEWVAL
                                   PERFORM WRITE-AUDIT
                           END-DELETE
                       END-IF
                   END-IF
           END-IF.


      *PRINCIPAL / GUIDANCE LOGIN - THE SAME LOCKOUT AND FORCED
      *PASSWORD CHANGE RULES AS THE TEACHER LOGIN, AGAINST VIEWER.dat.
      *THE FILE IS CLOSED AGAIN ONCE THE LOGIN BOOKKEEPING IS DONE -
      *NOTHING IN A VIEW-ONLY SESSION WRITES TO IT.
       PARA-VIEWER.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
           DISPLAY '*                                    *'.
           DISPLAY '*     PRINCIPAL / GUIDANCE LOGIN     *'.
           DISPLAY '*                                    *'.
           DISPLAY '*  USERNAME: ' WITH NO ADVANCING.
           ACCEPT F-VWUSERNAME.
           DISPLAY '*  PASSWORD: ' WITH NO ADVANCING.
           ACCEPT WS-PASSWORD-TEMP.
           DISPLAY '*                                    *'.
           DISPLAY '**************************************'.

           OPEN I-O FD-VIEWER
           IF WS-FILESTATUS41 = 35
               DISPLAY "ACCOUNT DATABASE IS EMPTY."
               GO TO MAIN
           END-IF
           IF WS-FILESTATUS41 NOT = 00
               DISPLAY "VIEW-ONLY USER FILE IN USE BY ANOTHER USER - "
                   "TRY AGAIN LATER."
               GO TO MAIN
           END-IF

           MOVE 0 TO WS-FLAG
           READ FD-VIEWER INTO WS-VIEWERINFO
               KEY IS F-VWUSERNAME
               NOT INVALID KEY MOVE 1 TO WS-FLAG
           END-READ

           IF WS-FLAG = 0
               DISPLAY "ACCOUNT NOT FOUND"
               MOVE F-VWUSERNAME TO WS-AU-ID
               PERFORM AUDIT-LOGIN-FAIL
               CLOSE FD-VIEWER
               GO TO MAIN
           END-IF

           IF WS-VWLOCKFLAG = "Y"
               DISPLAY "ACCOUNT IS LOCKED - SEE ADMINISTRATOR."
               MOVE F-VWUSERNAME TO WS-AU-ID
               PERFORM AUDIT-LOGIN-FAIL
               CLOSE FD-VIEWER
               GO TO MAIN
           END-IF

           MOVE WS-PASSWORD-TEMP TO WS-PWIN
           PERFORM HASH-PASSWORD
           IF WS-PWHASH = WS-VWPASSWORD
               MOVE 0 TO F-VWFAILCOUNT
               REWRITE F-VIEWERINFO
               END-REWRITE
               DISPLAY "LOGGED IN"
               IF WS-VWPWCHANGE = "Y"
                   PERFORM FORCE-VIEWER-PASSWORD-CHANGE
               END-IF
               CLOSE FD-VIEWER
               MOVE 1 TO WS-VIEWER
               GO TO MENU-VIEWER
           ELSE
               DISPLAY "ACCOUNT NOT FOUND"
               ADD 1 TO F-VWFAILCOUNT
               IF F-VWFAILCOUNT >= WS-MAXFAILS
                   MOVE "Y" TO F-VWLOCKFLAG
                   DISPLAY "ACCOUNT IS NOW LOCKED - "
                       "SEE ADMINISTRATOR."
               END-IF
               REWRITE F-VIEWERINFO
               END-REWRITE
               MOVE F-VWUSERNAME TO WS-AU-ID
               PERFORM AUDIT-LOGIN-FAIL
               CLOSE FD-VIEWER
               GO TO MAIN
           END-IF.


      *A NEW OR ADMIN-RESET VIEW-ONLY PASSWORD IS TEMPORARY, AS FOR
      *TEACHERS. FD-VIEWER IS OPEN I-O WITH THE USER'S RECORD JUST
      *READ.
       FORCE-VIEWER-PASSWORD-CHANGE.
           DISPLAY "YOU MUST CHANGE YOUR PASSWORD BEFORE CONTINUING."
           PERFORM ACCEPT-NEW-PASSWORD
           PERFORM HASH-PASSWORD
           MOVE WS-PWHASH TO F-VWPASSWORD
           MOVE "N" TO F-VWPWCHANGE
           REWRITE F-VIEWERINFO
               NOT INVALID KEY
                   DISPLAY "PASSWORD UPDATED."
                   MOVE F-VWUSERNAME TO WS-AU-ID
                   MOVE "EDIT" TO WS-AU-OP
                   MOVE "PASSWORD" TO WS-AU-FIELD
                   MOVE "[HIDDEN]" TO WS-AU-OLDVAL
                   MOVE "[HIDDEN]" TO WS-AU-NEWVAL
                   PERFORM WRITE-AUDIT
           END-REWRITE
           MOVE F-VIEWERINFO TO WS-VIEWERINFO.


      *READ-ONLY MENU FOR THE PRINCIPAL AND GUIDANCE - THE TEACHER
      *REPORTS, EACH OPEN TO ANY ONE SECTION OR THE WHOLE SCHOOL.
      *NOTHING ON IT CAN CREATE, CHANGE, DELETE OR QUEUE A RECORD.
       MENU-VIEWER.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
           DISPLAY '*                                    *'.
           DISPLAY '*     PRINCIPAL / GUIDANCE MENU      *'.
           DISPLAY '*                                    *'.
           DISPLAY '*  USER: ' WS-VWNAME.
           DISPLAY '*                                    *'.
           DISPLAY '*  => [A]   STUDENT LIST             *'.
           DISPLAY '*  => [B]   SUMMARY                  *'.
           DISPLAY '*  => [C]   PRINT REPORT CARD        *'.
           DISPLAY '*  => [D]   PRINT TRANSCRIPT         *'.
           DISPLAY '*  => [E]   MONTHLY ABSENCE REPORT   *'.
           DISPLAY '*  => [F]   AUDIT TRAIL INQUIRY      *'.
           DISPLAY '*  => [ANY] EXIT                     *'.
           DISPLAY '*                                    *'.
           DISPLAY '**************************************'.
           DISPLAY '                                      '.
           DISPLAY '       CHOOSE AN OPERATION: 'WITH NO ADVANCING.
           ACCEPT WS-MENU.

           IF A
               GO TO STUDENT-LIST
           ELSE IF B
               GO TO PARA-SUMMARY
           ELSE IF C
               GO TO PRINT-REPORT-CARD
           ELSE IF D
               GO TO PRINT-TRANSCRIPT
           ELSE IF E
               GO TO ABSENCE-REPORT
           ELSE IF F
               GO TO AUDIT-INQUIRY
           ELSE
               MOVE 0 TO WS-VIEWER
               GO TO MAIN
           END-IF.


       MENU-TEACHER.
      *THE REPORTS SHARED WITH THE VIEW-ONLY MENU END HERE - A
      *VIEW-ONLY SESSION NEVER SEES THE TEACHER MENU.
           IF WS-VIEWER = 1
               GO TO MENU-VIEWER
           END-IF
           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
           DISPLAY '*                                    *'.
           DISPLAY '*  => [J]   MONTHLY ABSENCE REPORT   *'
           DISPLAY '*  => [K]   BATCH LOAD GRADES        *'
           DISPLAY '*  => [L]   PRINT TRANSCRIPT         *'
           DISPLAY '*  => [M]   GRADING BACKLOG          *'
           DISPLAY '*  => [N]   TRACK COMPLETION AUDIT   *'
           DISPLAY '*  => [O]   REMEDIATION PLANS        *'
           DISPLAY '*  => [ANY] EXIT                     *'.
           DISPLAY '*                                    *'.
           DISPLAY '**************************************'.
               GO TO BATCH-LOAD-GRADES
           ELSE IF L
               GO TO PRINT-TRANSCRIPT
           ELSE IF M
               GO TO BACKLOG-TEACHER
           ELSE IF N
               GO TO TRACK-AUDIT
           ELSE IF O
               GO TO REMEDIATION-TEACHER
           ELSE
               CLOSE FD-TEACHER
               GO TO MAIN
           END-READ
           CLOSE FD-MODULE

      *THE PREREQUISITES AND DUE DATE ARE THOSE OF THE CATALOG
      *VERSION IN FORCE FOR THE TERM THE WORK IS RECORDED UNDER -
      *BY DEFAULT THE TERM THE SCHOOL CALENDAR PUTS THE RECEIVED
      *DATE IN.
           PERFORM ACCEPT-RECEIVED-DATE
           MOVE WS-RCVDATE TO WS-CAL-DATE
           PERFORM CALENDAR-DEFAULT-TERM
           PERFORM ACCEPT-VALID-TERM
           MOVE WS-MODULE TO WS-VR-MODNUM
           MOVE WS-YEARIN TO WS-VR-YEAR
           MOVE WS-TERMIN TO WS-VR-TERM
           PERFORM APPLY-MODULE-VERSION

      *PREREQUISITE GATE - EVERY NONZERO PREREQ ON THE CATALOG ENTRY
      *MUST HAVE A PASSED MODHIST ROW FOR THIS STUDENT (THE SAME
      *PASS TEST TALLY-STUDENT-MODULES APPLIES, LATE CAP INCLUDED)
           MOVE WS-STUDNUMBER-TEMP TO F-STUDNUMBER
           MOVE F-STUDNUMBER TO F-MODSTUDNUMBER
           MOVE WS-MODULE TO F-MODMODULENUMB
           MOVE WS-YEARIN TO F-MODSCHOOLYEAR.
           MOVE WS-TERMIN TO F-MODTERM.

      *WORK CAN BE LOGGED AS RECEIVED THE DAY IT COMES IN AND GRADED
      *LATER FROM THE STUDENT'S MODULE EDIT, OR RECEIVED AND GRADED
      *IN ONE STEP. EITHER WAY THE RECEIVED DATE IS THE ONE KEPT IN
      *F-MODSUBMITDATE, AND THE GRADED DATE IS SET WHEN THE GRADE
      *GOES ON.
           DISPLAY "* [A] RECEIVE AND GRADE NOW"
           DISPLAY "* [B] LOG AS RECEIVED - GRADE LATER"
           DISPLAY "* ENTER OPERATION: "WITH NO ADVANCING
           ACCEPT WS-MENU
           MOVE WS-RCVDATE TO F-MODSUBMITDATE
           MOVE 0 TO F-MODGRADEDATE

      *A MODULE GRADED BY COMPONENTS TAKES A SCORE PER COMPONENT AND
      *THE WEIGHTED RESULT BECOMES THE GRADE. ANY COMPONENT LEFT
      *UNSCORED KEEPS THE ROW RECEIVED WITH NO GRADE UNTIL IT IS
      *SCORED FROM THE STUDENT'S MODULE EDIT.
           PERFORM CHECK-MODULE-COMPONENTS
           IF B
               INITIALIZE WS-CP-TABLE
               MOVE 0 TO F-MODGRADE
               MOVE 'RECEIVED' TO F-MODSTATUS
               DISPLAY "* LOGGED AS RECEIVED - NOT YET GRADED."
           ELSE IF WS-CP-USED = 0
               PERFORM ACCEPT-VALID-GRADE
               MOVE WS-GRADEIN TO F-MODGRADE
               MOVE 'SUBMITTED' TO F-MODSTATUS
               MOVE WS-RCVTODAY TO F-MODGRADEDATE
           ELSE
               MOVE F-MODSTUDNUMBER TO WS-CP-STUDNUMBER
               MOVE F-MODSCHOOLYEAR TO WS-CP-SCHOOLYEAR
               MOVE F-MODTERM TO WS-CP-TERM
               MOVE F-MODMODULENUMB TO WS-CP-MODULENUMB
               PERFORM LOAD-COMPONENT-SCORES
               PERFORM ACCEPT-COMPONENT-SCORES
               PERFORM COMPUTE-COMPONENT-GRADE
               IF WS-CP-SCORED = WS-CP-USED
                   MOVE WS-CP-GRADE TO F-MODGRADE
                   MOVE 'SUBMITTED' TO F-MODSTATUS
                   MOVE WS-RCVTODAY TO F-MODGRADEDATE
                   DISPLAY "* WEIGHTED MODULE GRADE: " WS-CP-GRADE
               ELSE
                   MOVE 0 TO F-MODGRADE
                   MOVE 'RECEIVED' TO F-MODSTATUS
                   SUBTRACT WS-CP-SCORED FROM WS-CP-USED
                       GIVING WS-CP-LEFT
                   DISPLAY "* GRADE NOT FINAL - " WS-CP-LEFT
                       " COMPONENT(S) STILL TO SCORE."
               END-IF
           END-IF.
           DISPLAY '*                                    *'
           DISPLAY '**************************************'
           MOVE SPACE TO F-MODSENTFLAG

      *THE RECEIVED DATE IS COMPARED AGAINST THE CATALOG DUE DATE
      *(READ ABOVE) TO RECORD ON-TIME OR LATE - NEVER THE GRADING
      *DATE, SO A SLOW GRADER CANNOT MAKE A STUDENT LATE. A ZERO DUE
      *DATE MEANS THE MODULE HAS NO DEADLINE.
           MOVE "N" TO F-MODLATEFLAG
           IF WS-MODDUEDATE NOT = 0
                   AND F-MODSUBMITDATE > WS-MODDUEDATE
                   " - RECORDED AS LATE."
           END-IF

      *THE FILE IS OPENED I-O EVEN WHEN IT IS NEW, SO A GRADE WHOSE
      *COMPONENT SCORES COULD NOT BE FILED CAN BE PUT BACK TO
      *RECEIVED BELOW.
           OPEN I-O FD-MODHIST
           IF WS-FILESTATUS3 = 35 THEN
               OPEN OUTPUT FD-MODHIST
               CLOSE FD-MODHIST
               OPEN I-O FD-MODHIST
           END-IF
           IF WS-FILESTATUS3 NOT = 00
               DISPLAY "MODULE FILE IN USE BY ANOTHER USER - "
                   "TRY AGAIN LATER."
               GO TO MENU-TEACHER
           END-IF
           WRITE F-MODHISTINFO
               INVALID KEY
                   MOVE SPACES TO WS-AU-OLDVAL
                   MOVE F-MODGRADE TO WS-AU-NEWVAL
                   PERFORM WRITE-AUDIT
                   IF WS-CP-USED > 0
                       PERFORM WRITE-COMPONENT-SCORES
                       IF F-MODSTATUS = "SUBMITTED"
                           PERFORM MODULE-CHECK-SCORES-FILED
                       END-IF
                   END-IF
                   MOVE WS-MODPASSGRADE TO WS-RM-PASS
                   MOVE WS-USERNAME TO WS-RM-TEACHER
                   PERFORM REMEDIATION-CHECK-GRADE
                   IF WS-RM-OPENED = 1
                       DISPLAY "NOTE: BELOW PASSING GRADE - "
                           "REMEDIATION PLAN OPENED."
                   END-IF
           END-WRITE
           CLOSE FD-MODHIST

           GO TO MENU-TEACHER.


      *A WEIGHTED GRADE WAS JUST WRITTEN AS FINAL - IF ANY OF ITS
      *COMPONENT SCORES FAILED TO REACH COMPSCORE.dat THE ROW GOES
      *BACK TO RECEIVED WITH NO GRADE, SO NO FINAL GRADE STANDS
      *WITHOUT ITS BREAKDOWN. FD-MODHIST IS OPEN I-O ON THE ROW.
       MODULE-CHECK-SCORES-FILED.
           PERFORM COMPUTE-COMPONENT-GRADE
           IF WS-CP-SCORED < WS-CP-USED
               MOVE 0 TO F-MODGRADE
               MOVE 0 TO F-MODGRADEDATE
               MOVE "RECEIVED" TO F-MODSTATUS
               REWRITE F-MODHISTINFO
                   INVALID KEY
                       DISPLAY "MODULE ROW COULD NOT BE RESET - "
                           "SEE ADMIN."
                   NOT INVALID KEY
                       DISPLAY "GRADE NOT FINALIZED - LOGGED AS "
                           "RECEIVED. SCORE THE COMPONENTS AGAIN "
                           "WITH [S]."
                       MOVE F-MODSTUDNUMBER TO WS-AU-ID
                       MOVE "EDIT" TO WS-AU-OP
                       MOVE "STATUS" TO WS-AU-FIELD
                       MOVE "SUBMITTED" TO WS-AU-OLDVAL
                       MOVE "RECEIVED" TO WS-AU-NEWVAL
                       PERFORM WRITE-AUDIT
               END-REWRITE
           END-IF.


      *CHECKS WHETHER THE STUDENT IN WS-STUDNUMBER-TEMP EVER PASSED
      *PREREQUISITE MODULE WS-PREREQNUM IN ANY SCHOOL YEAR/TERM,
      *APPLYING THE SAME PASS TEST TALLY-STUDENT-MODULES USES: THE
                   IF WS-EOF2 NOT = "F"
                       IF WS-MODSTUDNUMBER = WS-STUDNUMBER-TEMP
                           IF WS-MODMODULENUMB = WS-PREREQNUM
                               PERFORM PREREQ-ROW-PASSGRADE
                               MOVE WS-MODGRADE TO WS-EFFGRADE
                               IF WS-MODLATEFLAG = "Y" AND
                                       WS-EFFGRADE > WS-PREREQROWPASS
                                   MOVE WS-PREREQROWPASS TO WS-EFFGRADE
                               END-IF
                               IF WS-EFFGRADE >= WS-PREREQROWPASS
                                   MOVE 1 TO WS-PREREQOK
                               END-IF
                           END-IF
           END-IF.


      *THE PASSING GRADE OF PREREQUISITE WS-PREREQNUM FOR THE MODHIST
      *ROW IN WS-MODHISTINFO - THE VERSION IN FORCE FOR THE ROW'S
      *YEAR/TERM, ELSE THE CATALOG FIGURE IN WS-PREREQPASS - INTO
      *WS-PREREQROWPASS. ONLY WS-MVINFO IS TOUCHED, SO WS-MODULEINFO
      *KEEPS THE MODULE BEING SUBMITTED.
       PREREQ-ROW-PASSGRADE.
           MOVE WS-PREREQPASS TO WS-PREREQROWPASS
           MOVE WS-PREREQNUM TO WS-VR-MODNUM
           MOVE WS-MODSCHOOLYEAR TO WS-VR-YEAR
           MOVE WS-MODTERM TO WS-VR-TERM
           PERFORM FIND-MODULE-VERSION
           IF WS-VRFOUND = 1
               MOVE WS-MVPASSGRADE TO WS-PREREQROWPASS
           END-IF
           MOVE 0 TO WS-VR-YEAR
           MOVE 0 TO WS-VR-TERM.


      *DIVISION POLICY: ONLY AN ADMINISTRATOR MAY WAIVE A MISSING
      *PREREQUISITE - THE ADMINISTRATOR KEYS THEIR OWN CREDENTIALS
      *AT THE TEACHER'S TERMINAL AND THE WAIVER IS WRITTEN TO THE
                   MOVE WS-STUDNUMBER-TEMP TO WS-AU-OLDVAL
                   MOVE WS-MODULE TO WS-AU-NEWVAL
                   PERFORM WRITE-AUDIT
                   PERFORM RECORD-PREREQ-WAIVER
               ELSE
                   DISPLAY "OVERRIDE REFUSED."
               END-IF
           END-IF.


      *KEEPS THE WAIVER JUST GRANTED IN WAIVER.dat SO THE PARENT
      *LETTER RUN CAN REPORT IT. A SECOND WAIVER FOR THE SAME
      *STUDENT/MODULE ON THE SAME DAY IS ALREADY ON FILE.
       RECORD-PREREQ-WAIVER.
           OPEN I-O FD-WAIVER
           IF WS-FILESTATUS33 = 35
               OPEN OUTPUT FD-WAIVER
               CLOSE FD-WAIVER
               OPEN I-O FD-WAIVER
           END-IF
           IF WS-FILESTATUS33 NOT = 00
               DISPLAY "WAIVER FILE IN USE - WAIVER NOT KEPT FOR THE "
                   "PARENT LETTERS."
           ELSE
               MOVE WS-STUDNUMBER-TEMP TO F-WVSTUDNUMBER
               MOVE WS-MODULE TO F-WVMODNUMBER
               ACCEPT F-WVDATE FROM DATE YYYYMMDD
               MOVE WS-ADMINUSERNAME TO F-WVADMIN
               WRITE F-WAIVERINFO
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           CLOSE FD-WAIVER.


      *LOADS A WHOLE SECTION'S ENROLLMENT FROM A SEQUENTIAL ROSTER
      *EXPORT (ROSTER.dat) IN ONE PASS INSTEAD OF ONE ACCEPT AT A TIME.
       BATCH-LOAD-ROSTER.
       GRADE-LOAD-ONE.
           MOVE SPACES TO WS-GLREASON

           IF F-GLSCHOOLYEAR NOT NUMERIC OR F-GLSCHOOLYEAR = 0
                   OR F-GLTERM NOT NUMERIC OR F-GLTERM = 0
               PERFORM GRADE-LOAD-CALENDAR-TERM
           END-IF

           IF F-GLSCHOOLYEAR NOT NUMERIC OR F-GLSCHOOLYEAR = 0
                   OR F-GLTERM NOT NUMERIC OR F-GLTERM = 0
               MOVE "BLANK/ZERO SCHOOL YEAR/TERM" TO WS-GLREASON
               CLOSE FD-MODULE
               IF WS-FLAG2 = 0
                   MOVE "MODULE NOT IN CATALOG" TO WS-GLREASON
               ELSE
                   MOVE F-GLMODNUMBER TO WS-VR-MODNUM
                   MOVE F-GLSCHOOLYEAR TO WS-VR-YEAR
                   MOVE F-GLTERM TO WS-VR-TERM
                   PERFORM APPLY-MODULE-VERSION
               END-IF
           END-IF

      *A MODULE GRADED BY COMPONENTS IS LOADED ONE COMPONENT SCORE
      *PER ROW; A WHOLE-MODULE GRADE IS ONLY TAKEN FOR A MODULE WITH
      *NO COMPONENTS.
           MOVE 0 TO WS-CP-USED
           MOVE 0 TO WS-CP-ROWFOUND
           IF WS-GLREASON = SPACES
               PERFORM CHECK-MODULE-COMPONENTS
               IF WS-CP-USED = 0
                   IF F-GLCOMPCODE NOT = SPACES
                       MOVE "MODULE HAS NO COMPONENTS" TO WS-GLREASON
                   ELSE
                       PERFORM GRADE-LOAD-FIND-ROW
                   END-IF
               ELSE
                   IF F-GLCOMPCODE = SPACES
                       MOVE "MODULE GRADED BY COMPONENTS"
                           TO WS-GLREASON
                   ELSE
                       MOVE 0 TO WS-CPPICK
                       PERFORM VARYING WS-CPIDX FROM 1 BY 1
                               UNTIL WS-CPIDX > 3
                           IF WS-CP-CODE(WS-CPIDX) = F-GLCOMPCODE
                                   AND WS-MODCOMPWT(WS-CPIDX) > 0
                               MOVE WS-CPIDX TO WS-CPPICK
                           END-IF
                       END-PERFORM
                       IF WS-CPPICK = 0
                           MOVE "COMPONENT NOT ON MODULE"
                               TO WS-GLREASON
                       ELSE
                           PERFORM GRADE-LOAD-FIND-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF

      *THE SAME PREREQUISITE GATE MODULE-PARA APPLIES - THERE IS NO
      *OVERRIDE IN A BATCH LOAD, THE ROW GOES ON THE REJECT LIST
      *FOR AN ADMINISTRATOR TO RESOLVE BY HAND. A LATER COMPONENT OF
      *A MODULE ALREADY ON MODHIST PASSED THE GATE WITH THE FIRST.
           IF WS-GLREASON = SPACES AND WS-CP-ROWFOUND = 0
               MOVE F-GLSTUDNUMBER TO WS-STUDNUMBER-TEMP
               MOVE WS-MODPREREQ1 TO WS-PREREQ1
               MOVE WS-MODPREREQ2 TO WS-PREREQ2
           END-IF

           IF WS-GLREASON = SPACES
               IF WS-CP-USED > 0
                   PERFORM GRADE-LOAD-COMPONENT
               ELSE IF WS-CP-ROWFOUND = 0
                   PERFORM GRADE-LOAD-WRITE
               ELSE
                   MOVE F-GLGRADE TO WS-CP-GRADE
                   PERFORM GRADE-LOAD-FINALIZE
               END-IF
               END-IF
           END-IF

           MOVE SPACES TO F-LOADRPTLINE
               ADD 1 TO WS-GLACCEPT
               STRING F-GLSTUDNUMBER " MODULE " F-GLMODNUMBER
                   " SY " F-GLSCHOOLYEAR " T" F-GLTERM
                   " GRADE " F-GLGRADE " " F-GLCOMPCODE " - ACCEPTED"
                   DELIMITED BY SIZE INTO F-LOADRPTLINE
           ELSE
               ADD 1 TO WS-GLREJECT
               STRING F-GLSTUDNUMBER " MODULE " F-GLMODNUMBER
                   " SY " F-GLSCHOOLYEAR " T" F-GLTERM
                   " GRADE " F-GLGRADE " " F-GLCOMPCODE
                   " - REJECTED: " WS-GLREASON
                   DELIMITED BY SIZE INTO F-LOADRPTLINE
           END-IF
           WRITE F-LOADRPTLINE.


      *LOOKS FOR THE MODHIST ROW THE LOAD ROW BELONGS TO. ONLY A ROW
      *LOGGED AS RECEIVED AND NOT YET GRADED TAKES A GRADE OR A
      *COMPONENT SCORE FROM THE LOAD.
       GRADE-LOAD-FIND-ROW.
           OPEN INPUT FD-MODHIST
           IF WS-FILESTATUS3 = 00
               MOVE F-GLSTUDNUMBER TO F-MODSTUDNUMBER
               MOVE F-GLSCHOOLYEAR TO F-MODSCHOOLYEAR
               MOVE F-GLTERM TO F-MODTERM
               MOVE F-GLMODNUMBER TO F-MODMODULENUMB
               READ FD-MODHIST INTO WS-MODHISTINFO
                   KEY IS F-MODHISTKEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-CP-ROWFOUND
               END-READ
           END-IF
           CLOSE FD-MODHIST
           IF WS-CP-ROWFOUND = 1 AND WS-MODSTATUS NOT = "RECEIVED"
               IF WS-CP-USED = 0
                   MOVE "ALREADY RECORDED" TO WS-GLREASON
               ELSE
                   MOVE "MODULE GRADE ALREADY FINAL" TO WS-GLREASON
               END-IF
           END-IF.


      *LOADS ONE COMPONENT SCORE - THE FIRST COMPONENT ROW FOR A
      *MODULE CREATES THE RECEIVED MODHIST ROW (WITH THE USUAL LATE
      *TEST), AND THE ROW THAT SCORES THE LAST COMPONENT FINALIZES
      *THE WEIGHTED GRADE. WS-CPPICK IS THE COMPONENT SLOT.
       GRADE-LOAD-COMPONENT.
           IF WS-CP-ROWFOUND = 0
               PERFORM GRADE-LOAD-WRITE
           END-IF
           IF WS-GLREASON = SPACES
               MOVE F-GLSTUDNUMBER TO WS-CP-STUDNUMBER
               MOVE F-GLSCHOOLYEAR TO WS-CP-SCHOOLYEAR
               MOVE F-GLTERM TO WS-CP-TERM
               MOVE F-GLMODNUMBER TO WS-CP-MODULENUMB
               PERFORM LOAD-COMPONENT-SCORES
               IF WS-CP-HAVE(WS-CPPICK) = 1
                   MOVE "COMPONENT ALREADY SCORED" TO WS-GLREASON
               ELSE
                   MOVE 1 TO WS-CP-HAVE(WS-CPPICK)
                   MOVE 1 TO WS-CP-NEW(WS-CPPICK)
                   MOVE F-GLGRADE TO WS-CP-SCORE(WS-CPPICK)
                   PERFORM WRITE-COMPONENT-SCORES
                   IF WS-CP-HAVE(WS-CPPICK) = 0
                       MOVE "COMPONENT SCORE NOT RECORDED"
                           TO WS-GLREASON
                   ELSE
                       PERFORM COMPUTE-COMPONENT-GRADE
                       IF WS-CP-SCORED = WS-CP-USED
                           PERFORM GRADE-LOAD-FINALIZE
                       END-IF
                   END-IF
               END-IF
           END-IF.


      *WRITES THE GRADE IN WS-CP-GRADE (WEIGHTED, OR THE LOAD ROW'S
      *OWN WHOLE-MODULE GRADE) TO THE RECEIVED MODHIST ROW OF THE
      *LOAD ROW, MARKS IT SUBMITTED AND STAMPS THE GRADED DATE. THE
      *RECEIVED DATE AND LATE FLAG ON THE ROW ARE KEPT.
       GRADE-LOAD-FINALIZE.
           OPEN I-O FD-MODHIST
           IF WS-FILESTATUS3 NOT = 00
               MOVE "HISTORY FILE IN USE" TO WS-GLREASON
           ELSE
               MOVE F-GLSTUDNUMBER TO F-MODSTUDNUMBER
               MOVE F-GLSCHOOLYEAR TO F-MODSCHOOLYEAR
               MOVE F-GLTERM TO F-MODTERM
               MOVE F-GLMODNUMBER TO F-MODMODULENUMB
               READ FD-MODHIST INTO WS-MODHISTINFO WITH LOCK
                   KEY IS F-MODHISTKEY
                   INVALID KEY
                       MOVE "HISTORY ROW NOT FOUND" TO WS-GLREASON
               END-READ
               IF WS-GLREASON = SPACES
                   MOVE WS-CP-GRADE TO F-MODGRADE
                   MOVE "SUBMITTED" TO F-MODSTATUS
                   MOVE WS-GLDATE TO F-MODGRADEDATE
                   REWRITE F-MODHISTINFO
                       INVALID KEY
                           MOVE "HISTORY ROW NOT UPDATED"
                               TO WS-GLREASON
                       NOT INVALID KEY
                           MOVE F-MODSTUDNUMBER TO WS-AU-ID
                           MOVE "EDIT" TO WS-AU-OP
                           MOVE "GRADE" TO WS-AU-FIELD
                           MOVE WS-MODGRADE TO WS-AU-OLDVAL
                           MOVE F-MODGRADE TO WS-AU-NEWVAL
                           PERFORM WRITE-AUDIT
                           MOVE WS-MODPASSGRADE TO WS-RM-PASS
                           MOVE WS-USERNAME TO WS-RM-TEACHER
                           PERFORM REMEDIATION-CHECK-GRADE
                   END-REWRITE
               END-IF
           END-IF
           CLOSE FD-MODHIST.


      *A ROW EXPORTED WITHOUT ITS SCHOOL YEAR/TERM TAKES THEM FROM
      *THE SCHOOL CALENDAR FOR THE DATE THE WORK CAME IN (THE LOAD
      *DATE WHEN THE ROW CARRIES NONE). A DATE OUTSIDE EVERY TERM
      *LEAVES THEM BLANK AND THE ROW IS REJECTED AS BEFORE.
       GRADE-LOAD-CALENDAR-TERM.
           IF F-GLSUBMITDATE NUMERIC AND F-GLSUBMITDATE NOT = 0
               MOVE F-GLSUBMITDATE TO WS-CAL-DATE
           ELSE
               MOVE WS-GLDATE TO WS-CAL-DATE
           END-IF
           PERFORM CALENDAR-FIND-TERM
           IF WS-CAL-FOUND = 1
               MOVE WS-CAL-YEAR TO F-GLSCHOOLYEAR
               MOVE WS-CAL-TERM TO F-GLTERM
           END-IF.


      *BUILDS AND WRITES THE MODHIST RECORD FOR THE EXPORT ROW - THE
      *CATALOG ENTRY IS IN WS-MODULEINFO. A ZERO EXPORT SUBMISSION
      *DATE FALLS BACK TO THE LOAD DATE; THE DUE-DATE TEST IS THE
           MOVE F-GLSCHOOLYEAR TO F-MODSCHOOLYEAR
           MOVE F-GLTERM TO F-MODTERM
           MOVE F-GLMODNUMBER TO F-MODMODULENUMB
           IF WS-CP-USED = 0
               MOVE F-GLGRADE TO F-MODGRADE
               MOVE "SUBMITTED" TO F-MODSTATUS
               MOVE WS-GLDATE TO F-MODGRADEDATE
           ELSE
               MOVE 0 TO F-MODGRADE
               MOVE "RECEIVED" TO F-MODSTATUS
               MOVE 0 TO F-MODGRADEDATE
           END-IF
           MOVE SPACE TO F-MODSENTFLAG

           IF F-GLSUBMITDATE NUMERIC AND F-GLSUBMITDATE NOT = 0
                       MOVE SPACES TO WS-AU-OLDVAL
                       MOVE F-MODGRADE TO WS-AU-NEWVAL
                       PERFORM WRITE-AUDIT
                       MOVE WS-MODPASSGRADE TO WS-RM-PASS
                       MOVE WS-USERNAME TO WS-RM-TEACHER
                       PERFORM REMEDIATION-CHECK-GRADE
               END-WRITE
               CLOSE FD-MODHIST
           END-IF.
      *USES) AND RECORDS ONE PRESENT/ABSENT/EXCUSED MARK PER STUDENT
      *PER DATE IN ATTEND.dat. MARKING THE SAME STUDENT/DATE AGAIN
      *REPLACES THE EARLIER MARK, SO A WRONG KEYPRESS IS FIXED BY
      *RUNNING THE SAME DATE AGAIN. A DATE THE SCHOOL CALENDAR SHOWS
      *AS A NON-SCHOOL DAY IS REFUSED.
       DAILY-ATTENDANCE.
           DISPLAY WS-BLANK
           DISPLAY '**************************************'
           IF WS-ATTDATE NOT NUMERIC OR WS-ATTDATE = 0
               ACCEPT WS-ATTDATE FROM DATE YYYYMMDD
           END-IF
      *NO MARKS ARE TAKEN FOR A DAY THE SCHOOL IS CLOSED, AND THE
      *TERM DEFAULTS TO THE ONE THE CALENDAR PUTS THE DATE IN.
           MOVE WS-ATTDATE TO WS-CAL-DATE
           PERFORM CHECK-SCHOOL-DAY
           IF WS-CAL-SCHOOLDAY = 0
               DISPLAY WS-ATTDATE " IS NOT A SCHOOL DAY - " WS-CAL-WHY
               DISPLAY '       PRESS ANY KEY TO CONTINUE.'
               ACCEPT GETCH
               GO TO MENU-TEACHER
           END-IF
           PERFORM CALENDAR-DEFAULT-TERM
           PERFORM ACCEPT-VALID-TERM
           PERFORM ASK-WORK-SECTION

                       REWRITE F-ATTENDINFO
                       END-REWRITE
                       DISPLAY "  EARLIER MARK REPLACED."
                   NOT INVALID KEY
                       MOVE WS-STUDNUMBER TO WS-AU-ID
                       MOVE "CREATE" TO WS-AU-OP
                       MOVE "ATTEND" TO WS-AU-FIELD
                       MOVE SPACES TO WS-AU-OLDVAL
                       MOVE SPACES TO WS-AU-NEWVAL
                       STRING WS-ATTDATE " " WS-ATTCODE
                           DELIMITED BY SIZE INTO WS-AU-NEWVAL
                       PERFORM WRITE-AUDIT
               END-WRITE
               ADD 1 TO WS-ATTCOUNT
           END-IF.
      *AND EXCUSED MARKS INSIDE THE CHOSEN MONTH, PLUS UNEXCUSED
      *ABSENCES ACROSS THE WHOLE CHOSEN SCHOOL YEAR/TERM SO GUIDANCE
      *CAN SEE EVERY STUDENT WITH THREE OR MORE A TERM FLAGGED ON
      *THE PRINTED COPY (ABSENCES.txt). EACH LINE ALSO SHOWS THE
      *STUDENT'S ATTENDANCE AS A PERCENTAGE OF THE MONTH'S ACTUAL
      *SCHOOL DAYS ON THE SCHOOL CALENDAR.
       ABSENCE-REPORT.
           DISPLAY WS-BLANK
           DISPLAY '**************************************'
           DISPLAY '**************************************'
           DISPLAY "MONTH TO REPORT (YYYYMM): "WITH NO ADVANCING
           ACCEPT WS-ATTMONTH
           COMPUTE WS-CAL-DATE = WS-ATTMONTH * 100 + 15
           PERFORM CALENDAR-DEFAULT-TERM
           PERFORM ACCEPT-VALID-TERM
           PERFORM ASK-WORK-SECTION
           IF WS-VIEWER = 1
               MOVE "ABSENCES" TO WS-AU-FIELD
               MOVE WS-WORKSECTDISP TO WS-AU-OLDVAL
               MOVE SPACES TO WS-AU-NEWVAL
               STRING "MONTH " WS-ATTMONTH
                   DELIMITED BY SIZE INTO WS-AU-NEWVAL
               PERFORM AUDIT-VIEWER-RUN
           END-IF

           INITIALIZE WS-ATT-TABLE
           MOVE 0 TO WS-ATT-COUNT
               END-IF
           END-PERFORM
           CLOSE FD-ATTEND
           PERFORM ABSENCE-COUNT-SCHOOL-DAYS

           OPEN OUTPUT FD-ABSENCE
           MOVE SPACES TO F-ABSENCELINE
           STRING "MONTHLY ABSENCE REPORT - SECTION: " WS-WORKSECTDISP
               "  MONTH: " WS-ATTMONTH
               "  SY " WS-YEARIN " T" WS-TERMIN
               "  SCHOOL DAYS: " WS-CAL-MONTHDAYS
               DELIMITED BY SIZE INTO F-ABSENCELINE
           WRITE F-ABSENCELINE
           IF WS-ATTFULL = 1

      *WRITES ONE ABSENCE REPORT LINE FOR TABLE SLOT WS-ATTIDX,
      *JOINING THE STUDENT NAME FROM STUDENT.dat AND FLAGGING THREE
      *OR MORE UNEXCUSED ABSENCES IN THE TERM FOR GUIDANCE. THE
      *ATTENDANCE PERCENTAGE IS THE SCHOOL DAYS NOT MARKED ABSENT OR
      *EXCUSED OVER THE MONTH'S SCHOOL DAYS.
       ABSENCE-WRITE-ONE.
           MOVE WS-ATT-STUDNUM(WS-ATTIDX) TO F-STUDNUMBER
           PERFORM LOOKUP-STUDENT-SECTION
           MOVE 0 TO WS-CAL-PCT
           IF WS-CAL-MONTHDAYS > 0
               COMPUTE WS-CAL-ATTENDED = WS-CAL-MONTHDAYS
                   - WS-ATT-ABSENT(WS-ATTIDX)
                   - WS-ATT-EXCUSED(WS-ATTIDX)
               IF WS-CAL-ATTENDED > 0
                   COMPUTE WS-CAL-PCT ROUNDED = WS-CAL-ATTENDED * 100
                       / WS-CAL-MONTHDAYS
               END-IF
           END-IF
           MOVE SPACES TO F-ABSENCELINE
           IF WS-ATT-TERMUNEX(WS-ATTIDX) >= 3
               STRING WS-ATT-STUDNUM(WS-ATTIDX) " " WS-STUDNAME
                   " ABSENT: " WS-ATT-ABSENT(WS-ATTIDX)
                   " EXCUSED: " WS-ATT-EXCUSED(WS-ATTIDX)
                   " ATTENDANCE: " WS-CAL-PCT "%"
                   " ** " WS-ATT-TERMUNEX(WS-ATTIDX)
                   " UNEXCUSED THIS TERM - REFER TO GUIDANCE"
                   DELIMITED BY SIZE INTO F-ABSENCELINE
               STRING WS-ATT-STUDNUM(WS-ATTIDX) " " WS-STUDNAME
                   " ABSENT: " WS-ATT-ABSENT(WS-ATTIDX)
                   " EXCUSED: " WS-ATT-EXCUSED(WS-ATTIDX)
                   " ATTENDANCE: " WS-CAL-PCT "%"
                   DELIMITED BY SIZE INTO F-ABSENCELINE
           END-IF
           WRITE F-ABSENCELINE.


      *COUNTS THE SCHOOL DAYS IN WS-ATTMONTH INTO WS-CAL-MONTHDAYS -
      *EVERY REAL DATE OF THE MONTH THAT CHECK-SCHOOL-DAY PASSES.
       ABSENCE-COUNT-SCHOOL-DAYS.
           MOVE 0 TO WS-CAL-MONTHDAYS
           PERFORM VARYING WS-CAL-DAY FROM 1 BY 1 UNTIL WS-CAL-DAY > 31
               COMPUTE WS-CAL-DATE = WS-ATTMONTH * 100 + WS-CAL-DAY
               PERFORM CHECK-SCHOOL-DAY
               IF WS-CAL-SCHOOLDAY = 1
                   ADD 1 TO WS-CAL-MONTHDAYS
               END-IF
           END-PERFORM.


       SEARCH-PARA.
           INITIALIZE F-STUDENTINFO
           DISPLAY WS-BLANK
           DISPLAY "* [C] => EDIT ONE MODULE RECORD       *"
           DISPLAY "* [D] => ENROLLMENT STATUS: " WS-STUDSTATUS
               " EFF " WS-STUDSTATDATE
           DISPLAY "* [G] => GUARDIAN CONTACT            *"
           DISPLAY "* [T] => CURRICULUM TRACK            *"
           DISPLAY "* [X] => DELETE ACCOUNT              *"
           DISPLAY "* [ANY] => EXIT                      *"
           DISPLAY '*                                    *'.
           ELSE IF C
               CLOSE FD-STUDENT
               GO TO EDIT-STUDENT-MODULE
           ELSE IF G
               CLOSE FD-STUDENT
               GO TO EDIT-GUARDIAN
           ELSE IF T
               CLOSE FD-STUDENT
               GO TO EDIT-STUDENT-TRACK
           ELSE IF D
               MOVE "ENRLSTAT" TO WS-AU-FIELD
               MOVE WS-STUDSTATUS TO WS-AU-OLDVAL
                       NOT INVALID KEY
                           DISPLAY "STUDENT DATA DELETED."
                           MOVE "DELETE" TO WS-AU-OP
                           MOVE "STUDENT" TO WS-AU-FIELD
                           MOVE WS-STUDNAME TO WS-AU-OLDVAL
                           MOVE SPACES TO WS-AU-NEWVAL
                           PERFORM WRITE-AUDIT
                   END-DELETE
                   PERFORM DELETE-STUDENT-MODULES
                   PERFORM DELETE-STUDENT-GUARDIAN
                   PERFORM DELETE-STUDENT-TRACK
               ELSE
                   CLOSE FD-STUDENT
                   GO TO MENU-TEACHER
           END-IF.


      *REMOVES THE GUARDIAN CONTACT OF THE STUDENT JUST REMOVED
      *FROM FD-STUDENT.
       DELETE-STUDENT-GUARDIAN.
           OPEN I-O FD-GUARDIAN
           IF WS-FILESTATUS32 NOT = 00
               CLOSE FD-GUARDIAN
           ELSE
               MOVE WS-STUDNUMBER-TEMP TO F-GRDSTUDNUMBER
               DELETE FD-GUARDIAN RECORD
                   NOT INVALID KEY
                       MOVE WS-STUDNUMBER-TEMP TO WS-AU-ID
                       MOVE "DELETE" TO WS-AU-OP
                       MOVE "GUARDIAN" TO WS-AU-FIELD
                       MOVE SPACES TO WS-AU-OLDVAL
                       MOVE SPACES TO WS-AU-NEWVAL
                       PERFORM WRITE-AUDIT
               END-DELETE
               CLOSE FD-GUARDIAN
           END-IF.


      *GUARDIAN CONTACT FOR THE STUDENT BEING EDITED - CREATED ON
      *FIRST USE, THEN EDITED ONE FIELD AT A TIME LIKE THE STUDENT
      *RECORD ITSELF. EVERY CHANGE IS AUDITED UNDER THE STUDENT
      *NUMBER.
       EDIT-GUARDIAN.
           OPEN I-O FD-GUARDIAN
           IF WS-FILESTATUS32 = 35
               OPEN OUTPUT FD-GUARDIAN
               CLOSE FD-GUARDIAN
               OPEN I-O FD-GUARDIAN
           END-IF
           IF WS-FILESTATUS32 NOT = 00
               DISPLAY "GUARDIAN FILE IN USE BY ANOTHER USER - "
                   "TRY AGAIN LATER."
               GO TO MENU-TEACHER
           END-IF

           MOVE WS-STUDNUMBER-TEMP TO F-GRDSTUDNUMBER
           READ FD-GUARDIAN INTO WS-GUARDIANINFO WITH LOCK
               KEY IS F-GRDSTUDNUMBER
               INVALID KEY
                   DISPLAY "NO GUARDIAN ON FILE - CREATING ENTRY."
                   MOVE WS-STUDNUMBER-TEMP TO F-GRDSTUDNUMBER
                   DISPLAY "GUARDIAN NAME: "WITH NO ADVANCING
                   ACCEPT F-GRDNAME
                   DISPLAY "RELATIONSHIP TO STUDENT: "WITH NO ADVANCING
                   ACCEPT F-GRDRELATION
                   DISPLAY "ADDRESS LINE 1 (STREET): "WITH NO ADVANCING
                   ACCEPT F-GRDADDR1
                   DISPLAY "ADDRESS LINE 2 (TOWN/CITY): "
                       WITH NO ADVANCING
                   ACCEPT F-GRDADDR2
                   DISPLAY "PHONE: "WITH NO ADVANCING
                   ACCEPT F-GRDPHONE
                   DISPLAY "EMAIL: "WITH NO ADVANCING
                   ACCEPT F-GRDEMAIL
                   WRITE F-GUARDIANINFO
                       INVALID KEY
                           DISPLAY "GUARDIAN ALREADY ON FILE."
                       NOT INVALID KEY
                           DISPLAY "GUARDIAN CONTACT RECORDED."
                           MOVE F-GRDSTUDNUMBER TO WS-AU-ID
                           MOVE "CREATE" TO WS-AU-OP
                           MOVE "GUARDIAN" TO WS-AU-FIELD
                           MOVE SPACES TO WS-AU-OLDVAL
                           MOVE F-GRDNAME TO WS-AU-NEWVAL
                           PERFORM WRITE-AUDIT
                   END-WRITE
                   CLOSE FD-GUARDIAN
                   GO TO REPEAT-EDIT
           END-READ
           IF WS-FILESTATUS32 = 51 OR WS-FILESTATUS32 = 99
               DISPLAY "RECORD IN USE BY ANOTHER USER - "
                   "TRY AGAIN LATER."
               CLOSE FD-GUARDIAN
               GO TO MENU-TEACHER
           END-IF

           DISPLAY '**************************************'
           DISPLAY "* GUARDIAN OF STUDENT: " WS-GRDSTUDNUMBER
           DISPLAY "* [A] => NAME: " WS-GRDNAME
           DISPLAY "* [B] => RELATIONSHIP: " WS-GRDRELATION
           DISPLAY "* [C] => ADDRESS: " WS-GRDADDR1
           DISPLAY "*                 " WS-GRDADDR2
           DISPLAY "* [D] => PHONE: " WS-GRDPHONE
           DISPLAY "* [E] => EMAIL: " WS-GRDEMAIL
           DISPLAY "* [X] => DELETE GUARDIAN CONTACT     *"
           DISPLAY "* [ANY] => EXIT                      *"
           DISPLAY '**************************************'
           DISPLAY "ENTER OPERATION: "WITH NO ADVANCING
           ACCEPT WS-MENU

           MOVE WS-GUARDIANINFO TO F-GUARDIANINFO
           MOVE WS-GRDSTUDNUMBER TO WS-AU-ID
           MOVE "EDIT" TO WS-AU-OP

           IF A
               MOVE "GRDNAME" TO WS-AU-FIELD
               MOVE WS-GRDNAME TO WS-AU-OLDVAL
               DISPLAY "NEW GUARDIAN NAME: "WITH NO ADVANCING
               ACCEPT F-GRDNAME
               MOVE F-GRDNAME TO WS-AU-NEWVAL
           ELSE IF B
               MOVE "GRDRELATION" TO WS-AU-FIELD
               MOVE WS-GRDRELATION TO WS-AU-OLDVAL
               DISPLAY "NEW RELATIONSHIP: "WITH NO ADVANCING
               ACCEPT F-GRDRELATION
               MOVE F-GRDRELATION TO WS-AU-NEWVAL
           ELSE IF C
               MOVE "GRDADDRESS" TO WS-AU-FIELD
               MOVE WS-GRDADDR1 TO WS-AU-OLDVAL
               DISPLAY "NEW ADDRESS LINE 1 (STREET): "
                   WITH NO ADVANCING
               ACCEPT F-GRDADDR1
               DISPLAY "NEW ADDRESS LINE 2 (TOWN/CITY): "
                   WITH NO ADVANCING
               ACCEPT F-GRDADDR2
               MOVE F-GRDADDR1 TO WS-AU-NEWVAL
           ELSE IF D
               MOVE "GRDPHONE" TO WS-AU-FIELD
               MOVE WS-GRDPHONE TO WS-AU-OLDVAL
               DISPLAY "NEW PHONE: "WITH NO ADVANCING
               ACCEPT F-GRDPHONE
               MOVE F-GRDPHONE TO WS-AU-NEWVAL
           ELSE IF E
               MOVE "GRDEMAIL" TO WS-AU-FIELD
               MOVE WS-GRDEMAIL TO WS-AU-OLDVAL
               DISPLAY "NEW EMAIL: "WITH NO ADVANCING
               ACCEPT F-GRDEMAIL
               MOVE F-GRDEMAIL TO WS-AU-NEWVAL
           ELSE IF X
               DELETE FD-GUARDIAN RECORD
                   NOT INVALID KEY
                       DISPLAY "GUARDIAN CONTACT DELETED."
                       MOVE "DELETE" TO WS-AU-OP
                       MOVE "GUARDIAN" TO WS-AU-FIELD
                       MOVE WS-GRDNAME TO WS-AU-OLDVAL
                       MOVE SPACES TO WS-AU-NEWVAL
                       PERFORM WRITE-AUDIT
               END-DELETE
               CLOSE FD-GUARDIAN
               GO TO REPEAT-EDIT
           ELSE
               CLOSE FD-GUARDIAN
               GO TO MENU-TEACHER
           END-IF.

           REWRITE F-GUARDIANINFO
               NOT INVALID KEY
                   DISPLAY "DATA UPDATED."
                   PERFORM WRITE-AUDIT
           END-REWRITE
           CLOSE FD-GUARDIAN
           GO TO REPEAT-EDIT.


      *REMOVES THE TRACK ASSIGNMENT OF THE STUDENT JUST REMOVED
      *FROM FD-STUDENT.
       DELETE-STUDENT-TRACK.
           OPEN I-O FD-STUDTRACK
           IF WS-FILESTATUS43 NOT = 00
               CLOSE FD-STUDTRACK
           ELSE
               MOVE WS-STUDNUMBER-TEMP TO F-STKSTUDNUMBER
               DELETE FD-STUDTRACK RECORD
                   NOT INVALID KEY
                       MOVE WS-STUDNUMBER-TEMP TO WS-AU-ID
                       MOVE "DELETE" TO WS-AU-OP
                       MOVE "TRACK" TO WS-AU-FIELD
                       MOVE SPACES TO WS-AU-OLDVAL
                       MOVE SPACES TO WS-AU-NEWVAL
                       PERFORM WRITE-AUDIT
               END-DELETE
               CLOSE FD-STUDTRACK
           END-IF.


      *CURRICULUM TRACK OF THE STUDENT BEING EDITED - ASSIGNED ON
      *FIRST USE, THEN CHANGED OR REMOVED. A CHANGE OF TRACK CLEARS
      *THE COMPLETION STAMP SO THE NEW TRACK CAN BE CERTIFIED IN ITS
      *TURN. EVERY CHANGE IS AUDITED UNDER THE STUDENT NUMBER.
       EDIT-STUDENT-TRACK.
           OPEN I-O FD-STUDTRACK
           IF WS-FILESTATUS43 = 35
               OPEN OUTPUT FD-STUDTRACK
               CLOSE FD-STUDTRACK
               OPEN I-O FD-STUDTRACK
           END-IF
           IF WS-FILESTATUS43 NOT = 00
               DISPLAY "TRACK ASSIGNMENT FILE IN USE BY ANOTHER USER - "
                   "TRY AGAIN LATER."
               GO TO MENU-TEACHER
           END-IF

           MOVE WS-STUDNUMBER-TEMP TO F-STKSTUDNUMBER
           READ FD-STUDTRACK INTO WS-STUDTRACKINFO WITH LOCK
               KEY IS F-STKSTUDNUMBER
               INVALID KEY
                   DISPLAY "NO TRACK ASSIGNED - ASSIGNING ONE."
                   PERFORM ACCEPT-VALID-TRACK
                   IF WS-TKFOUND = 1
                       MOVE WS-STUDNUMBER-TEMP TO F-STKSTUDNUMBER
                       MOVE WS-TKNEW TO F-STKTRACK
                       MOVE 0 TO F-STKCOMPDATE
                       WRITE F-STUDTRACKINFO
                           INVALID KEY
                               DISPLAY "TRACK ALREADY ASSIGNED."
                           NOT INVALID KEY
                               DISPLAY "TRACK ASSIGNED."
                               MOVE F-STKSTUDNUMBER TO WS-AU-ID
                               MOVE "CREATE" TO WS-AU-OP
                               MOVE "TRACK" TO WS-AU-FIELD
                               MOVE SPACES TO WS-AU-OLDVAL
                               MOVE F-STKTRACK TO WS-AU-NEWVAL
                               PERFORM WRITE-AUDIT
                       END-WRITE
                   END-IF
                   CLOSE FD-STUDTRACK
                   GO TO REPEAT-EDIT
           END-READ
           IF WS-FILESTATUS43 = 51 OR WS-FILESTATUS43 = 99
               DISPLAY "RECORD IN USE BY ANOTHER USER - "
                   "TRY AGAIN LATER."
               CLOSE FD-STUDTRACK
               GO TO MENU-TEACHER
           END-IF

           DISPLAY '**************************************'
           DISPLAY "* TRACK OF STUDENT: " WS-STKSTUDNUMBER
           DISPLAY "* [A] => TRACK: " WS-STKTRACK
           DISPLAY "*        COMPLETED: " WS-STKCOMPDATE
               " (0=NOT YET)"
           DISPLAY "* [X] => REMOVE TRACK ASSIGNMENT     *"
           DISPLAY "* [ANY] => EXIT                      *"
           DISPLAY '**************************************'
           DISPLAY "ENTER OPERATION: "WITH NO ADVANCING
           ACCEPT WS-MENU

           MOVE WS-STUDTRACKINFO TO F-STUDTRACKINFO
           MOVE WS-STKSTUDNUMBER TO WS-AU-ID
           MOVE "EDIT" TO WS-AU-OP

           IF A
               PERFORM ACCEPT-VALID-TRACK
               IF WS-TKFOUND = 0 OR WS-TKNEW = WS-STKTRACK
                   CLOSE FD-STUDTRACK
                   GO TO REPEAT-EDIT
               END-IF
               MOVE "TRACK" TO WS-AU-FIELD
               MOVE WS-STKTRACK TO WS-AU-OLDVAL
               MOVE WS-TKNEW TO F-STKTRACK
               MOVE 0 TO F-STKCOMPDATE
               MOVE F-STKTRACK TO WS-AU-NEWVAL
           ELSE IF X
               DELETE FD-STUDTRACK RECORD
                   NOT INVALID KEY
                       DISPLAY "TRACK ASSIGNMENT REMOVED."
                       MOVE "DELETE" TO WS-AU-OP
                       MOVE "TRACK" TO WS-AU-FIELD
                       MOVE WS-STKTRACK TO WS-AU-OLDVAL
                       MOVE SPACES TO WS-AU-NEWVAL
                       PERFORM WRITE-AUDIT
               END-DELETE
               CLOSE FD-STUDTRACK
               GO TO REPEAT-EDIT
           ELSE
               CLOSE FD-STUDTRACK
               GO TO MENU-TEACHER
           END-IF.

           REWRITE F-STUDTRACKINFO
               NOT INVALID KEY
                   DISPLAY "DATA UPDATED."
                   PERFORM WRITE-AUDIT
           END-REWRITE
           CLOSE FD-STUDTRACK
           GO TO REPEAT-EDIT.


      *PROMPTS FOR A TRACK CODE INTO WS-TKNEW AND CHECKS IT AGAINST
      *CURRIC.dat - WS-TKFOUND IS 1 WHEN THE TRACK IS ON FILE.
       ACCEPT-VALID-TRACK.
           MOVE 0 TO WS-TKFOUND
           DISPLAY "TRACK CODE: "WITH NO ADVANCING
           ACCEPT WS-TKNEW
           OPEN INPUT FD-CURRIC
           IF WS-FILESTATUS42 = 00
               MOVE WS-TKNEW TO F-CRTRACK
               READ FD-CURRIC INTO WS-CURRICINFO
                   KEY IS F-CRTRACK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-TKFOUND
               END-READ
           END-IF
           CLOSE FD-CURRIC
           IF WS-TKFOUND = 1
               DISPLAY "TRACK: " WS-CRTITLE
           ELSE
               DISPLAY "TRACK NOT ON FILE - SEE ADMINISTRATOR."
           END-IF.


      *EDIT A SINGLE MODULE RECORD'S GRADE OR STATUS
       EDIT-STUDENT-MODULE.
           DISPLAY "ENTER MODULE NUMBER: "WITH NO ADVANCING.
               GO TO MENU-TEACHER
           END-IF

           PERFORM LOOKUP-MODULE-FOR-ROW
           PERFORM CHECK-MODULE-COMPONENTS
           IF WS-CP-USED > 0
               MOVE WS-MODSTUDNUMBER TO WS-CP-STUDNUMBER
               MOVE WS-MODSCHOOLYEAR TO WS-CP-SCHOOLYEAR
               MOVE WS-MODTERM TO WS-CP-TERM
               MOVE WS-MODMODULENUMB TO WS-CP-MODULENUMB
               PERFORM LOAD-COMPONENT-SCORES
           END-IF

           DISPLAY '*  [D] => STATUS: ' WS-MODSTATUS
           DISPLAY '*  [G] => GRADE: ' WS-MODGRADE
           DISPLAY '*         RECEIVED: ' WS-MODSUBMITDATE
               '  GRADED: ' WS-MODGRADEDATE
           IF WS-CP-USED > 0
               DISPLAY '*  [S] => COMPONENT SCORES:'
               PERFORM DISPLAY-COMPONENT-SCORES
           END-IF
           DISPLAY "ENTER OPERATION: "WITH NO ADVANCING.
           ACCEPT WS-MENU

               MOVE "STATUS" TO WS-AU-FIELD
               MOVE WS-MODSTATUS TO WS-AU-OLDVAL
               PERFORM ACCEPT-VALID-STATUS
               IF WS-STATUSIN = "SUBMITTED"
                       AND (WS-MODSTATUS = "RECEIVED"
                       OR (WS-CP-USED > 0
                       AND WS-CP-SCORED < WS-CP-USED))
                   DISPLAY "NOT YET GRADED - ENTER THE GRADE WITH [G] "
                       "OR THE COMPONENT SCORES WITH [S]."
                   CLOSE FD-MODHIST
                   GO TO MENU-TEACHER
               END-IF
               MOVE WS-STATUSIN TO F-MODSTATUS
               MOVE F-MODSTATUS TO WS-AU-NEWVAL
           ELSE IF G
               IF WS-CP-USED > 0 AND WS-CP-SCORED < WS-CP-USED
                   DISPLAY "GRADE IS COMPUTED FROM THE COMPONENTS - "
                       "SCORE THEM WITH [S]."
                   CLOSE FD-MODHIST
                   GO TO MENU-TEACHER
               END-IF
      *A SUBMISSION LOGGED AS RECEIVED IS GRADED HERE FOR THE FIRST
      *TIME - NOT A CHANGE, SO IT GOES STRAIGHT ONTO MODHIST WITH
      *TODAY AS THE GRADED DATE. GRADE CHANGES AFTER THAT ARE
      *DIVISION POLICY - THEY QUEUE FOR ADMIN SIGN-OFF INSTEAD OF
      *REWRITING MODHIST.
               IF WS-MODSTATUS = "RECEIVED"
                   PERFORM ACCEPT-VALID-GRADE
                   MOVE "GRADE" TO WS-AU-FIELD
                   MOVE WS-MODGRADE TO WS-AU-OLDVAL
                   MOVE WS-GRADEIN TO F-MODGRADE
                   MOVE "SUBMITTED" TO F-MODSTATUS
                   ACCEPT F-MODGRADEDATE FROM DATE YYYYMMDD
                   MOVE F-MODGRADE TO WS-AU-NEWVAL
               ELSE
                   PERFORM ACCEPT-VALID-GRADE
                   CLOSE FD-MODHIST
                   GO TO QUEUE-GRADE-CHANGE
               END-IF
           ELSE IF S AND WS-CP-USED > 0
      *ONLY UNSCORED COMPONENTS ARE KEYED HERE - ONCE THE LAST ONE IS
      *IN THE WEIGHTED GRADE IS FINAL AND ANY LATER CHANGE GOES
      *THROUGH THE GRADE-CHANGE QUEUE LIKE EVERY OTHER GRADE.
               IF WS-CP-SCORED = WS-CP-USED
                   DISPLAY "ALL COMPONENTS ARE SCORED - USE [G] TO "
                       "REQUEST A GRADE CHANGE."
                   CLOSE FD-MODHIST
                   GO TO MENU-TEACHER
               END-IF
               PERFORM ACCEPT-COMPONENT-SCORES
               PERFORM WRITE-COMPONENT-SCORES
               PERFORM COMPUTE-COMPONENT-GRADE
               IF WS-CP-SCORED < WS-CP-USED
                   SUBTRACT WS-CP-SCORED FROM WS-CP-USED
                       GIVING WS-CP-LEFT
                   DISPLAY "SCORES RECORDED - " WS-CP-LEFT
                       " COMPONENT(S) STILL TO SCORE."
                   CLOSE FD-MODHIST
                   GO TO REPEAT-EDIT
               END-IF
               DISPLAY "WEIGHTED MODULE GRADE: " WS-CP-GRADE
               MOVE WS-MODSTUDNUMBER TO WS-AU-ID
               MOVE "EDIT" TO WS-AU-OP
               MOVE "GRADE" TO WS-AU-FIELD
               MOVE WS-MODGRADE TO WS-AU-OLDVAL
               MOVE WS-CP-GRADE TO F-MODGRADE
               MOVE "SUBMITTED" TO F-MODSTATUS
               ACCEPT F-MODGRADEDATE FROM DATE YYYYMMDD
               MOVE F-MODGRADE TO WS-AU-NEWVAL
           ELSE
               CLOSE FD-MODHIST
               GO TO MENU-TEACHER
               NOT INVALID KEY
                   DISPLAY "DATA UPDATED."
                   PERFORM WRITE-AUDIT
                   IF WS-AU-FIELD = "GRADE"
                       MOVE WS-MODPASSGRADE TO WS-RM-PASS
                       MOVE WS-USERNAME TO WS-RM-TEACHER
                       PERFORM REMEDIATION-CHECK-GRADE
                       IF WS-RM-OPENED = 1
                           DISPLAY "NOTE: BELOW PASSING GRADE - "
                               "REMEDIATION PLAN OPENED."
                       END-IF
                   END-IF
           END-REWRITE

           CLOSE FD-MODHIST
                   MOVE F-PENDOLDGRADE TO WS-AU-OLDVAL
                   MOVE F-PENDNEWGRADE TO WS-AU-NEWVAL
                   PERFORM WRITE-AUDIT
                   MOVE "CREATE" TO WS-AU-OP
                   MOVE "PENDING" TO WS-AU-FIELD
                   PERFORM WRITE-AUDIT
           END-WRITE
           CLOSE FD-PENDING
           GO TO REPEAT-EDIT.
           DISPLAY '*                                    *'.
           PERFORM ASK-WORK-SECTION
           DISPLAY "* SECTION SCOPE: " WS-WORKSECTDISP
           IF WS-VIEWER = 1
               DISPLAY "* VIEWED BY: " WS-VWNAME
               MOVE "STUDENTLIST" TO WS-AU-FIELD
               MOVE WS-WORKSECTDISP TO WS-AU-OLDVAL
               MOVE SPACES TO WS-AU-NEWVAL
               PERFORM AUDIT-VIEWER-RUN
           ELSE
               DISPLAY "* TEACHER: " F-TEACHERNAME
           END-IF.
           DISPLAY '*                                    *'.
           DISPLAY '**************************************'.
           MOVE "T" TO WS-EOF
           END-IF
           MOVE WS-STUDNUMBER TO WS-STUDNUMBER-TEMP
           CLOSE FD-STUDENT
           IF WS-VIEWER = 1
               MOVE "REPORTCARD" TO WS-AU-FIELD
               MOVE WS-STUDNUMBER-TEMP TO WS-AU-OLDVAL
               MOVE SPACES TO WS-AU-NEWVAL
               STRING "SY " WS-VIEWYEAR " T" WS-VIEWTERM
                   DELIMITED BY SIZE INTO WS-AU-NEWVAL
               PERFORM AUDIT-VIEWER-RUN
           END-IF

           INITIALIZE WS-MODSUMM-TABLE
           MOVE 0 TO WS-MODSUMM-COUNT


      *ONE REPORT CARD DETAIL LINE FOR THE MODHIST ROW IN
      *WS-MODHISTINFO, WITH THE CATALOG TITLE AND PASSING GRADE (THE
      *ONE IN FORCE FOR THE ROW'S YEAR/TERM) AND THE PASS/FAIL
      *VERDICT AGAINST THAT PASSING GRADE.
       WRITE-REPORT-CARD-LINE.
           PERFORM LOOKUP-MODULE-FOR-ROW
      *THE SAME LATE-SUBMISSION CAP THE SUMMARY TALLY APPLIES, SO
      *THE CARD AND THE OFFICIAL TOTALS ALWAYS AGREE.
           MOVE WS-MODGRADE TO WS-EFFGRADE
                   MOVE WS-MODPASSGRADE TO WS-EFFGRADE
               END-IF
           END-IF
      *A SUBMISSION RECEIVED BUT NOT YET GRADED (A MODULE GRADED BY
      *COMPONENTS WITH A SCORE STILL MISSING INCLUDED) HAS NO GRADE
      *YET - IT SHOWS AS OPEN AND STAYS OUT OF THE AVERAGE.
           PERFORM CHECK-MODULE-COMPONENTS
           IF WS-CP-USED > 0
               MOVE WS-MODSTUDNUMBER TO WS-CP-STUDNUMBER
               MOVE WS-MODSCHOOLYEAR TO WS-CP-SCHOOLYEAR
               MOVE WS-MODTERM TO WS-CP-TERM
               MOVE WS-MODMODULENUMB TO WS-CP-MODULENUMB
               PERFORM LOAD-COMPONENT-SCORES
           END-IF
           IF WS-MODSTATUS = "RECEIVED"
               MOVE "OPEN" TO WS-RC-VERDICT
           ELSE
               IF WS-EFFGRADE >= WS-MODPASSGRADE
                   MOVE "PASS" TO WS-RC-VERDICT
               ELSE
                   MOVE "FAIL" TO WS-RC-VERDICT
               END-IF
               ADD WS-EFFGRADE TO WS-RC-GRADETOTAL
               ADD 1 TO WS-RC-GRADECOUNT
           END-IF

      *ONLY A SUBMITTED ROW COUNTS AS SUBMITTED - THE SAME
      *DEFINITION TALLY-STUDENT-MODULES USES, SO A PENDING OR
               " STATUS " WS-MODSTATUS
               " " WS-LATETAG
               DELIMITED BY SIZE INTO F-REPORTLINE
           WRITE F-REPORTLINE
           IF WS-CP-USED > 0
               PERFORM WRITE-REPORT-CARD-COMPONENTS
           END-IF.


      *THE COMPONENT BREAKDOWN PRINTED UNDER A MODULE GRADED BY
      *COMPONENTS - ONE LINE PER WEIGHTED COMPONENT IN WS-CP-TABLE.
       WRITE-REPORT-CARD-COMPONENTS.
           PERFORM VARYING WS-CPIDX FROM 1 BY 1 UNTIL WS-CPIDX > 3
               IF WS-MODCOMPWT(WS-CPIDX) > 0
                   MOVE SPACES TO F-REPORTLINE
                   IF WS-CP-HAVE(WS-CPIDX) = 1
                       STRING "      " WS-CP-CODE(WS-CPIDX) " "
                           WS-CP-NAME(WS-CPIDX)
                           " WEIGHT " WS-MODCOMPWT(WS-CPIDX) "%"
                           "  SCORE " WS-CP-SCORE(WS-CPIDX)
                           DELIMITED BY SIZE INTO F-REPORTLINE
                   ELSE
                       STRING "      " WS-CP-CODE(WS-CPIDX) " "
                           WS-CP-NAME(WS-CPIDX)
                           " WEIGHT " WS-MODCOMPWT(WS-CPIDX) "%"
                           "  NOT YET SCORED"
                           DELIMITED BY SIZE INTO F-REPORTLINE
                   END-IF
                   WRITE F-REPORTLINE
               END-IF
           END-PERFORM.


      *OFFICIAL TRANSCRIPT FOR ONE STUDENT - MERGES THE LIVE
               DISPLAY "NOT FOUND ON FILE OR IN ARCHIVE."
               GO TO MENU-TEACHER
           END-IF
           IF WS-VIEWER = 1
               MOVE "TRANSCRIPT" TO WS-AU-FIELD
               MOVE WS-STUDNUMBER-TEMP TO WS-AU-OLDVAL
               MOVE SPACES TO WS-AU-NEWVAL
               PERFORM AUDIT-VIEWER-RUN
           END-IF

           MOVE 0 TO WS-TR-COUNT
           MOVE 0 TO WS-TRFULL
      *APPLIES, AND AN (ARCHIVED) TAG ON ROWS FROM ARCHHIST.dat.
       TRANSCRIPT-WRITE-LINE.
           MOVE WS-TR-MODNUM(WS-TRIDX) TO WS-MODMODULENUMB
           MOVE WS-TR-YEAR(WS-TRIDX) TO WS-VR-YEAR
           MOVE WS-TR-TERM(WS-TRIDX) TO WS-VR-TERM
           PERFORM LOOKUP-MODULE-CATALOG

           MOVE WS-TR-GRADE(WS-TRIDX) TO WS-EFFGRADE
           MOVE SPACES TO WS-LATETAG
           IF WS-TR-LATE(WS-TRIDX) = "Y"
               MOVE "LATE" TO WS-LATETAG
               IF WS-EFFGRADE > WS-MODPASSGRADE
                   MOVE WS-MODPASSGRADE TO WS-EFFGRADE
               END-IF
           END-IF
      *A ROW RECEIVED BUT NOT YET GRADED SHOWS AS OPEN AND STAYS
      *OUT OF THE AVERAGES AND THE VERDICT.
           IF WS-TR-STATUS(WS-TRIDX) = "RECEIVED"
               MOVE "OPEN" TO WS-RC-VERDICT
           ELSE
               IF WS-EFFGRADE >= WS-MODPASSGRADE
                   MOVE "PASS" TO WS-RC-VERDICT
                   ADD 1 TO WS-TR-PASSCNT
               ELSE
                   MOVE "FAIL" TO WS-RC-VERDICT
                   ADD 1 TO WS-TR-FAILCNT
               END-IF
               ADD WS-EFFGRADE TO WS-TR-YRTOTAL
               ADD 1 TO WS-TR-YRCOUNT
               ADD WS-EFFGRADE TO WS-TR-ALLTOTAL
               ADD 1 TO WS-TR-ALLCOUNT
           END-IF

           MOVE SPACES TO F-TRANSLINE
           IF WS-TR-SRC(WS-TRIDX) = "A"
               STRING "  T" WS-TR-TERM(WS-TRIDX)
                   " MODULE " WS-TR-MODNUM(WS-TRIDX)
                   " " WS-MODTITLE
                   " GRADE " WS-TR-GRADE(WS-TRIDX)
                   " (PASSING " WS-MODPASSGRADE ")"
                   " " WS-RC-VERDICT
                   " " WS-LATETAG
                   " (ARCHIVED)"
                   DELIMITED BY SIZE INTO F-TRANSLINE
           ELSE
               STRING "  T" WS-TR-TERM(WS-TRIDX)
                   " MODULE " WS-TR-MODNUM(WS-TRIDX)
                   " " WS-MODTITLE
                   " GRADE " WS-TR-GRADE(WS-TRIDX)
                   " (PASSING " WS-MODPASSGRADE ")"
                   " " WS-RC-VERDICT
                   " " WS-LATETAG
                   DELIMITED BY SIZE INTO F-TRANSLINE
           END-IF
           WRITE F-TRANSLINE.


      *WRITES THE AVERAGE LINE FOR THE SCHOOL YEAR JUST FINISHED.
       TRANSCRIPT-YEAR-AVERAGE.
           MOVE SPACES TO F-TRANSLINE
           IF WS-TR-YRCOUNT = 0
               STRING "  SY " WS-TR-CURYEAR " - NO GRADED MODULES"
                   DELIMITED BY SIZE INTO F-TRANSLINE
           ELSE
               DIVIDE WS-TR-YRTOTAL BY WS-TR-YRCOUNT
                   GIVING WS-TR-YRAVG
               STRING "  SY " WS-TR-CURYEAR
                   " AVERAGE: " WS-TR-YRAVG
                   " OVER " WS-TR-YRCOUNT " MODULE(S)"
                   DELIMITED BY SIZE INTO F-TRANSLINE
           END-IF
           WRITE F-TRANSLINE.


      *TRACK COMPLETION AUDIT FOR ONE STUDENT - EVERY REQUIRED
      *MODULE OF THE STUDENT'S TRACK AS PASSED, FAILED OR NOT YET
      *TAKEN, JUDGED OVER LIVE AND ARCHIVED YEARS WITH THE SAME
      *LATE-SUBMISSION CAP THE TRANSCRIPT APPLIES. A PASS IN ANY
      *TERM COUNTS; A MODULE WITH ONLY FAILED ATTEMPTS IS FAILED.
       TRACK-AUDIT.
           DISPLAY WS-BLANK
           DISPLAY '**************************************'
           DISPLAY '*                                    *'
           DISPLAY "* ENTER STUDENT NUMBER: "WITH NO ADVANCING.
           ACCEPT WS-STUDNUMBER-TEMP
           DISPLAY '*                                    *'
           DISPLAY '**************************************'

           MOVE 0 TO WS-TR-FOUND
           INITIALIZE WS-STUDINFO
           OPEN INPUT FD-STUDENT
           IF WS-FILESTATUS2 = 00
               MOVE WS-STUDNUMBER-TEMP TO F-STUDNUMBER
               READ FD-STUDENT INTO WS-STUDINFO
                   KEY IS F-STUDNUMBER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-TR-FOUND
               END-READ
           END-IF
           CLOSE FD-STUDENT
           IF WS-TR-FOUND = 0
               PERFORM TRANSCRIPT-FIND-ARCHSTUD
           END-IF
           IF WS-TR-FOUND = 0
               DISPLAY "NOT FOUND ON FILE OR IN ARCHIVE."
               GO TO MENU-TEACHER
           END-IF

           MOVE 0 TO WS-TKFOUND
           OPEN INPUT FD-STUDTRACK
           IF WS-FILESTATUS43 = 00
               MOVE WS-STUDNUMBER-TEMP TO F-STKSTUDNUMBER
               READ FD-STUDTRACK INTO WS-STUDTRACKINFO
                   KEY IS F-STKSTUDNUMBER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-TKFOUND
               END-READ
           END-IF
           CLOSE FD-STUDTRACK
           IF WS-TKFOUND = 0
               DISPLAY "NO CURRICULUM TRACK ASSIGNED TO THIS STUDENT."
               GO TO MENU-TEACHER
           END-IF

           MOVE 0 TO WS-TKFOUND
           OPEN INPUT FD-CURRIC
           IF WS-FILESTATUS42 = 00
               MOVE WS-STKTRACK TO F-CRTRACK
               READ FD-CURRIC INTO WS-CURRICINFO
                   KEY IS F-CRTRACK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-TKFOUND
               END-READ
           END-IF
           CLOSE FD-CURRIC
           IF WS-TKFOUND = 0
               DISPLAY "TRACK " WS-STKTRACK " IS NOT ON FILE - "
                   "SEE ADMINISTRATOR."
               GO TO MENU-TEACHER
           END-IF

           MOVE 0 TO WS-TR-COUNT
           MOVE 0 TO WS-TRFULL
           PERFORM TRANSCRIPT-LOAD-LIVE
           PERFORM TRANSCRIPT-LOAD-ARCHIVE

           ACCEPT WS-SUMMDATE FROM DATE YYYYMMDD
           OPEN OUTPUT FD-TRACKAUDIT
           MOVE SPACES TO F-TRACKAUDITLINE
           STRING "TRACK COMPLETION AUDIT - PRINTED " WS-SUMMDATE
               DELIMITED BY SIZE INTO F-TRACKAUDITLINE
           WRITE F-TRACKAUDITLINE
           MOVE SPACES TO F-TRACKAUDITLINE
           STRING "STUDENT: " WS-STUDNUMBER-TEMP " " WS-STUDNAME
               "  SECTION: " WS-STUDSECT
               DELIMITED BY SIZE INTO F-TRACKAUDITLINE
           WRITE F-TRACKAUDITLINE
           MOVE SPACES TO F-TRACKAUDITLINE
           STRING "TRACK: " WS-CRTRACK " " WS-CRTITLE
               DELIMITED BY SIZE INTO F-TRACKAUDITLINE
           WRITE F-TRACKAUDITLINE
           IF WS-TRFULL = 1
               MOVE SPACES TO F-TRACKAUDITLINE
               STRING "NOTE: RECORD TABLE FULL - SOME ROWS OMITTED"
                   DELIMITED BY SIZE INTO F-TRACKAUDITLINE
               WRITE F-TRACKAUDITLINE
           END-IF
           MOVE SPACES TO F-TRACKAUDITLINE
           WRITE F-TRACKAUDITLINE

           MOVE 1 TO WS-TK-PRINT
           PERFORM TRACK-EVALUATE

           MOVE SPACES TO F-TRACKAUDITLINE
           WRITE F-TRACKAUDITLINE
           MOVE SPACES TO F-TRACKAUDITLINE
           STRING "REQUIRED: " WS-TK-REQCNT
               "  PASSED: " WS-TK-PASSCNT
               "  FAILED: " WS-TK-FAILCNT
               "  NOT YET TAKEN: " WS-TK-NOTCNT
               DELIMITED BY SIZE INTO F-TRACKAUDITLINE
           WRITE F-TRACKAUDITLINE
           MOVE SPACES TO F-TRACKAUDITLINE
           IF WS-STKCOMPDATE NOT = 0
               STRING "TRACK COMPLETED - CERTIFICATE ISSUED "
                   WS-STKCOMPDATE
                   DELIMITED BY SIZE INTO F-TRACKAUDITLINE
           ELSE IF WS-TK-REQCNT > 0 AND WS-TK-PASSCNT = WS-TK-REQCNT
               STRING "TRACK COMPLETE - CERTIFICATE DUE ON THE NEXT "
                   "CERTIFICATE RUN"
                   DELIMITED BY SIZE INTO F-TRACKAUDITLINE
           ELSE
               COMPUTE WS-TK-SEQ = WS-TK-REQCNT - WS-TK-PASSCNT
               STRING "MODULES REMAINING: " WS-TK-SEQ
                   DELIMITED BY SIZE INTO F-TRACKAUDITLINE
           END-IF
           END-IF
           WRITE F-TRACKAUDITLINE
           CLOSE FD-TRACKAUDIT

           DISPLAY WS-BLANK
           DISPLAY "TRACK " WS-CRTRACK " REQUIRED: " WS-TK-REQCNT
               " PASSED: " WS-TK-PASSCNT " FAILED: " WS-TK-FAILCNT
               " NOT YET TAKEN: " WS-TK-NOTCNT
           DISPLAY "      AUDIT WRITTEN TO TRACKAUDIT.txt"
           GO TO MENU-TEACHER.


      *JUDGES EVERY REQUIRED MODULE OF THE TRACK IN WS-CURRICINFO
      *AGAINST THE ROWS LOADED IN WS-TR-TABLE AND COUNTS THE
      *RESULTS. WITH WS-TK-PRINT = 1 EACH MODULE'S LINE GOES TO
      *TRACKAUDIT.txt, WHICH THE CALLER HAS OPEN.
       TRACK-EVALUATE.
           MOVE 0 TO WS-TK-REQCNT
           MOVE 0 TO WS-TK-PASSCNT
           MOVE 0 TO WS-TK-FAILCNT
           MOVE 0 TO WS-TK-NOTCNT
           PERFORM VARYING WS-TKIDX FROM 1 BY 1 UNTIL WS-TKIDX > 12
               IF WS-CRMODULE(WS-TKIDX) NOT = 0
                   ADD 1 TO WS-TK-REQCNT
                   MOVE WS-CRMODULE(WS-TKIDX) TO WS-TK-MODNUM
                   PERFORM TRACK-CLASSIFY-MODULE
                   IF WS-TK-RESULT = "P"
                       ADD 1 TO WS-TK-PASSCNT
                   ELSE IF WS-TK-RESULT = "F"
                       ADD 1 TO WS-TK-FAILCNT
                   ELSE
                       ADD 1 TO WS-TK-NOTCNT
                   END-IF
                   END-IF
                   IF WS-TK-PRINT = 1
                       PERFORM TRACK-WRITE-LINE
                   END-IF
               END-IF
           END-PERFORM.


      *RESULT FOR THE ONE MODULE IN WS-TK-MODNUM - P WHEN ANY
      *GRADED ROW PASSES, F WHEN THERE ARE GRADED ROWS BUT NONE
      *PASSES, N WHEN THERE IS NO GRADED ROW. WS-TK-OPEN IS SET WHEN
      *A ROW IS RECEIVED AND NOT YET GRADED. THE CATALOG ENTRY IS
      *LEFT IN WS-MODULEINFO FOR THE PRINT LINE.
       TRACK-CLASSIFY-MODULE.
           MOVE "N" TO WS-TK-RESULT
           MOVE 0 TO WS-TK-OPEN
           MOVE 0 TO WS-TK-YEAR
           MOVE 0 TO WS-TK-TERM
           MOVE 0 TO WS-TK-GRADE
           PERFORM VARYING WS-TRIDX FROM 1 BY 1
                   UNTIL WS-TRIDX > WS-TR-COUNT
               IF WS-TR-MODNUM(WS-TRIDX) = WS-TK-MODNUM
                   IF WS-TR-STATUS(WS-TRIDX) = "RECEIVED"
                       MOVE 1 TO WS-TK-OPEN
                   ELSE
                       MOVE WS-TK-MODNUM TO WS-MODMODULENUMB
                       MOVE WS-TR-YEAR(WS-TRIDX) TO WS-VR-YEAR
                       MOVE WS-TR-TERM(WS-TRIDX) TO WS-VR-TERM
                       PERFORM LOOKUP-MODULE-CATALOG
                       MOVE WS-TR-GRADE(WS-TRIDX) TO WS-EFFGRADE
                       IF WS-TR-LATE(WS-TRIDX) = "Y"
                               AND WS-EFFGRADE > WS-MODPASSGRADE
                           MOVE WS-MODPASSGRADE TO WS-EFFGRADE
                       END-IF
                       IF WS-EFFGRADE >= WS-MODPASSGRADE
                           MOVE "P" TO WS-TK-RESULT
                           MOVE WS-TR-YEAR(WS-TRIDX) TO WS-TK-YEAR
                           MOVE WS-TR-TERM(WS-TRIDX) TO WS-TK-TERM
                           MOVE WS-TR-GRADE(WS-TRIDX) TO WS-TK-GRADE
                       ELSE IF WS-TK-RESULT NOT = "P"
                           MOVE "F" TO WS-TK-RESULT
                           MOVE WS-TR-YEAR(WS-TRIDX) TO WS-TK-YEAR
                           MOVE WS-TR-TERM(WS-TRIDX) TO WS-TK-TERM
                           MOVE WS-TR-GRADE(WS-TRIDX) TO WS-TK-GRADE
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
      *THE LINE SHOWS THE PASSING GRADE THE DECIDING ROW WAS JUDGED
      *BY (THE CURRENT ONE WHEN THE MODULE IS NOT YET TAKEN).
           MOVE WS-TK-MODNUM TO WS-MODMODULENUMB
           MOVE WS-TK-YEAR TO WS-VR-YEAR
           MOVE WS-TK-TERM TO WS-VR-TERM
           PERFORM LOOKUP-MODULE-CATALOG.


      *ONE TRACKAUDIT.txt LINE FOR THE MODULE JUST CLASSIFIED.
       TRACK-WRITE-LINE.
           MOVE SPACES TO F-TRACKAUDITLINE
           IF WS-TK-RESULT = "P"
               STRING "  MODULE " WS-TK-MODNUM " " WS-MODTITLE
                   " PASSED         SY " WS-TK-YEAR " T" WS-TK-TERM
                   " GRADE " WS-TK-GRADE
                   DELIMITED BY SIZE INTO F-TRACKAUDITLINE
           ELSE IF WS-TK-RESULT = "F"
               STRING "  MODULE " WS-TK-MODNUM " " WS-MODTITLE
                   " FAILED         SY " WS-TK-YEAR " T" WS-TK-TERM
                   " GRADE " WS-TK-GRADE
                   " (PASSING " WS-MODPASSGRADE ")"
                   DELIMITED BY SIZE INTO F-TRACKAUDITLINE
           ELSE IF WS-TK-OPEN = 1
               STRING "  MODULE " WS-TK-MODNUM " " WS-MODTITLE
                   " NOT YET TAKEN  (RECEIVED, NOT YET GRADED)"
                   DELIMITED BY SIZE INTO F-TRACKAUDITLINE
           ELSE
               STRING "  MODULE " WS-TK-MODNUM " " WS-MODTITLE
                   " NOT YET TAKEN"
                   DELIMITED BY SIZE INTO F-TRACKAUDITLINE
           END-IF
           END-IF
           END-IF
           WRITE F-TRACKAUDITLINE.


      *ONE CLASSLIST.txt LINE FOR A NON-ACTIVE STUDENT - THE STATUS
           END-PERFORM.


      *PROMPTS FOR THE WEIGHT (PERCENT) OF EACH GRADED COMPONENT OF
      *THE CATALOG ENTRY IN THE F-MODULEINFO RECORD AREA UNTIL THE
      *WEIGHTS TOTAL 100, OR ARE ALL ZERO FOR A MODULE GRADED AS A
      *SINGLE FIGURE.
       ACCEPT-VALID-WEIGHTS.
           MOVE 0 TO WS-VALID
           PERFORM WITH TEST BEFORE UNTIL WS-VALID = 1
               MOVE 0 TO WS-CPWTSUM
               PERFORM VARYING WS-CPIDX FROM 1 BY 1 UNTIL WS-CPIDX > 3
                   DISPLAY "WEIGHT % - " WS-CP-NAME(WS-CPIDX)
                       " (0=NOT USED): " WITH NO ADVANCING
                   ACCEPT F-MODCOMPWT(WS-CPIDX)
                   IF F-MODCOMPWT(WS-CPIDX) IS NOT NUMERIC
                       MOVE 0 TO F-MODCOMPWT(WS-CPIDX)
                   END-IF
                   ADD F-MODCOMPWT(WS-CPIDX) TO WS-CPWTSUM
               END-PERFORM
               IF WS-CPWTSUM = 0 OR WS-CPWTSUM = 100
                   MOVE 1 TO WS-VALID
               ELSE
                   DISPLAY "COMPONENT WEIGHTS TOTAL " WS-CPWTSUM
                       " - THEY MUST TOTAL 100 OR ALL BE 0."
               END-IF
           END-PERFORM.


      *SETS WS-CP-USED TO THE NUMBER OF WEIGHTED COMPONENTS ON THE
      *CATALOG ENTRY IN WS-MODULEINFO - ZERO FOR A MODULE GRADED AS
      *A SINGLE FIGURE.
       CHECK-MODULE-COMPONENTS.
           MOVE 0 TO WS-CP-USED
           PERFORM VARYING WS-CPIDX FROM 1 BY 1 UNTIL WS-CPIDX > 3
               IF WS-MODCOMPWT(WS-CPIDX) IS NUMERIC
                       AND WS-MODCOMPWT(WS-CPIDX) > 0
                   ADD 1 TO WS-CP-USED
               END-IF
           END-PERFORM.


      *READS THE COMPONENT SCORES ON FILE FOR THE MODHIST KEY IN
      *WS-CP-KEY INTO WS-CP-TABLE AND WORKS OUT THE WEIGHTED GRADE
      *SO FAR. THE WEIGHTS ARE THE ONES IN WS-MODULEINFO.
       LOAD-COMPONENT-SCORES.
           INITIALIZE WS-CP-TABLE
           OPEN INPUT FD-COMPSCORE
           IF WS-FILESTATUS36 = 00
               PERFORM VARYING WS-CPIDX FROM 1 BY 1 UNTIL WS-CPIDX > 3
                   IF WS-MODCOMPWT(WS-CPIDX) > 0
                       MOVE WS-CP-STUDNUMBER TO F-CSSTUDNUMBER
                       MOVE WS-CP-SCHOOLYEAR TO F-CSSCHOOLYEAR
                       MOVE WS-CP-TERM TO F-CSTERM
                       MOVE WS-CP-MODULENUMB TO F-CSMODULENUMB
                       MOVE WS-CP-CODE(WS-CPIDX) TO F-CSCODE
                       READ FD-COMPSCORE
                           KEY IS F-CSKEY
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 1 TO WS-CP-HAVE(WS-CPIDX)
                               MOVE F-CSSCORE TO WS-CP-SCORE(WS-CPIDX)
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE FD-COMPSCORE
           PERFORM COMPUTE-COMPONENT-GRADE.


      *COUNTS THE SCORED COMPONENTS INTO WS-CP-SCORED AND, ONCE EVERY
      *WEIGHTED COMPONENT IS SCORED, ROUNDS THE WEIGHTED TOTAL INTO
      *WS-CP-GRADE (WEIGHTS ARE PERCENT, SO THE TOTAL IS OVER 100).
       COMPUTE-COMPONENT-GRADE.
           MOVE 0 TO WS-CP-SCORED
           MOVE 0 TO WS-CP-TOTAL
           MOVE 0 TO WS-CP-GRADE
           PERFORM VARYING WS-CPIDX FROM 1 BY 1 UNTIL WS-CPIDX > 3
               IF WS-MODCOMPWT(WS-CPIDX) > 0
                       AND WS-CP-HAVE(WS-CPIDX) = 1
                   ADD 1 TO WS-CP-SCORED
                   COMPUTE WS-CP-TOTAL = WS-CP-TOTAL
                       + WS-CP-SCORE(WS-CPIDX) * WS-MODCOMPWT(WS-CPIDX)
               END-IF
           END-PERFORM
           IF WS-CP-SCORED = WS-CP-USED AND WS-CP-USED > 0
               COMPUTE WS-CP-GRADE ROUNDED = WS-CP-TOTAL / 100
           END-IF.


      *PROMPTS FOR EACH WEIGHTED COMPONENT NOT YET SCORED. A BLANK
      *ENTRY LEAVES IT FOR LATER; ANYTHING ELSE MUST BE A SCORE OF
      *0 TO WS-GRADEMAX. NEW SCORES ARE FLAGGED FOR
      *WRITE-COMPONENT-SCORES.
       ACCEPT-COMPONENT-SCORES.
           PERFORM VARYING WS-CPIDX FROM 1 BY 1 UNTIL WS-CPIDX > 3
               IF WS-MODCOMPWT(WS-CPIDX) > 0
                       AND WS-CP-HAVE(WS-CPIDX) = 0
                   MOVE 0 TO WS-VALID
                   PERFORM WITH TEST BEFORE UNTIL WS-VALID = 1
                       DISPLAY "* " WS-CP-NAME(WS-CPIDX) " ("
                           WS-MODCOMPWT(WS-CPIDX) "%) SCORE 0-"
                           WS-GRADEMAX " (BLANK=LATER): "
                           WITH NO ADVANCING
                       MOVE SPACES TO WS-CPIN
                       ACCEPT WS-CPIN
                       IF WS-CPIN = SPACES
                           MOVE 1 TO WS-VALID
                       ELSE
                           INSPECT WS-CPIN
                               REPLACING LEADING SPACES BY ZEROES
                           IF WS-CPIN IS NUMERIC
                                   AND WS-CPIN <= WS-GRADEMAX
                               MOVE WS-CPIN TO WS-CP-SCORE(WS-CPIDX)
                               MOVE 1 TO WS-CP-HAVE(WS-CPIDX)
                               MOVE 1 TO WS-CP-NEW(WS-CPIDX)
                               MOVE 1 TO WS-VALID
                           ELSE
                               DISPLAY "INVALID SCORE - MUST BE 0 TO "
                                   WS-GRADEMAX
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.


      *WRITES THE COMPONENT SCORES FLAGGED NEW IN WS-CP-TABLE FOR THE
      *MODHIST KEY IN WS-CP-KEY, ONE AUDIT LINE EACH.
       WRITE-COMPONENT-SCORES.
           ACCEPT WS-CPTODAY FROM DATE YYYYMMDD
           OPEN I-O FD-COMPSCORE
           IF WS-FILESTATUS36 = 35
               OPEN OUTPUT FD-COMPSCORE
               CLOSE FD-COMPSCORE
               OPEN I-O FD-COMPSCORE
           END-IF
           IF WS-FILESTATUS36 NOT = 00
               DISPLAY "COMPONENT SCORE FILE IN USE BY ANOTHER USER - "
                   "SCORES NOT RECORDED."
               PERFORM VARYING WS-CPIDX FROM 1 BY 1 UNTIL WS-CPIDX > 3
                   IF WS-CP-NEW(WS-CPIDX) = 1
                       MOVE 0 TO WS-CP-HAVE(WS-CPIDX)
                       MOVE 0 TO WS-CP-NEW(WS-CPIDX)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-CPIDX FROM 1 BY 1 UNTIL WS-CPIDX > 3
                   IF WS-CP-NEW(WS-CPIDX) = 1
                       MOVE WS-CP-STUDNUMBER TO F-CSSTUDNUMBER
                       MOVE WS-CP-SCHOOLYEAR TO F-CSSCHOOLYEAR
                       MOVE WS-CP-TERM TO F-CSTERM
                       MOVE WS-CP-MODULENUMB TO F-CSMODULENUMB
                       MOVE WS-CP-CODE(WS-CPIDX) TO F-CSCODE
                       MOVE WS-CP-SCORE(WS-CPIDX) TO F-CSSCORE
                       MOVE WS-CPTODAY TO F-CSSCOREDATE
                       WRITE F-COMPSCOREINFO
                           INVALID KEY
                               MOVE 0 TO WS-CP-HAVE(WS-CPIDX)
                           NOT INVALID KEY
                               MOVE WS-CP-STUDNUMBER TO WS-AU-ID
                               MOVE "CREATE" TO WS-AU-OP
                               MOVE "COMPSCORE" TO WS-AU-FIELD
                               MOVE SPACES TO WS-AU-OLDVAL
                               STRING WS-CP-MODULENUMB " "
                                   WS-CP-CODE(WS-CPIDX)
                                   DELIMITED BY SIZE INTO WS-AU-OLDVAL
                               MOVE F-CSSCORE TO WS-AU-NEWVAL
                               PERFORM WRITE-AUDIT
                       END-WRITE
                       MOVE 0 TO WS-CP-NEW(WS-CPIDX)
                   END-IF
               END-PERFORM
           END-IF
           CLOSE FD-COMPSCORE.


      *ONE SCREEN LINE PER WEIGHTED COMPONENT IN WS-CP-TABLE.
       DISPLAY-COMPONENT-SCORES.
           PERFORM VARYING WS-CPIDX FROM 1 BY 1 UNTIL WS-CPIDX > 3
               IF WS-MODCOMPWT(WS-CPIDX) > 0
                   IF WS-CP-HAVE(WS-CPIDX) = 1
                       DISPLAY "*       " WS-CP-NAME(WS-CPIDX) " "
                           WS-MODCOMPWT(WS-CPIDX) "%  SCORE "
                           WS-CP-SCORE(WS-CPIDX)
                   ELSE
                       DISPLAY "*       " WS-CP-NAME(WS-CPIDX) " "
                           WS-MODCOMPWT(WS-CPIDX) "%  NOT YET SCORED"
                   END-IF
               END-IF
           END-PERFORM.


      *PROMPTS FOR THE SCHOOL YEAR AND TERM A SUBMISSION IS RECORDED
      *UNDER UNTIL BOTH ARE NUMERIC AND NON-ZERO, SO NO HISTORY
      *RECORD CAN BE KEYED UNDER A BLANK YEAR/TERM (ZERO IS THE
      *0=ALL CONVENTION IN EVERY VIEW AND THE SUMMARY CANNOT TALLY
      *IT). RETURNS THEM IN WS-YEARIN/WS-TERMIN. A YEAR/TERM TAKEN
      *FROM THE SCHOOL CALENDAR IN WS-CAL-DFTYEAR/TERM IS OFFERED AS
      *THE DEFAULT (ZERO OR BLANK TAKES IT) AND CLEARED AFTERWARDS.
       ACCEPT-VALID-TERM.
           MOVE 0 TO WS-VALID
           PERFORM WITH TEST BEFORE UNTIL WS-VALID = 1
               IF WS-CAL-DFTYEAR NOT = 0
                   DISPLAY "* ENTER SCHOOL YEAR (YYYY, 0="
                       WS-CAL-DFTYEAR "): " WITH NO ADVANCING
               ELSE
                   DISPLAY "* ENTER SCHOOL YEAR (YYYY): "
                       WITH NO ADVANCING
               END-IF
               ACCEPT WS-YEARIN
               IF WS-CAL-DFTYEAR NOT = 0
                       AND (WS-YEARIN NOT NUMERIC OR WS-YEARIN = 0)
                   MOVE WS-CAL-DFTYEAR TO WS-YEARIN
               END-IF
               IF WS-YEARIN IS NUMERIC AND WS-YEARIN NOT = 0
                   MOVE 1 TO WS-VALID
               ELSE
           END-PERFORM
           MOVE 0 TO WS-VALID
           PERFORM WITH TEST BEFORE UNTIL WS-VALID = 1
               IF WS-CAL-DFTTERM NOT = 0
                   DISPLAY "* ENTER TERM (1-9, 0=" WS-CAL-DFTTERM
                       "): " WITH NO ADVANCING
               ELSE
                   DISPLAY "* ENTER TERM (1-9): "WITH NO ADVANCING
               END-IF
               ACCEPT WS-TERMIN
               IF WS-CAL-DFTTERM NOT = 0
                       AND (WS-TERMIN NOT NUMERIC OR WS-TERMIN = 0)
                   MOVE WS-CAL-DFTTERM TO WS-TERMIN
               END-IF
               IF WS-TERMIN IS NUMERIC AND WS-TERMIN NOT = 0
                   MOVE 1 TO WS-VALID
               ELSE
                   DISPLAY "INVALID TERM - MUST BE 1 TO 9."
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CAL-DFTYEAR
           MOVE 0 TO WS-CAL-DFTTERM.


      *PROMPTS FOR THE DATE THE WORK CAME IN (0 = TODAY) UNTIL IT IS
      *A REAL DATE NOT AFTER TODAY, RETURNING IT IN WS-RCVDATE AND
      *TODAY IN WS-RCVTODAY.
       ACCEPT-RECEIVED-DATE.
           ACCEPT WS-RCVTODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-VALID
           PERFORM WITH TEST BEFORE UNTIL WS-VALID = 1
               DISPLAY "* DATE RECEIVED (YYYYMMDD, 0=TODAY): "
                   WITH NO ADVANCING
               ACCEPT WS-RCVDATE
               IF WS-RCVDATE NOT NUMERIC OR WS-RCVDATE = 0
                   MOVE WS-RCVTODAY TO WS-RCVDATE
               END-IF
               MOVE WS-RCVDATE TO WS-CAL-DATE
               PERFORM CHECK-CALENDAR-DATE
               IF WS-CAL-DATEOK = 1 AND WS-RCVDATE <= WS-RCVTODAY
                   MOVE 1 TO WS-VALID
               ELSE
                   DISPLAY "INVALID DATE - MUST BE A REAL DATE NOT "
                       "AFTER TODAY."
               END-IF
           END-PERFORM.


      *TURNS THE YYYYMMDD DATE IN WS-DN-DATE INTO A RUNNING DAY
      *NUMBER IN WS-DN-DAYS (DAYS SINCE 1 MARCH OF YEAR 0 ON THE
      *GREGORIAN CALENDAR), SO THE DIFFERENCE OF TWO DAY NUMBERS IS
      *THE NUMBER OF DAYS BETWEEN THE DATES. THE YEAR IS COUNTED
      *FROM MARCH SO FEBRUARY 29 FALLS AT THE END OF IT.
       DATE-TO-DAYNUM.
           MOVE WS-DN-YYYY TO WS-DN-Y
           IF WS-DN-MM <= 2
               SUBTRACT 1 FROM WS-DN-Y
               COMPUTE WS-DN-MP = WS-DN-MM + 9
           ELSE
               COMPUTE WS-DN-MP = WS-DN-MM - 3
           END-IF
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-ERA
           COMPUTE WS-DN-YOE = WS-DN-Y - WS-DN-ERA * 400
           COMPUTE WS-DN-WORK = 153 * WS-DN-MP + 2
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-DOY
           ADD WS-DN-DD TO WS-DN-DOY
           SUBTRACT 1 FROM WS-DN-DOY
           DIVIDE WS-DN-YOE BY 4 GIVING WS-DN-Q4
           DIVIDE WS-DN-YOE BY 100 GIVING WS-DN-Q100
           COMPUTE WS-DN-DAYS = WS-DN-ERA * 146097
               + WS-DN-YOE * 365 + WS-DN-Q4 - WS-DN-Q100 + WS-DN-DOY.


      *SETS WS-CAL-DATEOK WHEN WS-CAL-DATE IS A REAL CALENDAR DATE -
      *ITS DAY NUMBER FALLS BEFORE THE FIRST OF THE NEXT MONTH - AND
      *WS-CAL-WEEKEND WHEN IT IS A SATURDAY OR SUNDAY. DAY NUMBER 0
      *(1 MARCH OF YEAR 0) WAS A WEDNESDAY, SO A DAY NUMBER LEAVING
      *A REMAINDER OF 3 BY 7 IS A SATURDAY AND 4 A SUNDAY.
       CHECK-CALENDAR-DATE.
           MOVE 0 TO WS-CAL-DATEOK
           MOVE 0 TO WS-CAL-WEEKEND
           IF WS-CAL-DATE IS NUMERIC
               MOVE WS-CAL-DATE TO WS-DN-DATE
               IF WS-DN-YYYY > 0 AND WS-DN-MM >= 1 AND WS-DN-MM <= 12
                       AND WS-DN-DD >= 1
                   PERFORM DATE-TO-DAYNUM
                   MOVE WS-DN-DAYS TO WS-CAL-DAYNUM
                   IF WS-DN-MM = 12
                       ADD 1 TO WS-DN-YYYY
                       MOVE 1 TO WS-DN-MM
                   ELSE
                       ADD 1 TO WS-DN-MM
                   END-IF
                   MOVE 1 TO WS-DN-DD
                   PERFORM DATE-TO-DAYNUM
                   IF WS-CAL-DAYNUM < WS-DN-DAYS
                       MOVE 1 TO WS-CAL-DATEOK
                       DIVIDE WS-CAL-DAYNUM BY 7 GIVING WS-CAL-WEEKS
                           REMAINDER WS-CAL-DOW
                       IF WS-CAL-DOW = 3 OR WS-CAL-DOW = 4
                           MOVE 1 TO WS-CAL-WEEKEND
                       END-IF
                   END-IF
               END-IF
           END-IF.


      *FINDS THE TERM ON THE SCHOOL CALENDAR WHOSE DATES COVER
      *WS-CAL-DATE, RETURNING WS-CAL-FOUND WITH WS-CAL-YEAR/TERM AND
      *THE TERM'S FIRST AND LAST DAY. WS-CAL-ONFILE 0 MEANS NO TERM
      *IS ON THE CALENDAR AT ALL.
       CALENDAR-FIND-TERM.
           MOVE 0 TO WS-CAL-ONFILE
           MOVE 0 TO WS-CAL-FOUND
           MOVE 0 TO WS-CAL-YEAR
           MOVE 0 TO WS-CAL-TERM
           MOVE 0 TO WS-CAL-START
           MOVE 0 TO WS-CAL-END
           MOVE "T" TO WS-CALEOF
           OPEN INPUT FD-CALENDAR
           IF WS-FILESTATUS47 NOT = 00
               CLOSE FD-CALENDAR
           ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-CALEOF = "F"
                   READ FD-CALENDAR NEXT RECORD INTO WS-CALENDARINFO
                       AT END MOVE "F" TO WS-CALEOF
                   END-READ
                   IF WS-CALEOF NOT = "F" AND WS-CLTYPE = "T"
                       MOVE 1 TO WS-CAL-ONFILE
                       IF WS-CAL-DATE >= WS-CLSTART
                               AND WS-CAL-DATE <= WS-CLEND
                           MOVE 1 TO WS-CAL-FOUND
                           MOVE WS-CLYEAR TO WS-CAL-YEAR
                           MOVE WS-CLREF TO WS-CAL-TERM
                           MOVE WS-CLSTART TO WS-CAL-START
                           MOVE WS-CLEND TO WS-CAL-END
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FD-CALENDAR
           END-IF.


      *READS THE TERM WS-CAL-YEAR/WS-CAL-TERM FROM THE SCHOOL
      *CALENDAR, RETURNING WS-CAL-FOUND AND ITS FIRST AND LAST DAY.
       CALENDAR-READ-TERM.
           MOVE 0 TO WS-CAL-FOUND
           MOVE 0 TO WS-CAL-START
           MOVE 0 TO WS-CAL-END
           OPEN INPUT FD-CALENDAR
           IF WS-FILESTATUS47 = 00
               MOVE WS-CAL-YEAR TO F-CLYEAR
               MOVE "T" TO F-CLTYPE
               MOVE WS-CAL-TERM TO F-CLREF
               READ FD-CALENDAR INTO WS-CALENDARINFO
                   KEY IS F-CLKEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-CAL-FOUND
                       MOVE WS-CLSTART TO WS-CAL-START
                       MOVE WS-CLEND TO WS-CAL-END
               END-READ
           END-IF
           CLOSE FD-CALENDAR.


      *SETS WS-CAL-SCHOOLDAY WHEN THE SCHOOL IS OPEN ON WS-CAL-DATE:
      *A REAL WEEKDAY INSIDE A TERM ON THE CALENDAR THAT IS NOT FILED
      *AS A NON-SCHOOL DAY. WITH NO CALENDAR KEPT EVERY WEEKDAY
      *COUNTS. WS-CAL-WHY SAYS WHY A DAY IS NOT A SCHOOL DAY.
       CHECK-SCHOOL-DAY.
           MOVE 0 TO WS-CAL-SCHOOLDAY
           MOVE SPACES TO WS-CAL-WHY
           PERFORM CHECK-CALENDAR-DATE
           IF WS-CAL-DATEOK = 0
               MOVE "NOT A VALID DATE" TO WS-CAL-WHY
           ELSE IF WS-CAL-WEEKEND = 1
               MOVE "WEEKEND" TO WS-CAL-WHY
           ELSE
               PERFORM CALENDAR-FIND-TERM
               IF WS-CAL-ONFILE = 0
                   MOVE 1 TO WS-CAL-SCHOOLDAY
               ELSE IF WS-CAL-FOUND = 0
                   MOVE "OUTSIDE EVERY TERM" TO WS-CAL-WHY
               ELSE
                   PERFORM CALENDAR-CHECK-HOLIDAY
               END-IF
               END-IF
           END-IF
           END-IF.


      *A WEEKDAY INSIDE TERM WS-CAL-YEAR IS A SCHOOL DAY UNLESS IT IS
      *FILED ON THE CALENDAR AS A NON-SCHOOL DAY.
       CALENDAR-CHECK-HOLIDAY.
           MOVE 1 TO WS-CAL-SCHOOLDAY
           OPEN INPUT FD-CALENDAR
           IF WS-FILESTATUS47 = 00
               MOVE WS-CAL-YEAR TO F-CLYEAR
               MOVE "H" TO F-CLTYPE
               MOVE WS-CAL-DATE TO F-CLREF
               READ FD-CALENDAR INTO WS-CALENDARINFO
                   KEY IS F-CLKEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-CAL-SCHOOLDAY
                       MOVE WS-CLDESC TO WS-CAL-WHY
               END-READ
           END-IF
           CLOSE FD-CALENDAR.


      *OFFERS THE YEAR/TERM THE SCHOOL CALENDAR PUTS WS-CAL-DATE IN
      *AS THE DEFAULT AT THE NEXT ACCEPT-VALID-TERM.
       CALENDAR-DEFAULT-TERM.
           MOVE 0 TO WS-CAL-DFTYEAR
           MOVE 0 TO WS-CAL-DFTTERM
           IF WS-CAL-DATE IS NUMERIC AND WS-CAL-DATE NOT = 0
               PERFORM CALENDAR-FIND-TERM
               IF WS-CAL-FOUND = 1
                   MOVE WS-CAL-YEAR TO WS-CAL-DFTYEAR
                   MOVE WS-CAL-TERM TO WS-CAL-DFTTERM
               END-IF
           END-IF.


      *OFFERS THE YEAR/TERM THE SCHOOL CALENDAR PUTS TODAY IN AS THE
      *DEFAULT AT THE NEXT ACCEPT-VALID-TERM.
       CALENDAR-DEFAULT-TODAY.
           ACCEPT WS-CAL-DATE FROM DATE YYYYMMDD
           PERFORM CALENDAR-DEFAULT-TERM.


      *A CATALOG DUE DATE MUST FALL INSIDE THE TERM ITS RULES TAKE
      *EFFECT FROM (WS-YEARIN/WS-TERMIN) WHEN THAT TERM IS ON THE
      *SCHOOL CALENDAR - F-MODDUEDATE IS RE-KEYED UNTIL IT DOES OR
      *IS ZERO (NO DUE DATE).
       CHECK-DUE-DATE-IN-TERM.
           MOVE WS-YEARIN TO WS-CAL-YEAR
           MOVE WS-TERMIN TO WS-CAL-TERM
           PERFORM CALENDAR-READ-TERM
           MOVE 0 TO WS-VALID
           PERFORM WITH TEST BEFORE UNTIL WS-VALID = 1
               IF F-MODDUEDATE IS NOT NUMERIC
                   MOVE 0 TO F-MODDUEDATE
               END-IF
               IF WS-CAL-FOUND = 1 AND F-MODDUEDATE NOT = 0
                       AND (F-MODDUEDATE < WS-CAL-START
                       OR F-MODDUEDATE > WS-CAL-END)
                   DISPLAY "DUE DATE " F-MODDUEDATE " IS OUTSIDE SY "
                       WS-YEARIN " T" WS-TERMIN " (" WS-CAL-START
                       " TO " WS-CAL-END ")."
                   DISPLAY "ENTER DUE DATE (YYYYMMDD, 0=NONE): "
                       WITH NO ADVANCING
                   ACCEPT F-MODDUEDATE
               ELSE
                   MOVE 1 TO WS-VALID
               END-IF
           END-PERFORM.


      *ASKS WHICH OF THE LOGGED-IN TEACHER'S SECTIONS TO WORK IN.
      *A TEACHER WITH ONLY THE ADVISORY SECTION IS NOT ASKED.
      *RETURNS THE ONE SECTION IN WS-WORKSECT, OR SPACES FOR ALL OF
      *THEM, WITH THE PRINTABLE FORM IN WS-WORKSECTDISP. A VIEW-ONLY
      *USER MAY NAME ANY SECTION, AND SPACES MEANS THE WHOLE SCHOOL.
       ASK-WORK-SECTION.
           IF WS-VIEWER = 1
               DISPLAY "SECTION TO VIEW (SPACES=ALL SECTIONS): "
                   WITH NO ADVANCING
               ACCEPT WS-WORKSECT
           ELSE IF F-SECTION2 = SPACES AND F-SECTION3 = SPACES
               MOVE F-SECTION TO WS-WORKSECT
           ELSE
               DISPLAY "WORK IN WHICH SECTION?"
      *SETS WS-SECTMATCH WHEN THE SECTION IN WS-SECTTEST FALLS IN
      *THE CHOSEN WORK SCOPE - THE ONE SECTION IN WS-WORKSECT, OR
      *EVERY SECTION ON THE LOGGED-IN TEACHER'S RECORD WHEN
      *WS-WORKSECT IS SPACES (EVERY SECTION AT ALL FOR A VIEW-ONLY
      *USER).
       CHECK-WORK-SECTION.
           MOVE 0 TO WS-SECTMATCH
           IF WS-WORKSECT = SPACES
               IF WS-VIEWER = 1
                   MOVE 1 TO WS-SECTMATCH
               END-IF
               IF WS-SECTTEST = F-SECTION
                   MOVE 1 TO WS-SECTMATCH
               END-IF
      *LOOKS UP THE MODULE CATALOG ENTRY FOR WS-MODMODULENUMB, RETURNING
      *TITLE/PASSING GRADE IN WS-MODULEINFO (SPACES/75 IF NOT FOUND -
      *75 MATCHES THE PASSING CUTOFF THIS SYSTEM USED BEFORE THE
      *CATALOG EXISTED). WITH WS-VR-YEAR/WS-VR-TERM SET, THE RULES
      *ARE THOSE OF THE VERSION IN FORCE FOR THAT YEAR/TERM.
       LOOKUP-MODULE-CATALOG.
           MOVE WS-MODMODULENUMB TO F-MODNUMBER
           OPEN INPUT FD-MODULE
                       MOVE 0 TO WS-MODPREREQ1
                       MOVE 0 TO WS-MODPREREQ2
                       MOVE 0 TO WS-MODPREREQ3
                       MOVE 0 TO WS-MODCOMPWT(1)
                       MOVE 0 TO WS-MODCOMPWT(2)
                       MOVE 0 TO WS-MODCOMPWT(3)
               END-READ
           ELSE
               MOVE SPACES TO WS-MODTITLE
               MOVE 0 TO WS-MODPREREQ1
               MOVE 0 TO WS-MODPREREQ2
               MOVE 0 TO WS-MODPREREQ3
               MOVE 0 TO WS-MODCOMPWT(1)
               MOVE 0 TO WS-MODCOMPWT(2)
               MOVE 0 TO WS-MODCOMPWT(3)
           END-IF
           CLOSE FD-MODULE
           IF WS-VR-YEAR NOT = 0
               MOVE WS-MODMODULENUMB TO WS-VR-MODNUM
               PERFORM APPLY-MODULE-VERSION
           END-IF.


      *CATALOG LOOKUP FOR THE MODHIST ROW IN WS-MODHISTINFO, JUDGED BY
      *THE VERSION IN FORCE FOR THE ROW'S OWN SCHOOL YEAR/TERM.
       LOOKUP-MODULE-FOR-ROW.
           MOVE WS-MODSCHOOLYEAR TO WS-VR-YEAR
           MOVE WS-MODTERM TO WS-VR-TERM
           PERFORM LOOKUP-MODULE-CATALOG.


      *FINDS THE CATALOG VERSION OF MODULE WS-VR-MODNUM IN FORCE FOR
      *SCHOOL YEAR/TERM WS-VR-TERMKEY - THE LATEST ONE EFFECTIVE ON
      *OR BEFORE IT, OR THE EARLIEST ON FILE WHEN THE TERM PREDATES
      *THEM ALL - INTO WS-MVINFO. WS-VRFOUND 0 MEANS THE MODULE HAS
      *NO VERSIONS AND ITS MODULE.dat ENTRY STANDS AS IT IS.
       FIND-MODULE-VERSION.
           MOVE 0 TO WS-VRFOUND
           MOVE "T" TO WS-VREOF
           OPEN INPUT FD-MODVER
           IF WS-FILESTATUS46 NOT = 00
               CLOSE FD-MODVER
           ELSE
               MOVE WS-VR-MODNUM TO F-MVMODNUMBER
               MOVE ZEROES TO F-MVEFFKEY
               START FD-MODVER KEY IS NOT LESS THAN F-MVKEY
                   INVALID KEY MOVE "F" TO WS-VREOF
               END-START
               PERFORM WITH TEST BEFORE UNTIL WS-VREOF = "F"
                   READ FD-MODVER NEXT RECORD
                       AT END MOVE "F" TO WS-VREOF
                   END-READ
                   IF WS-VREOF NOT = "F"
                       IF F-MVMODNUMBER NOT = WS-VR-MODNUM
                           MOVE "F" TO WS-VREOF
                       ELSE IF WS-VRFOUND = 0
                               OR F-MVEFFKEY NOT > WS-VR-TERMKEY
                           MOVE 1 TO WS-VRFOUND
                           MOVE F-MODVERINFO TO WS-MVINFO
                       ELSE
                           MOVE "F" TO WS-VREOF
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FD-MODVER
           END-IF.


      *OVERLAYS THE RULES OF THE VERSION IN FORCE (SEE
      *FIND-MODULE-VERSION) ON THE CATALOG ENTRY IN WS-MODULEINFO.
      *THE TITLE IS NOT A RULE AND KEEPS ITS CURRENT WORDING.
       APPLY-MODULE-VERSION.
           PERFORM FIND-MODULE-VERSION
           IF WS-VRFOUND = 1
               MOVE WS-MVPASSGRADE TO WS-MODPASSGRADE
               MOVE WS-MVDUEDATE TO WS-MODDUEDATE
               MOVE WS-MVPREREQ1 TO WS-MODPREREQ1
               MOVE WS-MVPREREQ2 TO WS-MODPREREQ2
               MOVE WS-MVPREREQ3 TO WS-MODPREREQ3
               MOVE WS-MVCOMPWT(1) TO WS-MODCOMPWT(1)
               MOVE WS-MVCOMPWT(2) TO WS-MODCOMPWT(2)
               MOVE WS-MVCOMPWT(3) TO WS-MODCOMPWT(3)
           END-IF
           MOVE 0 TO WS-VR-YEAR
           MOVE 0 TO WS-VR-TERM.


      *FILES THE RULES IN WS-MODULEINFO AS THE VERSION OF THE MODULE
      *EFFECTIVE FROM SCHOOL YEAR/TERM WS-VR-TERMKEY, REPLACING A
      *VERSION ALREADY FILED FOR THAT SAME YEAR/TERM, AND AUDITS IT.
       SAVE-MODULE-VERSION.
           OPEN I-O FD-MODVER
           IF WS-FILESTATUS46 = 35
               OPEN OUTPUT FD-MODVER
               CLOSE FD-MODVER
               OPEN I-O FD-MODVER
           END-IF
           IF WS-FILESTATUS46 NOT = 00
               DISPLAY "VERSION FILE IN USE BY ANOTHER USER - "
                   "VERSION NOT FILED."
           ELSE
               MOVE WS-MODNUMBER TO F-MVMODNUMBER
               MOVE WS-VR-YEAR TO F-MVEFFYEAR
               MOVE WS-VR-TERM TO F-MVEFFTERM
               MOVE WS-MODTITLE TO F-MVTITLE
               MOVE WS-MODPASSGRADE TO F-MVPASSGRADE
               MOVE WS-MODDUEDATE TO F-MVDUEDATE
               MOVE WS-MODPREREQ1 TO F-MVPREREQ1
               MOVE WS-MODPREREQ2 TO F-MVPREREQ2
               MOVE WS-MODPREREQ3 TO F-MVPREREQ3
               MOVE WS-MODCOMPWT(1) TO F-MVCOMPWT(1)
               MOVE WS-MODCOMPWT(2) TO F-MVCOMPWT(2)
               MOVE WS-MODCOMPWT(3) TO F-MVCOMPWT(3)
               ACCEPT F-MVCHGDATE FROM DATE YYYYMMDD
               MOVE WS-ADMINUSERNAME TO F-MVCHGBY

               MOVE WS-MODNUMBER TO WS-AU-ID
               MOVE "MODVERSION" TO WS-AU-FIELD
               MOVE SPACES TO WS-AU-OLDVAL
               MOVE SPACES TO WS-AU-NEWVAL
               STRING "SY " WS-VR-YEAR " T" WS-VR-TERM
                   " PASS " WS-MODPASSGRADE
                   DELIMITED BY SIZE INTO WS-AU-NEWVAL
               WRITE F-MODVERINFO
                   INVALID KEY
                       REWRITE F-MODVERINFO
                           INVALID KEY
                               DISPLAY "VERSION NOT FILED."
                           NOT INVALID KEY
                               MOVE "EDIT" TO WS-AU-OP
                               PERFORM WRITE-AUDIT
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE "CREATE" TO WS-AU-OP
                       PERFORM WRITE-AUDIT
               END-WRITE
           END-IF
           CLOSE FD-MODVER
           MOVE 0 TO WS-VR-YEAR
           MOVE 0 TO WS-VR-TERM.


      *LISTS EVERY VERSION FILED FOR THE MODULE IN WS-MODNUMBER,
      *OLDEST FIRST, FOR THE CATALOG SCREEN.
       DISPLAY-MODULE-VERSIONS.
           DISPLAY '*  VERSION HISTORY (EFFECTIVE FROM):'
           MOVE 0 TO WS-VRFOUND
           MOVE "T" TO WS-VREOF
           OPEN INPUT FD-MODVER
           IF WS-FILESTATUS46 = 00
               MOVE WS-MODNUMBER TO F-MVMODNUMBER
               MOVE ZEROES TO F-MVEFFKEY
               START FD-MODVER KEY IS NOT LESS THAN F-MVKEY
                   INVALID KEY MOVE "F" TO WS-VREOF
               END-START
               PERFORM WITH TEST BEFORE UNTIL WS-VREOF = "F"
                   READ FD-MODVER NEXT RECORD
                       AT END MOVE "F" TO WS-VREOF
                   END-READ
                   IF WS-VREOF NOT = "F"
                       IF F-MVMODNUMBER = WS-MODNUMBER
                           MOVE 1 TO WS-VRFOUND
                           DISPLAY '*    SY ' F-MVEFFYEAR
                               ' T' F-MVEFFTERM
                               ' PASS ' F-MVPASSGRADE
                               ' DUE ' F-MVDUEDATE
                               ' PREREQ ' F-MVPREREQ1
                               ' ' F-MVPREREQ2 ' ' F-MVPREREQ3
                           DISPLAY '*      QZ ' F-MVCOMPWT(1)
                               ' PT ' F-MVCOMPWT(2)
                               ' FT ' F-MVCOMPWT(3)
                               '  FILED ' F-MVCHGDATE
                               ' BY ' F-MVCHGBY
                       ELSE
                           MOVE "F" TO WS-VREOF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE FD-MODVER
           IF WS-VRFOUND = 0
               DISPLAY '*    (NONE - ORIGINAL ENTRY ONLY)'
           END-IF.


      *DISPLAYS THE STUDENT NAME/SECTION FOR ONE MODULE HISTORY LINE
               PERFORM ASK-VIEW-TERM
           END-PERFORM
           PERFORM ASK-WORK-SECTION
           IF WS-VIEWER = 1
               MOVE "SUMMARY" TO WS-AU-FIELD
               MOVE WS-WORKSECTDISP TO WS-AU-OLDVAL
               MOVE SPACES TO WS-AU-NEWVAL
               STRING "SY " WS-VIEWYEAR " T" WS-VIEWTERM
                   DELIMITED BY SIZE INTO WS-AU-NEWVAL
               PERFORM AUDIT-VIEWER-RUN
           END-IF

           MOVE WS-VIEWYEAR TO WS-VR-YEAR
           MOVE WS-VIEWTERM TO WS-VR-TERM
           PERFORM BUILD-MODSUMM-CATALOG
           IF WS-MODSUMM-COUNT = 0
               GO TO MENU-TEACHER
      *SCANS THE MODULE CATALOG ONCE PER RUN AND SEEDS WS-MODSUMM-TABLE
      *WITH ONE ZEROED ROW PER CATALOG MODULE (NUMBER + PASSING GRADE),
      *SO TALLY-STUDENT-MODULES CAN TELL A MODULE A STUDENT NEVER
      *SUBMITTED FROM ONE THAT WAS SUBMITTED AND GRADED. WITH
      *WS-VR-YEAR/WS-VR-TERM SET, EACH MODULE CARRIES THE RULES OF
      *THE VERSION IN FORCE FOR THAT YEAR/TERM.
       BUILD-MODSUMM-CATALOG.
           MOVE WS-VR-TERMKEY TO WS-VR-RUNKEY
           MOVE "T" TO WS-EOF2
           OPEN INPUT FD-MODULE
               IF WS-FILESTATUS7 = 00
                       END-READ

                       IF WS-EOF2 NOT = "F"
                           IF WS-VR-RUNKEY NOT = ZEROES
                               MOVE WS-VR-RUNKEY TO WS-VR-TERMKEY
                               MOVE WS-MODNUMBER TO WS-VR-MODNUM
                               PERFORM APPLY-MODULE-VERSION
                           END-IF
                           IF WS-MODSUMM-COUNT < 50
                               ADD 1 TO WS-MODSUMM-COUNT
                               MOVE WS-MODNUMBER
                                   TO WS-MS-NSUBMITTED(WS-MODSUMM-COUNT)
                               MOVE 0
                                   TO WS-MS-LATE(WS-MODSUMM-COUNT)
                               MOVE WS-MODDUEDATE
                                   TO WS-MS-DUEDATE(WS-MODSUMM-COUNT)
                           ELSE
                               DISPLAY "MODULE SUMMARY TABLE FULL - "
                                   "MODULE " WS-MODNUMBER
                ELSE
                   DISPLAY "MODULE CATALOG IS EMPTY."
                END-IF
           CLOSE FD-MODULE
           MOVE 0 TO WS-VR-YEAR
           MOVE 0 TO WS-VR-TERM.


      *FOR ONE STUDENT (WS-STUDINFO) ALREADY KNOWN TO BE IN THE
                                           TO WS-EFFGRADE
                                   END-IF
                               END-IF
      *A SUBMISSION RECEIVED BUT NOT YET GRADED HAS NO GRADE TO
      *PASS OR FAIL - IT COUNTS ONLY AS NOT YET SUBMITTED.
                               IF WS-MODSTATUS NOT = "RECEIVED"
                                   IF WS-EFFGRADE
                                           >= WS-MS-PASSGRADE(WS-MSIDX)
                                       ADD 1 TO PASS
                                       ADD 1 TO WS-MS-PASS(WS-MSIDX)
                                   ELSE
                                       ADD 1 TO FAIL
                                       ADD 1 TO WS-MS-FAIL(WS-MSIDX)
                                   END-IF
                               END-IF
                               IF WS-MODSTATUS EQUAL "SUBMITTED"
                                   ADD 1 TO SUBMITTED
