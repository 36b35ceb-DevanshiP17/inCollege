               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DGI-STAT.

           *> Abuse reports - "Report this" rows filed against a
           *> profile, message, job posting or company review, worked
           *> through the admin console triage queue
           SELECT OPTIONAL ABUSERPT-FILE
               ASSIGN TO "reports.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABR-STAT.

           *> Daily send tally - one row per business date, user and
           *> kind (CONN or MSG) with sends made and sends refused at
           *> the daily cap
           SELECT OPTIONAL SENDLOG-FILE
               ASSIGN TO "sendlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SND-STAT.

           *> Suspicious-activity exceptions written by the security scan
           SELECT OPTIONAL SECEXC-FILE
               ASSIGN TO "security-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STAT.

           *> Help-desk support tickets raised by users and worked
           *> from the admin console queue
           SELECT OPTIONAL TICKETS-FILE
               ASSIGN TO "tickets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TKT-STAT.

           *> Reply history on support tickets, from both sides
           SELECT OPTIONAL TKTREPLY-FILE
               ASSIGN TO "ticketreplies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TKR-STAT.

           *> Employer posting-credit balances, one row per
           *> directory employer that has used or bought credits
           SELECT OPTIONAL EMPCREDITS-FILE
               ASSIGN TO "empcredits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRD-STAT.

           *> Ledger of every credit granted, bought and spent
           SELECT OPTIONAL CREDITTXN-FILE
               ASSIGN TO "credittxn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTX-STAT.

           *> Date ranges bought to list a posting first
           SELECT OPTIONAL FEATURED-FILE
               ASSIGN TO "featured.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FTR-STAT.

           *> Month-end employer invoices
           SELECT INVOICE-FILE
               ASSIGN TO "invoices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIL-STAT.

           *> Month-end billing summary for the bursar's office
           SELECT BURSAR-FILE
               ASSIGN TO "bursar-billing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUR-STAT.

           *> Registrar's current enrollment extract (first name,
           *> last name, university, major, graduation year)
           SELECT OPTIONAL ENROLL-FILE
               ASSIGN TO "enrollment.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STAT.

           *> Per-student enrollment verification results
           SELECT OPTIONAL ENRVERIFY-FILE
               ASSIGN TO "enrollverify.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STAT.

           *> Verification exceptions for career services
           SELECT ENRMISS-FILE
               ASSIGN TO "enrollment-mismatch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENM-STAT.

           *> iCalendar export of the user's confirmed interviews
           *> and events
           SELECT CALENDAR-FILE
               ASSIGN TO "calendar.ics"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICS-STAT.

           *> Interview scorecards - one row per interviewer per
           *> applicant/job pair
           SELECT OPTIONAL SCORECARDS-FILE
               ASSIGN TO "scorecards.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCD-STAT.

           *> Internship hours log - one row per student per week
           *> against an accepted offer
           SELECT OPTIONAL HOURSLOG-FILE
               ASSIGN TO "hourslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRS-STAT.

           *> Term-end internship hours report
           SELECT HRSRPT-FILE
               ASSIGN TO "internship-hours.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRR-STAT.

           *> Legal holds placed by the counsel's office
           SELECT OPTIONAL HOLDS-FILE
               ASSIGN TO "legalholds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STAT.

           *> Rows kept back from purge/archive/offboarding/merge
           *> runs because of a legal hold
           SELECT OPTIONAL HOLDSKIPS-FILE
               ASSIGN TO "holdskips.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSK-STAT.

           *> Legal hold register report
           SELECT HOLDREG-FILE
               ASSIGN TO "holdregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRG-STAT.

           *> Banned-term list screened on every free-text save
           SELECT OPTIONAL BANTERMS-FILE
               ASSIGN TO "bannedterms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAN-STAT.

           *> Copy of the banned-term list as of the last rescan
           SELECT OPTIONAL BANSCAN-FILE
               ASSIGN TO "bantermscan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSN-STAT.

           *> Banned-term rescan report
           SELECT TSCRPT-FILE
               ASSIGN TO "termscan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSR-STAT.

           *> Register of snapshot generations, oldest first
           SELECT OPTIONAL SNAPREG-FILE
               ASSIGN TO "snapshots.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNR-STAT.

           *> Manifest of one snapshot generation - file, record
           *> count and PRESENT/ABSENT - inside its dated directory
           SELECT OPTIONAL SNAPMAN-FILE
               ASSIGN TO DYNAMIC WS-SNP-MAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNM-STAT.

           *> Any line-sequential data file, live or inside a
           *> snapshot, read only to count its records
           SELECT OPTIONAL SNAPCNT-FILE
               ASSIGN TO DYNAMIC WS-SNP-CNT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNC-STAT.

           *> Career advisor caseloads - one advisor per student
           SELECT OPTIONAL CASELOAD-FILE
               ASSIGN TO "caseloads.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSL-STAT.

           *> Private advising notes - never shown to the student
           SELECT OPTIONAL ADVNOTE-FILE
               ASSIGN TO "advnotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADN-STAT.

           *> Profile projects/portfolio - one row per project
           SELECT OPTIONAL PROJECTS-FILE
               ASSIGN TO "projects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRJ-STAT.

           *> Private notes and tags on connections - owner only
           SELECT OPTIONAL CONNNOTE-FILE
               ASSIGN TO "connnotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STAT.

           *> Post-event feedback surveys - invitations and answers
           SELECT OPTIONAL SURVEY-FILE
               ASSIGN TO "surveyresp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRV-STAT.

           SELECT OPTIONAL TEMP-SRV-FILE
               ASSIGN TO "temp-surveyresp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPSRV-STAT.

           *> Record-layout version of every data file, checked at
           *> startup, and the log of each migration applied
           SELECT OPTIONAL LAYOUTVER-FILE
               ASSIGN TO "layoutver.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LYV-STAT.

           SELECT OPTIONAL LAYOUTLOG-FILE
               ASSIGN TO "layoutlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LYL-STAT.

           *> One dated row of platform counts per run, and the
           *> week/month trend report built from it
           SELECT OPTIONAL METRICS-FILE
               ASSIGN TO "metricshist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTH-STAT.

           SELECT OPTIONAL TREND-FILE
               ASSIGN TO "metrics-trend.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRD-STAT.

           *> Salary benchmarks from posted ranges and offers
           SELECT OPTIONAL SALBENCH-FILE
               ASSIGN TO "salary-benchmark.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBR-STAT.

           *> Temp target for the crash-safe jobviews.dat rewrite
           *> used when a duplicate posting is merged away
           SELECT OPTIONAL TEMP-JV-FILE
               ASSIGN TO "temp-jobviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPJV-STAT.

           *> Temp target for the featured.dat rewrite used when a
           *> duplicate posting's featured days move to the survivor
           SELECT OPTIONAL TEMP-FTR-FILE
               ASSIGN TO "temp-featured.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPFTR-STAT.

           *> Temp targets for the ticketreplies.dat and
           *> platanndismiss.dat rewrites used when an account is
           *> merged or renamed
           SELECT OPTIONAL TEMP-TKR-FILE
               ASSIGN TO "temp-ticketreplies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPTKR-STAT.

           SELECT OPTIONAL TEMP-AND-FILE
               ASSIGN TO "temp-platanndismiss.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPAND-STAT.

           *> Username-change journal - each self-service rename is
           *> written PENDING before the cascade and DONE after it;
           *> DONE rows drive the old-name redirect window
           SELECT OPTIONAL RENAMES-FILE
               ASSIGN TO "renames.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REN-STAT.

           *> Work file for the sorted passes behind the batch
           *> reports (analytics, placements, integrity audit,
           *> duplicate accounts).
           SELECT SORT-FILE
               ASSIGN TO "sortwork.tmp".

           *> De-identified research extract - research-*.csv and
           *> research-dictionary.txt, written one after another
           *> through the one file named in WS-RSX-FILENAME
           SELECT OPTIONAL RESEARCH-FILE
               ASSIGN TO DYNAMIC WS-RSX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSX-STAT.

           *> Outbound syndication feed for external job boards, the
           *> Job IDs (with expiration dates) the boards were last
           *> sent, and the temp target for its crash-safe rewrite
           SELECT OPTIONAL FEED-FILE
               ASSIGN TO "jobfeed.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STAT.

           SELECT OPTIONAL SYNDSTATE-FILE
               ASSIGN TO "syndicated.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYN-STAT.

           SELECT OPTIONAL TEMP-SYN-FILE
               ASSIGN TO "temp-syndicated.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPSYN-STAT.

           *> Per-user contact email and mail delivery choice, the
           *> outbound mail queue the campus mail relay collects,
           *> and the relay's returned-mail file
           SELECT OPTIONAL CONTACTS-FILE
               ASSIGN TO "contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTC-STAT.

           SELECT OPTIONAL MAILOUT-FILE
               ASSIGN TO "mailout.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-STAT.

           SELECT OPTIONAL MAILRET-FILE
               ASSIGN TO "mailreturns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRET-STAT.

           *> Menu selections counted per run by menu, option,
           *> account type, user and date, the temp target for its
           *> crash-safe rewrite, and the monthly usage report
           SELECT OPTIONAL USAGE-FILE
               ASSIGN TO "usage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USG-STAT.

           SELECT OPTIONAL TEMP-USG-FILE
               ASSIGN TO "temp-usage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPUSG-STAT.

           SELECT OPTIONAL USAGERPT-FILE
               ASSIGN TO "usage-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USR-STAT.

           *> Administrator campus scope - the universities each
           *> administrator may act on
           SELECT OPTIONAL ADMINSCOPE-FILE
               ASSIGN TO "adminscope.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASC-STAT.

           *> University and major reference tables, and the
           *> profile name normalization report
           SELECT OPTIONAL UNIVERSITIES-FILE
               ASSIGN TO "universities.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNV-STAT.

           SELECT OPTIONAL MAJORS-FILE
               ASSIGN TO "majors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAJ-STAT.

           SELECT OPTIONAL NRMRPT-FILE
               ASSIGN TO "normalize-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NRM-STAT.

       DATA DIVISION.
       FILE SECTION.

       FD DIGESTS-FILE.
       01 DIGESTS-REC PIC X(128).

       FD ABUSERPT-FILE.
       01 ABUSERPT-REC PIC X(400).

       FD SENDLOG-FILE.
       01 SENDLOG-REC PIC X(80).

       FD SECEXC-FILE.
       01 SECEXC-REC PIC X(256).

       FD TICKETS-FILE.
       01 TICKETS-REC PIC X(400).

       FD TKTREPLY-FILE.
       01 TKTREPLY-REC PIC X(300).

       FD EMPCREDITS-FILE.
       01 EMPCREDITS-REC PIC X(40).

       FD CREDITTXN-FILE.
       01 CREDITTXN-REC PIC X(200).

       FD FEATURED-FILE.
       01 FEATURED-REC PIC X(100).

       FD INVOICE-FILE.
       01 INVOICE-REC PIC X(256).

       FD BURSAR-FILE.
       01 BURSAR-REC PIC X(256).

       FD ENROLL-FILE.
       01 ENROLL-REC PIC X(256).

       FD ENRVERIFY-FILE.
       01 ENRVERIFY-REC PIC X(300).

       FD ENRMISS-FILE.
       01 ENRMISS-REC PIC X(256).

       FD CALENDAR-FILE.
       01 CALENDAR-REC PIC X(80).

       FD SCORECARDS-FILE.
       01 SCORECARDS-REC PIC X(320).

       FD HOURSLOG-FILE.
       01 HOURSLOG-REC PIC X(200).

       FD HRSRPT-FILE.
       01 HRSRPT-REC PIC X(256).

       FD HOLDS-FILE.
       01 HOLDS-REC PIC X(200).

       FD HOLDSKIPS-FILE.
       01 HOLDSKIPS-REC PIC X(200).

       FD HOLDREG-FILE.
       01 HOLDREG-REC PIC X(256).

       FD BANTERMS-FILE.
       01 BANTERMS-REC PIC X(80).

       FD BANSCAN-FILE.
       01 BANSCAN-REC PIC X(80).

       FD TSCRPT-FILE.
       01 TSCRPT-REC PIC X(256).

       FD SNAPREG-FILE.
       01 SNAPREG-REC PIC X(120).

       FD SNAPMAN-FILE.
       01 SNAPMAN-REC PIC X(80).

       FD SNAPCNT-FILE.
       01 SNAPCNT-REC PIC X(2048).

       FD CASELOAD-FILE.
       01 CASELOAD-REC PIC X(100).

       FD ADVNOTE-FILE.
       01 ADVNOTE-REC PIC X(300).

       FD PROJECTS-FILE.
       01 PROJECTS-REC PIC X(300).

       FD CONNNOTE-FILE.
       01 CONNNOTE-REC PIC X(300).

       FD SURVEY-FILE.
       01 SURVEY-REC PIC X(400).

       FD TEMP-SRV-FILE.
       01 TEMP-SRV-REC PIC X(400).

       FD LAYOUTVER-FILE.
       01 LAYOUTVER-REC PIC X(80).

       FD LAYOUTLOG-FILE.
       01 LAYOUTLOG-REC PIC X(200).

       FD METRICS-FILE.
       01 METRICS-REC PIC X(3000).

       FD TREND-FILE.
       01 TREND-REC PIC X(256).

       FD SALBENCH-FILE.
       01 SALBENCH-REC PIC X(256).

       FD TEMP-JV-FILE.
       01 TEMP-JV-REC PIC X(64).

       FD TEMP-FTR-FILE.
       01 TEMP-FTR-REC PIC X(100).

       FD TEMP-TKR-FILE.
       01 TEMP-TKR-REC PIC X(300).

       FD TEMP-AND-FILE.
       01 TEMP-AND-REC PIC X(32).

       FD RENAMES-FILE.
       01 RENAMES-REC PIC X(80).

       SD SORT-FILE.
       01 SORT-REC.
          05 SRT-KEY1                 PIC X(60).
          05 SRT-KEY2                 PIC X(60).
          05 SRT-KEY3                 PIC X(60).
          05 SRT-NUM                  PIC 9(07).
          05 SRT-DATA                 PIC X(256).

       FD RESEARCH-FILE.
       01 RESEARCH-REC PIC X(512).

       FD FEED-FILE.
       01 FEED-REC PIC X(1024).

       FD SYNDSTATE-FILE.
       01 SYNDSTATE-REC PIC X(64).

       FD TEMP-SYN-FILE.
       01 TEMP-SYN-REC PIC X(64).

       FD CONTACTS-FILE.
       01 CONTACTS-REC PIC X(256).

       FD MAILOUT-FILE.
       01 MAILOUT-REC PIC X(512).

       FD MAILRET-FILE.
       01 MAILRET-REC PIC X(256).

       FD USAGE-FILE.
       01 USAGE-REC PIC X(128).

       FD TEMP-USG-FILE.
       01 TEMP-USG-REC PIC X(128).

       FD USAGERPT-FILE.
       01 USAGERPT-REC PIC X(256).

       FD ADMINSCOPE-FILE.
       01 ADMINSCOPE-REC PIC X(128).

       FD UNIVERSITIES-FILE.
       01 UNIVERSITIES-REC PIC X(300).

       FD MAJORS-FILE.
       01 MAJORS-REC PIC X(300).

       FD NRMRPT-FILE.
       01 NRMRPT-REC PIC X(256).

       WORKING-STORAGE SECTION.

       01 WS-IN-STAT PIC XX.
       01 WS-CSV-EOF            PIC X VALUE "N".
          88 CSV-EOF-YES        VALUE "Y".
          88 CSV-EOF-NO         VALUE "N".
       01 WS-CSV-IN-COUNT       PIC 9(07) VALUE 0.
       01 WS-CSV-OUT-COUNT      PIC 9(07) VALUE 0.
       01 WS-CSV-OUT-DISP       PIC ZZZZZZ9.
       01 WS-CSV-SOURCE         PIC X(20) VALUE SPACES.
       01 WS-CSV-TARGET         PIC X(30) VALUE SPACES.

       *> Daily operations summary - tallied as actions succeed
       *> during the run, written out by CLOSE-FILES.
       01 WS-RPT-JOBS-POSTED          PIC 999 VALUE 0.
       01 WS-RPT-APPS-SUBMITTED       PIC 999 VALUE 0.
       01 WS-RPT-MSGS-SENT            PIC 999 VALUE 0.
       01 WS-RPT-SEND-REFUSED         PIC 999 VALUE 0.
       01 WS-RPT-COUNT-DISP           PIC ZZ9.

       *> Batch-driver restart checkpoint - persists how many
          88 RDONLY-YES               VALUE "Y".
          88 RDONLY-NO                VALUE "N".

       *> Business processing date - the as-of day that every date
       *> comparison, record timestamp and report heading works from.
       *> It is the system clock unless pinned by AS-OF-DATE=YYYYMMDD
       *> in config.dat or an AS-OF=YYYYMMDD line at the top of
       *> InCollege-Input.txt (the input-script directive wins), so a
       *> late or re-run batch ages data exactly as it would have on
       *> the business day it stands for. Wall-clock uses - the run
       *> lock and the maintenance step timings - keep the real clock.
       01 WS-BIZ-DATE                 PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-BIZ-DATE.
           05 WS-BIZ-YEAR             PIC 9(04).
           05 WS-BIZ-MONTH            PIC 9(02).
           05 WS-BIZ-DAY              PIC 9(02).
       01 WS-BIZ-CFG-DATE             PIC 9(08) VALUE 0.
       01 WS-BIZ-INPUT-DATE           PIC 9(08) VALUE 0.
       01 WS-BIZ-DATE-SOURCE          PIC X(20) VALUE "system clock".
       01 WS-BIZ-DATE-DISP            PIC X(10) VALUE SPACES.
       *> Same 21-char shape as FUNCTION CURRENT-DATE, with the date
       *> portion replaced by the processing date.
       01 WS-BIZ-NOW                  PIC X(21) VALUE SPACES.
       *> WS-BIZ-NOW as a printable YYYY-MM-DD HH:MM:SS stamp
       01 WS-BIZ-TIMESTAMP            PIC X(20) VALUE SPACES.
       01 WS-BIZ-DIRECTIVE            PIC X(80) VALUE SPACES.
       01 WS-BIZ-DIRECTIVE-VAL        PIC X(20) VALUE SPACES.
       01 WS-BIZ-HDR-LINES            PIC 9 VALUE 0.
       01 WS-BIZ-HDR-I                PIC 9 VALUE 0.
       01 WS-BIZ-HDR-DONE             PIC X VALUE "N".
          88 BIZ-HDR-DONE-YES         VALUE "Y".
          88 BIZ-HDR-DONE-NO          VALUE "N".

       *> Global navigation - MAIN-MENU, LOGOUT and ABORT-RUN are
       *> honored at any prompt by REQUIRE-INPUT, so a desynced input
       *> script can recover at its next known-good point instead of
       *> profiles, connections, jobs, applications and messages,
       *> written to platform-analytics.txt and echoed to the screen.
       01 WS-ANA-STAT                 PIC XX.
       01 WS-ANA-ACCTS-TOTAL          PIC 9(07) VALUE 0.
       01 WS-ANA-ACCTS-ACTIVE         PIC 9(07) VALUE 0.
       01 WS-ANA-ACCTS-CLOSED         PIC 9(07) VALUE 0.
       01 WS-ANA-STUDENTS             PIC 9(07) VALUE 0.
       01 WS-ANA-RECRUITERS           PIC 9(07) VALUE 0.
       01 WS-ANA-ADMINS               PIC 9(07) VALUE 0.
       01 WS-ANA-ADVISORS             PIC 9(07) VALUE 0.
       01 WS-ANA-ALUMNI               PIC 9(07) VALUE 0.
       01 WS-ANA-PROFILES             PIC 9(07) VALUE 0.
       01 WS-ANA-CONN-ACCEPTED        PIC 9(07) VALUE 0.
       01 WS-ANA-CONN-PENDING         PIC 9(07) VALUE 0.
       01 WS-ANA-JOBS                 PIC 9(07) VALUE 0.
       01 WS-ANA-APPS                 PIC 9(07) VALUE 0.
       01 WS-ANA-MSGS                 PIC 9(07) VALUE 0.
       01 WS-ANA-WEEKS                PIC 9(07) VALUE 0.
       01 WS-ANA-IN-CONNS             PIC 9(07) VALUE 0.
       01 WS-ANA-IN-ALUMNI            PIC 9(07) VALUE 0.
       01 WS-ANA-IN-JOBS              PIC 9(07) VALUE 0.
       01 WS-ANA-IN-APPS              PIC 9(07) VALUE 0.
       01 WS-ANA-IN-MSGS              PIC 9(07) VALUE 0.
       01 WS-ANA-USER-CONNS           PIC 9(07) VALUE 0.
       01 WS-ANA-HAS-ACCOUNT          PIC X VALUE "N".
       01 WS-ANA-DIST-0               PIC 9(07) VALUE 0.
       01 WS-ANA-DIST-1               PIC 9(07) VALUE 0.
       01 WS-ANA-DIST-3               PIC 9(07) VALUE 0.
       01 WS-ANA-DIST-6               PIC 9(07) VALUE 0.
       01 WS-ANA-COUNT-DISP           PIC ZZZZZZ9.
       01 WS-ANA-I                    PIC 999 VALUE 0.
       01 WS-ANA-K                    PIC 9 VALUE 0.
       01 WS-ANA-TOP-TABLE.
          05 WS-ANA-TOP-ENTRY OCCURS 5 TIMES.
             10 WS-ANA-TOP-NAME       PIC X(30).
             10 WS-ANA-TOP-CNT        PIC 9(07).
       01 WS-ANA-TOP-TOTAL            PIC 9 VALUE 0.
       01 WS-ANA-SKILL-NAME           PIC X(30) VALUE SPACES.
       01 WS-ANA-SKILL-SUM            PIC 9(07) VALUE 0.
       01 WS-ANA-PREV-JOBID           PIC X(05) VALUE SPACES.
       01 WS-ANA-INT-DATE             PIC 9(08) VALUE 0.
       01 WS-ANA-WEEK-START           PIC 9(08) VALUE 0.

       *> Cross-file integrity audit - every file pair is checked, a
       *> detailed exception report goes to integrity-report.txt, and
       01 WS-INTEG-I                  PIC 999 VALUE 0.
       01 WS-INTEG-J                  PIC 999 VALUE 0.
       01 WS-INTEG-DUP                PIC X VALUE "N".
       01 WS-INTEG-JOBS-OPEN          PIC X VALUE "N".
       01 WS-INTEG-OVER               PIC X VALUE "N".
       01 WS-INTEG-LIMIT              PIC 9(07) VALUE 0.
       01 WS-INTEG-LIMIT-DISP         PIC ZZZZZZ9.
       01 WS-INTEG-IN-PROF            PIC 9(07) VALUE 0.
       01 WS-INTEG-IN-CONN            PIC 9(07) VALUE 0.
       01 WS-INTEG-IN-MSGS            PIC 9(07) VALUE 0.
       01 WS-INTEG-IN-SAVED           PIC 9(07) VALUE 0.
       01 WS-INTEG-IN-PV              PIC 9(07) VALUE 0.
       01 WS-INTEG-IN-APPS            PIC 9(07) VALUE 0.
       01 WS-INTEG-IN-SKPROG          PIC 9(07) VALUE 0.

       *> Pipe-corruption repair utility - rows whose delimiter count
       *> does not match the record layout are moved to quarantine.dat
       01 WS-SRC-UNIV                 PIC X(40) VALUE SPACES.
       01 WS-SRC-GRAD                 PIC X(04) VALUE SPACES.
       01 WS-SRC-SKILL                PIC X(30) VALUE SPACES.
       01 WS-SRC-PROJECT              PIC X(40) VALUE SPACES.
       01 WS-SRC-COUNT                PIC 999 VALUE 0.
       01 WS-SRC-LIST.
          05 WS-SRC-LIST-USER OCCURS 500 TIMES PIC X(20).
             10 WS-AP-EXTRA           PIC X(20).
       01 WS-ADP-TOTAL                PIC 999 VALUE 0.
       01 WS-ADP-IDX                  PIC 999 VALUE 0.
       01 WS-ADP-SWEEP-IDX            PIC 999 VALUE 0.
       01 WS-AP-PARSE-ID-X            PIC X(05).
       01 WS-AP-PARSE-ACTION          PIC X(12).
       01 WS-AP-PARSE-TARGET          PIC X(20).
       01 WS-DUP-TOTAL                PIC 999 VALUE 0.
       01 WS-DUP-I                    PIC 999 VALUE 0.
       01 WS-DUP-J                    PIC 999 VALUE 0.
       01 WS-DUP-COUNT                PIC 9(07) VALUE 0.
       01 WS-DUP-COUNT-DISP           PIC ZZZZZZ9.
       01 WS-DUP-IN-PROFILES          PIC 9(07) VALUE 0.
       01 WS-MRG-SURVIVOR             PIC X(20) VALUE SPACES.
       01 WS-MRG-DUP                  PIC X(20) VALUE SPACES.
       01 WS-MRG-FOUND                PIC X VALUE "N".
       *> profile's major/university/grad year and the posting's
       *> employer, and broken out by major and by employer.
       01 WS-PLC-STAT                 PIC XX.
       01 WS-PLC-PASS                 PIC X VALUE "D".
          88 PLC-PASS-DETAIL          VALUE "D".
          88 PLC-PASS-MAJOR           VALUE "M".
          88 PLC-PASS-EMPLOYER        VALUE "E".
       01 WS-PLC-TOTAL                PIC 9(07) VALUE 0.
       01 WS-PLC-GROUPS               PIC 9(07) VALUE 0.
       01 WS-PLC-IN-AH                PIC 9(07) VALUE 0.
       01 WS-PLC-JOBID                PIC 9(05) VALUE 0.
       01 WS-PLC-USER-KEY             PIC X(20) VALUE SPACES.
       01 WS-PLC-EMP-NAME             PIC X(40) VALUE SPACES.
       01 WS-PLC-GROUP-NAME           PIC X(40) VALUE SPACES.
       01 WS-PLC-PROF-OPEN            PIC X VALUE "N".
       01 WS-PLC-JOBS-OPEN            PIC X VALUE "N".
       01 WS-PLC-COUNT-DISP           PIC ZZZZZZ9.

       *> Shared jobs - jobshares.dat carries
       *> jobid|sender|recipient|timestamp; the share travels as a
       01 WS-APPS-TARGET-USER  PIC X(20).
       01 WS-APPS-TARGET-STATUS PIC X(10).
       01 WS-APPS-MATCHED      PIC X VALUE "N".
       01 WS-RECON-ORPHAN-COUNT PIC 9(07) VALUE 0.
       01 WS-RECON-COUNT-DISP   PIC ZZZZZZ9.
       01 WS-RECON-APPS-READ    PIC 9(07) VALUE 0.
       01 WS-RECON-JOBS-READ    PIC 9(07) VALUE 0.
       01 WS-RECON-JOBS-OPEN    PIC X VALUE "N".
       01 WS-RECON-JOB-KEY      PIC X(05) VALUE SPACES.

       01 WS-INLINE PIC X(256).
       01 WS-OUTLINE PIC X(256).
                88 ACCOUNT-IS-STUDENT   VALUE "S".
                88 ACCOUNT-IS-RECRUITER VALUE "R".
                88 ACCOUNT-IS-ADMIN     VALUE "A".
                88 ACCOUNT-IS-ADVISOR   VALUE "V".
             10 WS-ACCT-ACTIVE  PIC X(01) VALUE "A".
                88 ACCOUNT-ACTIVE       VALUE "A".
                88 ACCOUNT-CLOSED       VALUE "C".
             *> Date of the last successful login (0 = never)
             10 WS-LAST-LOGIN   PIC 9(08) VALUE 0.
             *> Date the account was opened (0 = opened before the
             *> date was kept; treated as an established account)
             10 WS-ACCT-CREATED PIC 9(08) VALUE 0.

       01 WS-ACCOUNT-COUNT PIC 999 VALUE 0.
       01 WS-ACCOUNT-MAX   PIC 999 VALUE 500.
       01 WS-CONFIG-LINE        PIC X(80) VALUE SPACES.
       01 WS-CONFIG-KEY         PIC X(30) VALUE SPACES.
       01 WS-CONFIG-VALUE       PIC X(30) VALUE SPACES.
       01 WS-CONFIG-NUM         PIC 9(08) VALUE 0.
       01 WS-CONFIG-EOF         PIC X VALUE "N".
          88 CONFIG-EOF-YES     VALUE "Y".
          88 CONFIG-EOF-NO      VALUE "N".
       01 WS-CFG-MIN-APPLY-SCORE PIC 999 VALUE 60.
       01 WS-CFG-DORMANT-DAYS   PIC 9(04) VALUE 180.
       01 WS-CFG-APP-STALE-DAYS PIC 9(03) VALUE 14.
       *> Daily send caps - connection requests and messages per user
       *> per business date, with lower caps while an account is
       *> younger than NEW-ACCOUNT-DAYS (0 turns the new-account caps
       *> off). A user refused on SEND-REVIEW-DAYS or more dates in the
       *> last SEND-REVIEW-WINDOW days is listed for admin review.
       01 WS-CFG-DAILY-CONN-LIMIT     PIC 9(03) VALUE 50.
       01 WS-CFG-DAILY-MSG-LIMIT      PIC 9(03) VALUE 100.
       01 WS-CFG-NEW-ACCT-DAYS        PIC 9(03) VALUE 7.
       01 WS-CFG-NEW-CONN-LIMIT       PIC 9(03) VALUE 10.
       01 WS-CFG-NEW-MSG-LIMIT        PIC 9(03) VALUE 20.
       01 WS-CFG-SEND-REVIEW-DAYS     PIC 9(03) VALUE 3.
       01 WS-CFG-SEND-REVIEW-WINDOW   PIC 9(03) VALUE 30.
       *> Security scan thresholds - audit window in days, failed
       *> logins against SEC-FAIL-USERS usernames within
       *> SEC-FAIL-MINUTES, SEC-NEW-ACCOUNTS opened on one date,
       *> SEC-STRANGER-COUNT non-connections contacted by one user, and
       *> a profile edit within SEC-PWD-EDIT-MINUTES of a password change.
       01 WS-CFG-SEC-SCAN-DAYS        PIC 9(03) VALUE 7.
       01 WS-CFG-SEC-FAIL-MINUTES     PIC 9(03) VALUE 15.
       01 WS-CFG-SEC-FAIL-USERS       PIC 9(03) VALUE 5.
       01 WS-CFG-SEC-NEW-ACCOUNTS     PIC 9(03) VALUE 10.
       01 WS-CFG-SEC-STRANGER-COUNT   PIC 9(03) VALUE 24.
       01 WS-CFG-SEC-PWD-EDIT-MINUTES PIC 9(03) VALUE 30.
       *> Support tickets open longer than this many days are past SLA.
       01 WS-CFG-SUPPORT-SLA-DAYS     PIC 9(03) VALUE 3.
       *> Employer posting credits - the allowance a directory employer
       *> starts with, credits charged per featured day, and the price
       *> of one credit in whole dollars for month-end invoicing.
       01 WS-CFG-STARTING-CREDITS     PIC 9(03) VALUE 10.
       01 WS-CFG-FEATURED-DAY-CREDITS PIC 9(03) VALUE 1.
       01 WS-CFG-CREDIT-PRICE         PIC 9(03) VALUE 25.

       *> Internship credit - approved hours a placed student needs
       *> for the term, and how many weeks back the term report looks.
       01 WS-CFG-HOURS-CREDIT-MIN     PIC 9(03) VALUE 120.
       01 WS-CFG-TERM-WEEKS           PIC 9(03) VALUE 16.
       01 WS-CFG-SNAPSHOT-KEEP        PIC 9(03) VALUE 7.
       *> Metrics trend report - a week-over-week or month-over-month
       *> move larger than this percentage is flagged.
       01 WS-CFG-TREND-WEEK-PCT       PIC 9(03) VALUE 20.
       01 WS-CFG-TREND-MONTH-PCT      PIC 9(03) VALUE 30.
       *> Salary benchmarks - a figure drawn from fewer salaries
       *> than this is suppressed so no one's pay can be inferred.
       01 WS-CFG-SALARY-MIN-GROUP     PIC 9(03) VALUE 5.
       *> Duplicate-posting report - two postings this many days
       *> apart or closer can be the same role listed twice.
       01 WS-CFG-DUP-JOB-WINDOW-DAYS  PIC 9(03) VALUE 14.
       *> Username changes - how many days an old username keeps
       *> redirecting to its owner's new one.
       01 WS-CFG-RENAME-REDIRECT-DAYS PIC 9(03) VALUE 30.
       *> Research extract - a profile whose type/university/major/
       *> graduation-band combination is shared by fewer accounts
       *> than this has those fields withheld.
       01 WS-CFG-RESEARCH-MIN-CELL    PIC 9(03) VALUE 5.

       *> Stalled-application aging - open applications older than the
       *> configurable window, with an automatic nudge to the poster.
       01 WS-TMP-ACCTTYPE           PIC X(01).
       01 WS-TMP-ACTIVE             PIC X(01).
       01 WS-TMP-LASTLOGIN          PIC X(10).
       01 WS-TMP-CREATED            PIC X(10).
       01 WS-I                      PIC 999 VALUE 0.

       *> Account offboarding - the username being retired and an
       01 WS-ADMIN-TARGET-IDX   PIC 999 VALUE 0.


       *> Abuse reports - reports.dat rows are id|reporter|type|
       *> target key|content owner|reason|filed|status|resolver|
       *> outcome. Type is PROFILE (key username), MESSAGE (key
       *> sender>recipient@timestamp), JOB (key Job ID) or REVIEW
       *> (key employer ID:reviewer). Status stays OPEN until an
       *> administrator closes it as DISMISSED, WARNED, REMOVED or
       *> DEACTIVATE-QUEUED.
       01 WS-ABR-STAT           PIC XX.
       01 WS-ABR-LINE           PIC X(400) VALUE SPACES.
       01 WS-ABR-EOF            PIC X VALUE "N".
          88 ABR-EOF-YES        VALUE "Y".
          88 ABR-EOF-NO         VALUE "N".
       01 WS-ABR-ARRAY.
          05 WS-ABR-ARRAY-LINE OCCURS 500 TIMES PIC X(400).
       01 WS-ABR-TOTAL          PIC 999 VALUE 0.
       01 WS-ABR-IDX            PIC 999 VALUE 0.
       01 WS-ABR-PARSE-ID-X     PIC X(05).
       01 WS-ABR-PARSE-ID       PIC 9(05) VALUE 0.
       01 WS-ABR-PARSE-REPORTER PIC X(20).
       01 WS-ABR-PARSE-TYPE     PIC X(08).
       01 WS-ABR-PARSE-KEY      PIC X(80).
       01 WS-ABR-PARSE-OWNER    PIC X(20).
       01 WS-ABR-PARSE-REASON   PIC X(100).
       01 WS-ABR-PARSE-FILED    PIC X(20).
       01 WS-ABR-PARSE-STATUS   PIC X(08).
       01 WS-ABR-PARSE-RESOLVER PIC X(20).
       01 WS-ABR-PARSE-OUTCOME  PIC X(20).
       01 WS-ABR-NEXT-ID        PIC 9(05) VALUE 0.
       01 WS-ABR-ID-DISP        PIC ZZZZ9.
       01 WS-ABR-NEW-TYPE       PIC X(08) VALUE SPACES.
       01 WS-ABR-NEW-KEY        PIC X(80) VALUE SPACES.
       01 WS-ABR-NEW-OWNER      PIC X(20) VALUE SPACES.
       01 WS-ABR-DUP            PIC X VALUE "N".
       01 WS-ABR-FOUND          PIC X VALUE "N".
       01 WS-ABR-SEL-X          PIC X(10) VALUE SPACES.
       01 WS-ABR-SELECT         PIC 999 VALUE 0.
       01 WS-ABR-PICK-COUNT     PIC 999 VALUE 0.
       01 WS-ABR-PICK-MAP.
          05 WS-ABR-PICK-IDX OCCURS 500 TIMES PIC 999.
       01 WS-ABR-OUTCOME-TEXT   PIC X(40) VALUE SPACES.
       01 WS-ABR-KEY-A          PIC X(20) VALUE SPACES.
       01 WS-ABR-KEY-B          PIC X(20) VALUE SPACES.
       01 WS-ABR-KEY-C          PIC X(20) VALUE SPACES.


       *> Daily send limits - sendlog.dat rows are date|user|kind|
       *> sent|refused. Only today's rows and the refused rows inside
       *> the review window are kept whenever the file is rewritten.
       01 WS-SND-STAT           PIC XX.
       01 WS-SND-LINE           PIC X(80) VALUE SPACES.
       01 WS-SND-EOF            PIC X VALUE "N".
          88 SND-EOF-YES        VALUE "Y".
          88 SND-EOF-NO         VALUE "N".
       01 WS-SND-ARRAY.
          05 WS-SND-ENTRY OCCURS 2000 TIMES.
             10 WS-SD-DATE      PIC 9(08).
             10 WS-SD-USER      PIC X(20).
             10 WS-SD-KIND      PIC X(04).
             10 WS-SD-SENT      PIC 9(04).
             10 WS-SD-REFUSED   PIC 9(04).
       01 WS-SND-TOTAL          PIC 9(04) VALUE 0.
       01 WS-SND-IDX            PIC 9(04) VALUE 0.
       01 WS-SND-SLOT           PIC 9(04) VALUE 0.
       01 WS-SND-J              PIC 9(04) VALUE 0.
       01 WS-SND-FULL           PIC X VALUE "N".
       01 WS-SND-KIND           PIC X(04) VALUE SPACES.
       01 WS-SND-CAP            PIC 9(03) VALUE 0.
       01 WS-SND-CAP-DISP       PIC ZZ9.
       01 WS-SND-ACCT           PIC 999 VALUE 0.
       01 WS-SND-AGE            PIC S9(07) VALUE 0.
       01 WS-SND-CUTOFF         PIC 9(08) VALUE 0.
       01 WS-SND-NEW-CUTOFF     PIC 9(08) VALUE 0.
       01 WS-SND-P-DATE         PIC X(10).
       01 WS-SND-P-USER         PIC X(20).
       01 WS-SND-P-KIND         PIC X(04).
       01 WS-SND-P-SENT         PIC X(06).
       01 WS-SND-P-REFUSED      PIC X(06).
       01 WS-SND-RESULT         PIC X VALUE "Y".
          88 SEND-ALLOWED       VALUE "Y".
          88 SEND-REFUSED       VALUE "N".
       *> Repeat-offender roll-up for the admin review list
       01 WS-SOF-ARRAY.
          05 WS-SOF-ENTRY OCCURS 500 TIMES.
             10 WS-SOF-USER     PIC X(20).
             10 WS-SOF-DAYS     PIC 9(03).
             10 WS-SOF-REFUSED  PIC 9(05).
             10 WS-SOF-LAST     PIC 9(08).
       01 WS-SOF-TOTAL          PIC 999 VALUE 0.
       01 WS-SOF-IDX            PIC 999 VALUE 0.
       01 WS-SOF-LISTED         PIC 999 VALUE 0.
       01 WS-SOF-SEEN           PIC X VALUE "N".
       01 WS-SOF-DAYS-DISP      PIC ZZ9.
       01 WS-SOF-REFUSED-DISP   PIC ZZZZ9.

       *> Suspicious-activity scan - in-window audit rows with a
       *> minute stamp and an evidence mark (E = evidence for the
       *> exception being built, U = already used by a reported
       *> failed-login burst).
       01 WS-SEC-STAT                 PIC XX.
       01 WS-SEC-LINE                 PIC X(256) VALUE SPACES.
       01 WS-SEC-CUTOFF               PIC 9(08) VALUE 0.
       01 WS-SEC-DATE                 PIC 9(08) VALUE 0.
       01 WS-SEC-DATE-X               PIC X(08) VALUE SPACES.
       01 WS-SEC-SEVERITY             PIC X(06) VALUE SPACES.
       01 WS-SEC-RULE                 PIC X(30) VALUE SPACES.
       01 WS-SEC-SUBJECT              PIC X(200) VALUE SPACES.
       01 WS-SEC-ACTION               PIC X(200) VALUE SPACES.
       01 WS-SEC-EXC-COUNT            PIC 9(04) VALUE 0.
       01 WS-SEC-HIGH-COUNT           PIC 9(04) VALUE 0.
       01 WS-SEC-MED-COUNT            PIC 9(04) VALUE 0.
       01 WS-SEC-DISTINCT             PIC 9(04) VALUE 0.
       01 WS-SEC-ROWS                 PIC 9(04) VALUE 0.
       01 WS-SEC-SHOWN                PIC 9(04) VALUE 0.
       01 WS-SEC-NUM-DISP             PIC Z(3)9.
       01 WS-SEC-NUM-DISP2            PIC Z(3)9.
       01 WS-SEC-NUM-DISP3            PIC Z(3)9.
       01 WS-SEC-SEEN                 PIC X VALUE "N".
       01 WS-SEC-FLAG                 PIC X VALUE "N".
       01 WS-SEC-CONNECTED            PIC X VALUE "N".
       01 WS-SEC-MARK-TO              PIC X VALUE SPACE.
       *> audit.dat is in time order, so when the window holds more
       *> rows than the table a first pass counts them and the load
       *> pass steps over the oldest WS-SEC-SKIP of them.
       01 WS-SEC-IN-WINDOW            PIC 9(07) VALUE 0.
       01 WS-SEC-SKIP                 PIC 9(07) VALUE 0.
       01 WS-SEC-PASS                 PIC X VALUE SPACE.
          88 SEC-PASS-COUNT           VALUE "C".
          88 SEC-PASS-LOAD            VALUE "L".
       01 WS-SEC-IN-DISP              PIC Z(6)9.
       01 WS-SA-TOTAL                 PIC 9(04) VALUE 0.
       01 WS-SA-I                     PIC 9(04) VALUE 0.
       01 WS-SA-J                     PIC 9(04) VALUE 0.
       01 WS-SA-K                     PIC 9(04) VALUE 0.
       01 WS-SEC-AUDIT-TABLE.
           05 WS-SEC-AUDIT OCCURS 2000 TIMES.
               10 WS-SA-TS            PIC X(20).
               10 WS-SA-ACTOR         PIC X(20).
               10 WS-SA-ACTION        PIC X(20).
               10 WS-SA-TARGET        PIC X(80).
               10 WS-SA-MIN           PIC 9(10).
               10 WS-SA-MARK          PIC X.
       *> A campus-scoped administrator pages the exceptions one
       *> block at a time - a block is shown when any of its
       *> evidence rows names a user inside their campuses.
       01 WS-SEC-BLOCK.
           05 WS-SEC-BLK-LINE OCCURS 30 TIMES PIC X(256).
       01 WS-SEC-BLK-TOTAL            PIC 9(02) VALUE 0.
       01 WS-SEC-BLK-IDX              PIC 9(02) VALUE 0.
       01 WS-SEC-BLK-OPEN             PIC X VALUE "N".
       01 WS-SEC-BLK-KEEP             PIC X VALUE "N".
       01 WS-SEC-BLK-USER             PIC X(20) VALUE SPACES.
       01 WS-SEC-BLK-SKIP             PIC X(80) VALUE SPACES.
       01 WS-SEC-BLK-SHOWN            PIC 9(04) VALUE 0.

       *> Support tickets - tickets.dat rows are id|user|category|
       *> status|opened|closed|assigned admin|description, status
       *> OPEN, ASSIGNED or CLOSED. ticketreplies.dat rows are
       *> ticket id|author|timestamp|text.
       01 WS-TKT-STAT           PIC XX.
       01 WS-TKR-STAT           PIC XX.
       01 WS-TKT-LINE           PIC X(400) VALUE SPACES.
       01 WS-TKR-LINE           PIC X(300) VALUE SPACES.
       01 WS-TKT-WORK           PIC X(256) VALUE SPACES.
       01 WS-TKT-EOF            PIC X VALUE "N".
          88 TKT-EOF-YES        VALUE "Y".
          88 TKT-EOF-NO         VALUE "N".
       01 WS-TKT-MENU-EXIT      PIC X VALUE "N".
          88 TKT-MENU-EXIT-YES  VALUE "Y".
          88 TKT-MENU-EXIT-NO   VALUE "N".
       01 WS-TKT-ARRAY.
          05 WS-TKT-ARRAY-LINE OCCURS 500 TIMES PIC X(400).
       01 WS-TKT-TOTAL          PIC 999 VALUE 0.
       01 WS-TKT-IDX            PIC 999 VALUE 0.
       01 WS-TKR-ARRAY.
          05 WS-TKR-ARRAY-LINE OCCURS 500 TIMES PIC X(300).
       01 WS-TKR-TOTAL          PIC 999 VALUE 0.
       01 WS-TKR-IDX            PIC 999 VALUE 0.
       01 WS-TKT-PARSE-ID-X     PIC X(05).
       01 WS-TKT-PARSE-ID       PIC 9(05) VALUE 0.
       01 WS-TKT-PARSE-USER     PIC X(20).
       01 WS-TKT-PARSE-CAT      PIC X(11).
       01 WS-TKT-PARSE-STATUS   PIC X(08).
       01 WS-TKT-PARSE-OPENED   PIC X(20).
       01 WS-TKT-PARSE-CLOSED   PIC X(20).
       01 WS-TKT-PARSE-ASSIGNED PIC X(20).
       01 WS-TKT-PARSE-DESC     PIC X(200).
       01 WS-TKR-PARSE-ID-X     PIC X(05).
       01 WS-TKR-PARSE-ID       PIC 9(05) VALUE 0.
       01 WS-TKR-PARSE-AUTHOR   PIC X(20).
       01 WS-TKR-PARSE-TS       PIC X(20).
       01 WS-TKR-PARSE-TEXT     PIC X(200).
       01 WS-TKT-NEXT-ID        PIC 9(05) VALUE 0.
       01 WS-TKT-ID-DISP        PIC ZZZZ9.
       01 WS-TKT-FOUND          PIC X VALUE "N".
       01 WS-TKT-SELECT         PIC 999 VALUE 0.
       01 WS-TKT-LIST-NO        PIC 999 VALUE 0.
       01 WS-TKT-PICK-COUNT     PIC 999 VALUE 0.
       01 WS-TKT-PICK-MAP.
          05 WS-TKT-PICK-IDX OCCURS 500 TIMES PIC 999.
       01 WS-TKT-ASSIGNEE       PIC X(20) VALUE SPACES.
       01 WS-TKT-DATE-X         PIC X(08) VALUE SPACES.
       01 WS-TKT-OPEN-DATE      PIC 9(08) VALUE 0.
       01 WS-TKT-END-DATE       PIC 9(08) VALUE 0.
       01 WS-TKT-DAYS           PIC 9(05) VALUE 0.
       01 WS-TKT-CAT-IDX        PIC 9 VALUE 0.
       01 WS-TKT-CAT-VALUES.
          05 FILLER             PIC X(11) VALUE "ACCOUNT".
          05 FILLER             PIC X(11) VALUE "JOBS".
          05 FILLER             PIC X(11) VALUE "MESSAGING".
          05 FILLER             PIC X(11) VALUE "PROFILE".
          05 FILLER             PIC X(11) VALUE "TECHNICAL".
          05 FILLER             PIC X(11) VALUE "OTHER".
       01 FILLER REDEFINES WS-TKT-CAT-VALUES.
          05 WS-TKT-CAT-NAME OCCURS 6 TIMES PIC X(11).
       *> Aging report counters, one entry per category
       01 WS-TKA-TABLE.
          05 WS-TKA-ENTRY OCCURS 6 TIMES.
             10 WS-TKA-AGE-1      PIC 9(04).
             10 WS-TKA-AGE-2      PIC 9(04).
             10 WS-TKA-AGE-3      PIC 9(04).
             10 WS-TKA-AGE-4      PIC 9(04).
             10 WS-TKA-PAST-SLA   PIC 9(04).
             10 WS-TKA-CLOSED     PIC 9(04).
             10 WS-TKA-CLOSE-DAYS PIC 9(07).
       01 WS-TKA-CAT            PIC 9 VALUE 0.
       01 WS-TKA-PAST-TOTAL     PIC 9(04) VALUE 0.
       01 WS-TKA-DISP-1         PIC ZZZ9.
       01 WS-TKA-DISP-2         PIC ZZZ9.
       01 WS-TKA-DISP-3         PIC ZZZ9.
       01 WS-TKA-DISP-4         PIC ZZZ9.
       01 WS-TKA-DISP-5         PIC ZZZ9.
       01 WS-TKA-DISP-6         PIC ZZZ9.
       01 WS-TKA-AVG-DISP       PIC ZZ9.9.

       *> Employer posting credits - empcredits.dat rows are
       *> employer ID|balance; credittxn.dat rows are date|employer
       *> ID|GRANT/PURCHASE/POST/FEATURE|job ID|credits|actor|note.
       *> featured.dat rows are job ID|employer ID|from|to|bought
       *> by|bought at.
       01 WS-CRD-STAT           PIC XX.
       01 WS-CTX-STAT           PIC XX.
       01 WS-FTR-STAT           PIC XX.
       01 WS-BIL-STAT           PIC XX.
       01 WS-BUR-STAT           PIC XX.
       01 WS-CRD-EOF            PIC X VALUE "N".
          88 CRD-EOF-YES        VALUE "Y".
          88 CRD-EOF-NO         VALUE "N".
       01 WS-CRD-LINE           PIC X(40) VALUE SPACES.
       01 WS-CTX-LINE           PIC X(200) VALUE SPACES.
       01 WS-FTR-LINE           PIC X(100) VALUE SPACES.
       01 WS-BIL-LINE           PIC X(256) VALUE SPACES.
       01 WS-CRD-ARRAY.
          05 WS-CRD-ITEM OCCURS 500 TIMES.
             10 WS-CR-EMPID     PIC 9(05).
             10 WS-CR-BALANCE   PIC 9(05).
       01 WS-CRD-TOTAL          PIC 999 VALUE 0.
       01 WS-CRD-IDX            PIC 999 VALUE 0.
       01 WS-CRD-I              PIC 999 VALUE 0.
       01 WS-CRD-PARSE-ID-X     PIC X(10).
       01 WS-CRD-PARSE-BAL-X    PIC X(10).
       01 WS-CRD-EMP-NAME       PIC X(40) VALUE SPACES.
       01 WS-CRD-EMPID          PIC 9(05) VALUE 0.
       01 WS-CRD-BALANCE        PIC 9(05) VALUE 0.
       01 WS-CRD-COST           PIC 9(05) VALUE 0.
       01 WS-CRD-RESULT         PIC X VALUE "Y".
          88 CREDIT-OK          VALUE "Y".
          88 CREDIT-REFUSED     VALUE "N".
       01 WS-CRD-TXN-TYPE       PIC X(08) VALUE SPACES.
       01 WS-CRD-JOBID          PIC 9(05) VALUE 0.
       01 WS-CRD-TXN-AMT        PIC 9(05) VALUE 0.
       01 WS-CRD-TXN-NOTE       PIC X(80) VALUE SPACES.
       01 WS-CRD-ACTOR          PIC X(20) VALUE SPACES.
       01 WS-CRD-WORK-NOTE      PIC X(256) VALUE SPACES.
       01 WS-CRD-SAVE-TYPE      PIC X(08) VALUE SPACES.
       01 WS-CRD-SAVE-JOBID     PIC 9(05) VALUE 0.
       01 WS-CRD-SAVE-AMT       PIC 9(05) VALUE 0.
       01 WS-CRD-SAVE-NOTE      PIC X(80) VALUE SPACES.
       01 WS-CRD-DISP           PIC ZZZZ9.
       01 WS-CRD-DISP2          PIC ZZZZ9.
       01 WS-CRD-DISP3          PIC ZZZZ9.
       01 WS-CTX-ARRAY.
          05 WS-CTX-ARRAY-LINE OCCURS 2000 TIMES PIC X(200).
       01 WS-CTX-TOTAL          PIC 9(04) VALUE 0.
       01 WS-CTX-IDX            PIC 9(04) VALUE 0.
       01 WS-CTX-OVERFLOW       PIC X VALUE "N".
       01 WS-CTX-PARSE-DATE-X   PIC X(08).
       01 WS-CTX-PARSE-DATE     PIC 9(08) VALUE 0.
       01 WS-CTX-PARSE-EMP-X    PIC X(10).
       01 WS-CTX-PARSE-EMP      PIC 9(05) VALUE 0.
       01 WS-CTX-PARSE-TYPE     PIC X(08).
       01 WS-CTX-PARSE-JOB-X    PIC X(10).
       01 WS-CTX-PARSE-AMT-X    PIC X(10).
       01 WS-CTX-PARSE-AMT      PIC 9(05) VALUE 0.
       01 WS-CTX-PARSE-ACTOR    PIC X(20).
       01 WS-CTX-PARSE-NOTE     PIC X(80).
       01 WS-FTR-ARRAY.
          05 WS-FTR-ITEM OCCURS 500 TIMES.
             10 WS-FT-JOBID     PIC 9(05).
             10 WS-FT-EMPID     PIC 9(05).
             10 WS-FT-FROM      PIC 9(08).
             10 WS-FT-TO        PIC 9(08).
       01 WS-FTR-TOTAL          PIC 999 VALUE 0.
       01 WS-FTR-IDX            PIC 999 VALUE 0.
       01 WS-FTR-PARSE-JOB-X    PIC X(10).
       01 WS-FTR-PARSE-EMP-X    PIC X(10).
       01 WS-FTR-PARSE-FROM-X   PIC X(08).
       01 WS-FTR-PARSE-TO-X     PIC X(08).
       01 WS-FTR-NEW-FROM       PIC 9(08) VALUE 0.
       01 WS-FTR-NEW-TO         PIC 9(08) VALUE 0.
       01 WS-FTR-NEW-DAYS       PIC 9(03) VALUE 0.
       01 WS-FTR-ACTIVE         PIC X VALUE "N".
          88 FTR-ACTIVE-YES     VALUE "Y".
          88 FTR-ACTIVE-NO      VALUE "N".
       01 WS-FTR-TAG            PIC X VALUE "N".
          88 FTR-TAG-YES        VALUE "Y".
          88 FTR-TAG-NO         VALUE "N".
       01 WS-FTR-PASS           PIC X VALUE "F".
          88 FTR-PASS-FEATURED  VALUE "F".
          88 FTR-PASS-REST      VALUE "R".
       01 WS-FTR-PRINTED        PIC X VALUE "N".
       *> Month-end invoicing
       01 WS-BIL-WORK-DATE      PIC 9(08) VALUE 0.
       01 WS-BIL-PERIOD-START   PIC 9(08) VALUE 0.
       01 WS-BIL-PERIOD-END     PIC 9(08) VALUE 0.
       01 WS-BIL-PERIOD         PIC X(07) VALUE SPACES.
       01 WS-BIL-OV-FROM        PIC 9(08) VALUE 0.
       01 WS-BIL-OV-TO          PIC 9(08) VALUE 0.
       01 WS-BIL-OVERLAP        PIC 9(05) VALUE 0.
       01 WS-BIL-COUNT          PIC 999 VALUE 0.
       01 WS-BIL-POSTINGS       PIC 9(05) VALUE 0.
       01 WS-BIL-FEAT-DAYS      PIC 9(05) VALUE 0.
       01 WS-BIL-CREDITS-USED   PIC 9(05) VALUE 0.
       01 WS-BIL-CREDITS-IN     PIC 9(05) VALUE 0.
       01 WS-BIL-AMOUNT         PIC 9(07)V99 VALUE 0.
       01 WS-BIL-GRAND-TOTAL    PIC 9(09)V99 VALUE 0.
       01 WS-BIL-AMT-DISP       PIC $$$,$$$,$$9.99.
       01 WS-BIL-AMT-PLAIN      PIC 9(07).99.

       *> Enrollment verification - the registrar roster as read,
       *> and enrollverify.dat rows username|status|checked date|
       *> university|major|grad year|detail, status VERIFIED,
       *> MISMATCH or NOTFOUND.
       01 WS-ENR-STAT           PIC XX.
       01 WS-VER-STAT           PIC XX.
       01 WS-ENM-STAT           PIC XX.
       01 WS-ENR-LINE           PIC X(256) VALUE SPACES.
       01 WS-VER-LINE           PIC X(300) VALUE SPACES.
       01 WS-ENM-LINE           PIC X(256) VALUE SPACES.
       01 WS-VER-EOF            PIC X VALUE "N".
          88 VER-EOF-YES        VALUE "Y".
          88 VER-EOF-NO         VALUE "N".
       01 WS-ENR-IN-FNAME       PIC X(40).
       01 WS-ENR-IN-LNAME       PIC X(40).
       01 WS-ENR-IN-UNIV        PIC X(60).
       01 WS-ENR-IN-MAJOR       PIC X(60).
       01 WS-ENR-IN-GRAD        PIC X(10).
       01 WS-ENR-ROSTER.
          05 WS-ENR-ROW OCCURS 2000 TIMES.
             10 WS-RG-FNAME     PIC X(20).
             10 WS-RG-LNAME     PIC X(20).
             10 WS-RG-UNIV      PIC X(40).
             10 WS-RG-MAJOR     PIC X(40).
             10 WS-RG-GRAD      PIC X(04).
       01 WS-ENR-ROSTER-TOTAL   PIC 9(04) VALUE 0.
       01 WS-ENR-ROSTER-MISSING PIC X VALUE "N".
       01 WS-ENR-IDX            PIC 9(04) VALUE 0.
       01 WS-ENR-NAME-HIT       PIC 9(04) VALUE 0.
       01 WS-ENR-IS-STUDENT     PIC X VALUE "N".
       01 WS-ENR-RESULT         PIC X(08) VALUE SPACES.
       01 WS-ENR-DETAIL         PIC X(80) VALUE SPACES.
       01 WS-ENR-VERIFIED       PIC 9(04) VALUE 0.
       01 WS-ENR-MISMATCHED     PIC 9(04) VALUE 0.
       01 WS-ENR-NOTFOUND       PIC 9(04) VALUE 0.
       01 WS-ENR-DISP-1         PIC ZZZ9.
       01 WS-ENR-DISP-2         PIC ZZZ9.
       01 WS-ENR-DISP-3         PIC ZZZ9.
       01 WS-VER-ARRAY.
          05 WS-VER-ITEM OCCURS 500 TIMES.
             10 WS-VR-USER      PIC X(20).
             10 WS-VR-STATUS    PIC X(10).
             10 WS-VR-DATE      PIC 9(08).
             10 WS-VR-UNIV      PIC X(40).
             10 WS-VR-MAJOR     PIC X(40).
             10 WS-VR-GRAD      PIC X(04).
             10 WS-VR-DETAIL    PIC X(80).
       01 WS-VER-TOTAL          PIC 999 VALUE 0.
       01 WS-VER-IDX            PIC 999 VALUE 0.
       01 WS-VER-DATE-X         PIC X(08) VALUE SPACES.
       01 WS-VER-TARGET         PIC X(20) VALUE SPACES.
       01 WS-VER-CHK-UNIV       PIC X(40) VALUE SPACES.
       01 WS-VER-CHK-MAJOR      PIC X(40) VALUE SPACES.
       01 WS-VER-CHK-GRAD       PIC X(04) VALUE SPACES.
       01 WS-VER-STATE          PIC X(10) VALUE SPACES.
       01 WS-VER-STATE-DATE     PIC 9(08) VALUE 0.
       01 WS-VER-LABEL          PIC X(80) VALUE SPACES.
       01 WS-SRC-VERIFIED-ONLY  PIC X VALUE "N".

      *> Connection-degree walk: everyone reachable from the
      *> current user over ACCEPTED connections, with the step
      *> count and the entry they were reached through.
       01 WS-PTH-ARRAY.
          05 WS-PTH-ITEM OCCURS 500 TIMES.
             10 WS-PTH-USER     PIC X(20).
             10 WS-PTH-PARENT   PIC 999.
             10 WS-PTH-DEPTH    PIC 99.
       01 WS-PTH-COUNT          PIC 999 VALUE 0.
       01 WS-PTH-HEAD           PIC 999 VALUE 0.
       01 WS-PTH-CI             PIC 999 VALUE 0.
       01 WS-PTH-J              PIC 999 VALUE 0.
       01 WS-PTH-K              PIC 999 VALUE 0.
       01 WS-PTH-FOUND          PIC 999 VALUE 0.
       01 WS-PTH-MAX-DEPTH      PIC 99 VALUE 3.
       01 WS-PTH-NEIGHBOR       PIC X(20) VALUE SPACES.
       01 WS-PTH-TARGET         PIC X(20) VALUE SPACES.
       01 WS-PTH-LABEL          PIC X(60) VALUE SPACES.
       01 WS-PTH-NAME           PIC X(41) VALUE SPACES.
       01 WS-PTH-LINE           PIC X(256) VALUE SPACES.
       01 WS-PTH-PROF-STAT      PIC XX VALUE SPACES.
       01 WS-PTH-DISP           PIC Z9.
       01 WS-PTH-CHAIN-LEN      PIC 999 VALUE 0.
       01 WS-PTH-CHAIN-TABLE.
          05 WS-PTH-CHAIN OCCURS 500 TIMES PIC 999.

      *> Calendar export
       01 WS-ICS-STAT           PIC XX.
       01 WS-ICS-LINE           PIC X(700) VALUE SPACES.
       01 WS-ICS-OUT            PIC X(80) VALUE SPACES.
       01 WS-ICS-PROP           PIC X(20) VALUE SPACES.
       01 WS-ICS-RAW            PIC X(300) VALUE SPACES.
       01 WS-ICS-STAMP          PIC X(15) VALUE SPACES.
       01 WS-ICS-SLOT           PIC X(30) VALUE SPACES.
       01 WS-ICS-DIGITS         PIC X(12) VALUE SPACES.
       01 WS-ICS-DATE-N         PIC 9(08) VALUE 0.
       01 WS-ICS-NDIGITS        PIC 99 VALUE 0.
       01 WS-ICS-DATE-OK        PIC X VALUE "N".
       01 WS-ICS-TIMED          PIC X VALUE "N".
       01 WS-ICS-EVT-MINE       PIC X VALUE "N".
       01 WS-ICS-I              PIC 999 VALUE 0.
       01 WS-ICS-J              PIC 9(04) VALUE 0.
       01 WS-ICS-POS            PIC 999 VALUE 0.
       01 WS-ICS-LEN            PIC 999 VALUE 0.
       01 WS-ICS-CHUNK          PIC 99 VALUE 0.
       01 WS-ICS-INTV-COUNT     PIC 999 VALUE 0.
       01 WS-ICS-EVT-COUNT      PIC 999 VALUE 0.
       01 WS-ICS-SKIP-COUNT     PIC 999 VALUE 0.
       01 WS-ICS-DISP1          PIC ZZ9.
       01 WS-ICS-DISP2          PIC ZZ9.

      *> Interview scorecards
       01 WS-SCD-STAT           PIC XX.
       01 WS-SCD-LINE           PIC X(320) VALUE SPACES.
       01 WS-SCD-EOF            PIC X VALUE "N".
          88 SCD-EOF-YES        VALUE "Y".
          88 SCD-EOF-NO         VALUE "N".
       01 WS-SCD-COMP-VALUES.
          05 FILLER             PIC X(16) VALUE "Technical".
          05 FILLER             PIC X(16) VALUE "Communication".
          05 FILLER             PIC X(16) VALUE "Problem-solving".
          05 FILLER             PIC X(16) VALUE "Teamwork".
          05 FILLER             PIC X(16) VALUE "Motivation".
       01 FILLER REDEFINES WS-SCD-COMP-VALUES.
          05 WS-SCD-COMP-NAME OCCURS 5 TIMES PIC X(16).
       01 WS-SCD-ARRAY.
          05 WS-SCD-ITEM OCCURS 500 TIMES.
             10 WS-SC-JOBID       PIC 9(05).
             10 WS-SC-USER        PIC X(20).
             10 WS-SC-INTERVIEWER PIC X(20).
             10 WS-SC-DATE        PIC 9(08).
             10 WS-SC-SCORE OCCURS 5 TIMES PIC 9.
             10 WS-SC-REC         PIC X(06).
             10 WS-SC-COMMENT     PIC X(200).
       01 WS-SCD-TOTAL          PIC 999 VALUE 0.
       01 WS-SCD-IDX            PIC 999 VALUE 0.
       01 WS-SCD-C              PIC 9 VALUE 0.
       01 WS-SCD-PARSE-JOBID    PIC X(05).
       01 WS-SCD-PARSE-DATE     PIC X(08).
       01 WS-SCD-PARSE-SCORES.
          05 WS-SCD-PARSE-S OCCURS 5 TIMES PIC X(01).
       01 WS-SCD-NEW-SCORES.
          05 WS-SCD-NEW-SCORE OCCURS 5 TIMES PIC 9.
       01 WS-SCD-NEW-REC        PIC X(06) VALUE SPACES.
       01 WS-SCD-NEW-COMMENT    PIC X(200) VALUE SPACES.
       01 WS-SCD-REPLACED       PIC X VALUE "N".
       01 WS-SCD-SUMS.
          05 WS-SCD-SUM OCCURS 5 TIMES PIC 9(04).
       01 WS-SCD-CARDS          PIC 999 VALUE 0.
       01 WS-SCD-HIRES          PIC 999 VALUE 0.
       01 WS-SCD-NOHIRES        PIC 999 VALUE 0.
       01 WS-SCD-AVG            PIC 9V9 VALUE 0.
       01 WS-SCD-AVG-DISP       PIC 9.9.
       01 WS-SCD-DISP           PIC ZZ9.
       01 WS-SCD-DISP2          PIC ZZ9.
       01 WS-SCD-PTR            PIC 999 VALUE 0.

      *> Internship hours log
       01 WS-HRS-STAT           PIC XX.
       01 WS-HRR-STAT           PIC XX.
       01 WS-HRS-LINE           PIC X(200) VALUE SPACES.
       01 WS-HRS-EOF            PIC X VALUE "N".
          88 HRS-EOF-YES        VALUE "Y".
          88 HRS-EOF-NO         VALUE "N".
       01 WS-HRS-ARRAY.
          05 WS-HRS-ITEM OCCURS 500 TIMES.
             10 WS-HR-JOBID       PIC 9(05).
             10 WS-HR-USER        PIC X(20).
             10 WS-HR-RECRUITER   PIC X(20).
             10 WS-HR-WEEK        PIC 9(08).
             10 WS-HR-HOURS       PIC 99.
             10 WS-HR-STATUS      PIC X(08).
             10 WS-HR-REVIEWER    PIC X(20).
             10 WS-HR-REV-DATE    PIC 9(08).
             10 WS-HR-NOTE        PIC X(100).
       01 WS-HRS-TOTAL          PIC 999 VALUE 0.
       01 WS-HRS-IDX            PIC 999 VALUE 0.
       01 WS-HRS-I              PIC 999 VALUE 0.
       01 WS-HRS-FOUND          PIC 999 VALUE 0.
       01 WS-HRS-SHOWN          PIC 999 VALUE 0.
       01 WS-HRS-SELECT         PIC 999 VALUE 0.
       01 WS-HRS-MINE-COUNT     PIC 999 VALUE 0.
       01 WS-HRS-MINE-MAP.
          05 WS-HRS-MINE-IDX PIC 999 OCCURS 500 TIMES.
       01 WS-HRS-PARSE-JOBID    PIC X(05).
       01 WS-HRS-PARSE-WEEK     PIC X(08).
       01 WS-HRS-PARSE-HOURS    PIC X(02).
       01 WS-HRS-PARSE-REVDATE  PIC X(08).
       01 WS-HRS-WEEK           PIC 9(08) VALUE 0.
       01 WS-HRS-DAYNUM         PIC 9(07) VALUE 0.
       01 WS-HRS-TERM-START     PIC 9(08) VALUE 0.
       01 WS-HRS-NEW-HOURS      PIC 99 VALUE 0.
       01 WS-HRS-NEW-NOTE       PIC X(100) VALUE SPACES.
       01 WS-HRS-DONE           PIC X VALUE "N".
       01 WS-HRS-SEEN           PIC X VALUE "N".
       01 WS-HRS-IS-BELOW       PIC X VALUE "N".
       01 WS-HRS-PROF-STAT      PIC XX.
       01 WS-HRS-JOBS-STAT      PIC XX.
       01 WS-HRS-IN-OFFERS      PIC 9(07) VALUE 0.
       01 WS-HRS-EMP-NAME       PIC X(40) VALUE SPACES.
       01 WS-HRS-SUM-APPROVED   PIC 9(05) VALUE 0.
       01 WS-HRS-SUM-PENDING    PIC 9(05) VALUE 0.
       01 WS-HRS-STUDENTS       PIC 999 VALUE 0.
       01 WS-HRS-BELOW          PIC 999 VALUE 0.
       01 WS-HRS-EM-TABLE.
          05 WS-HRS-EM-ENTRY OCCURS 100 TIMES.
             10 WS-HRS-EM-NAME    PIC X(40).
             10 WS-HRS-EM-HOURS   PIC 9(05).
             10 WS-HRS-EM-CNT     PIC 999.
       01 WS-HRS-EM-TOTAL       PIC 999 VALUE 0.
       01 WS-HRS-MJ-TABLE.
          05 WS-HRS-MJ-ENTRY OCCURS 100 TIMES.
             10 WS-HRS-MJ-NAME    PIC X(40).
             10 WS-HRS-MJ-HOURS   PIC 9(05).
             10 WS-HRS-MJ-CNT     PIC 999.
             10 WS-HRS-MJ-BELOW   PIC 999.
       01 WS-HRS-MJ-TOTAL       PIC 999 VALUE 0.
       01 WS-HRS-DISP           PIC ZZ9.
       01 WS-HRS-DISP2          PIC ZZ9.
       01 WS-HRS-SUM-DISP       PIC ZZZZ9.
       01 WS-HRS-SUM-DISP2      PIC ZZZZ9.
       01 WS-HRS-PTR            PIC 999 VALUE 0.

      *> Legal holds
       01 WS-HLD-STAT           PIC XX.
       01 WS-HSK-STAT           PIC XX.
       01 WS-HRG-STAT           PIC XX.
       01 WS-HLD-LINE           PIC X(200) VALUE SPACES.
       01 WS-HLD-SKIP-LINE      PIC X(200) VALUE SPACES.
       01 WS-HLD-EOF            PIC X VALUE "N".
          88 HLD-EOF-YES        VALUE "Y".
          88 HLD-EOF-NO         VALUE "N".
       01 WS-HSK-EOF            PIC X VALUE "N".
          88 HSK-EOF-YES        VALUE "Y".
          88 HSK-EOF-NO         VALUE "N".
       01 WS-HLD-ARRAY.
          05 WS-HLD-ITEM OCCURS 100 TIMES.
             10 WS-HL-USER          PIC X(20).
             10 WS-HL-CASE          PIC X(30).
             10 WS-HL-STATUS        PIC X(08).
             10 WS-HL-PLACED-BY     PIC X(20).
             10 WS-HL-PLACED-DATE   PIC 9(08).
             10 WS-HL-RELEASED-BY   PIC X(20).
             10 WS-HL-RELEASED-DATE PIC 9(08).
             10 WS-HL-SKIPS         PIC 9(05).
       01 WS-HLD-TOTAL          PIC 999 VALUE 0.
       01 WS-HLD-I              PIC 999 VALUE 0.
       01 WS-HLD-HIT            PIC 999 VALUE 0.
       01 WS-HLD-CHECK-USER     PIC X(20) VALUE SPACES.
       01 WS-HLD-CHECK-USER2    PIC X(20) VALUE SPACES.
       01 WS-HLD-KEEP           PIC X VALUE "N".
       01 WS-HLD-DUE            PIC X VALUE "N".
       01 WS-HLD-BLOCKED        PIC X VALUE "N".
       01 WS-HLD-QUIET          PIC X VALUE "N".
       01 WS-HLD-LOGGED         PIC X VALUE "N".
       01 WS-HLD-AS-OPERATOR    PIC X VALUE "N".
       01 WS-HLD-RUN            PIC X(24) VALUE SPACES.
       01 WS-HLD-WHAT           PIC X(40) VALUE SPACES.
       01 WS-HLD-PARSE-DATE     PIC X(08).
       01 WS-HLD-PARSE-REL-DATE PIC X(08).
       01 WS-HLD-PARSE-RUN      PIC X(24).
       01 WS-HLD-PARSE-USER     PIC X(20).
       01 WS-HLD-PARSE-CASE     PIC X(30).
       01 WS-HLD-PARSE-COUNT    PIC X(05).
       01 WS-HLD-PARSE-WHAT     PIC X(40).
       01 WS-HLD-ACTIVE         PIC 999 VALUE 0.
       01 WS-HLD-RELEASED       PIC 999 VALUE 0.
       01 WS-HLD-SHOWN          PIC 999 VALUE 0.
       01 WS-HLD-DISP           PIC ZZZZ9.
       01 WS-HLD-DISP2          PIC ZZZZ9.

      *> Banned-term screen
       01 WS-BAN-STAT           PIC XX.
       01 WS-BSN-STAT           PIC XX.
       01 WS-TSR-STAT           PIC XX.
       01 WS-BAN-LINE           PIC X(80) VALUE SPACES.
       01 WS-BAN-EOF            PIC X VALUE "N".
          88 BAN-EOF-YES        VALUE "Y".
          88 BAN-EOF-NO         VALUE "N".
       01 WS-BAN-ARRAY.
          05 WS-BAN-ITEM OCCURS 200 TIMES.
             10 WS-BT-RAW           PIC X(40).
             10 WS-BT-LEVEL         PIC X(04).
             10 WS-BT-PAT           PIC X(44).
             10 WS-BT-PAT-LEN       PIC 99.
       01 WS-BAN-TOTAL          PIC 999 VALUE 0.
       01 WS-BAN-PRIOR          PIC 999 VALUE 0.
       01 WS-BAN-I              PIC 999 VALUE 0.
       01 WS-BAN-K              PIC 999 VALUE 0.
       01 WS-BAN-OUT-LEN        PIC 999 VALUE 0.
       01 WS-BAN-HITS           PIC 999 VALUE 0.
       01 WS-BAN-PARSE-TERM     PIC X(40).
       01 WS-BAN-PARSE-LEVEL    PIC X(04).
       01 WS-BAN-PREFIX         PIC X VALUE "N".
       01 WS-BAN-TEXT           PIC X(200) VALUE SPACES.
       01 WS-BAN-NORM-IN        PIC X(200) VALUE SPACES.
       01 WS-BAN-WORK           PIC X(204) VALUE SPACES.
      *> Punctuation that separates words for matching
       01 WS-BAN-PUNCT          PIC X(30)
          VALUE ".,;:!?()-/_*&#@+=<>[]{}~^%$|'""".
       01 WS-BAN-BLANKS         PIC X(30) VALUE SPACES.
       01 WS-BAN-RESULT         PIC X VALUE "N".
          88 BAN-NONE           VALUE "N".
          88 BAN-SOFT           VALUE "S".
          88 BAN-HARD           VALUE "H".
       01 WS-BAN-TERM           PIC X(40) VALUE SPACES.
       01 WS-BAN-FIELD          PIC X(20) VALUE SPACES.
       01 WS-BAN-LEVEL-HIT      PIC X(04) VALUE SPACES.
       01 WS-BAN-REASON         PIC X(100) VALUE SPACES.
       01 WS-BAN-QUEUED         PIC X VALUE "N".
       01 WS-BAN-DEDUPE-ALL     PIC X VALUE "N".
       01 WS-BAN-CHANGED        PIC X VALUE "N".
       01 WS-BAN-AS-OPERATOR    PIC X VALUE "N".
       01 WS-BSN-ARRAY.
          05 WS-BSN-LINE OCCURS 200 TIMES PIC X(80).
       01 WS-BSN-TOTAL          PIC 999 VALUE 0.
       01 WS-BAN-HARD-CNT       PIC 999 VALUE 0.
       01 WS-BAN-SOFT-CNT       PIC 999 VALUE 0.
       01 WS-BAN-FOUND          PIC 9(05) VALUE 0.
       01 WS-BAN-NEW            PIC 9(05) VALUE 0.
       01 WS-BAN-SCAN-MSGS      PIC 9(05) VALUE 0.
       01 WS-BAN-SCAN-PROFILES  PIC 9(05) VALUE 0.
       01 WS-BAN-SCAN-ANNS      PIC 9(05) VALUE 0.
       01 WS-BAN-SCAN-REVIEWS   PIC 9(05) VALUE 0.
       01 WS-BAN-SCAN-JOBS      PIC 9(05) VALUE 0.
       01 WS-BAN-DISP           PIC ZZZZ9.
       01 WS-BAN-DISP2          PIC ZZZZ9.
       01 WS-BAN-DISP3          PIC ZZZZ9.
       01 WS-BAN-DISP4          PIC ZZZZ9.
       01 WS-BAN-DISP5          PIC ZZZZ9.
       01 WS-BAN-SUFFIX         PIC X(40) VALUE SPACES.
      *> groupann.dat held whole for moderator removal
       01 WS-GAN-ARRAY.
          05 WS-GAN-ARRAY-LINE OCCURS 500 TIMES PIC X(300).
       01 WS-GAN-TOTAL          PIC 999 VALUE 0.
       01 WS-GAN-IDX            PIC 999 VALUE 0.

      *> Data-set snapshots. WS-SNP-FIXED-VALUES lists every data
      *> file the program owns; the monthly archive files are found
      *> at snapshot time.
       01 WS-SNR-STAT           PIC XX.
       01 WS-SNM-STAT           PIC XX.
       01 WS-SNC-STAT           PIC XX.
       01 WS-SNP-MAN-PATH       PIC X(80) VALUE SPACES.
       01 WS-SNP-CNT-PATH       PIC X(80) VALUE SPACES.
       01 WS-SNP-EOF            PIC X VALUE "N".
          88 SNP-EOF-YES        VALUE "Y".
          88 SNP-EOF-NO         VALUE "N".
       01 WS-SNP-FIXED-VALUES.
          05 FILLER             PIC X(24) VALUE "accounts.dat".
          05 FILLER             PIC X(24) VALUE "profiles.dat".
          05 FILLER             PIC X(24) VALUE "connections.dat".
          05 FILLER             PIC X(24) VALUE "jobs.dat".
          05 FILLER             PIC X(24) VALUE "applications.dat".
          05 FILLER             PIC X(24) VALUE "messages.dat".
          05 FILLER             PIC X(24) VALUE "skillprogress.dat".
          05 FILLER             PIC X(24) VALUE "savedjobs.dat".
          05 FILLER             PIC X(24) VALUE "profileviews.dat".
          05 FILLER             PIC X(24) VALUE "config.dat".
          05 FILLER             PIC X(24) VALUE "quarantine.dat".
          05 FILLER             PIC X(24) VALUE "skillcerts.dat".
          05 FILLER             PIC X(24) VALUE "apphistory.dat".
          05 FILLER             PIC X(24) VALUE "jobviews.dat".
          05 FILLER             PIC X(24) VALUE "savedsearches.dat".
          05 FILLER             PIC X(24) VALUE "employers.dat".
          05 FILLER             PIC X(24) VALUE "referrals.dat".
          05 FILLER             PIC X(24) VALUE "invites.dat".
          05 FILLER             PIC X(24) VALUE "events.dat".
          05 FILLER             PIC X(24) VALUE "rsvps.dat".
          05 FILLER             PIC X(24) VALUE "eventid.dat".
          05 FILLER             PIC X(24) VALUE "groups.dat".
          05 FILLER             PIC X(24) VALUE "groupmembers.dat".
          05 FILLER             PIC X(24) VALUE "groupann.dat".
          05 FILLER             PIC X(24) VALUE "blocks.dat".
          05 FILLER             PIC X(24) VALUE "notifications.dat".
          05 FILLER             PIC X(24) VALUE "audit.dat".
          05 FILLER             PIC X(24) VALUE "jobid.dat".
          05 FILLER             PIC X(24) VALUE "interviews.dat".
          05 FILLER             PIC X(24) VALUE "offers.dat".
          05 FILLER             PIC X(24) VALUE "jobshares.dat".
          05 FILLER             PIC X(24) VALUE "groupjobs.dat".
          05 FILLER             PIC X(24) VALUE "eventattend.dat".
          05 FILLER             PIC X(24) VALUE "mentors.dat".
          05 FILLER             PIC X(24) VALUE "mentorships.dat".
          05 FILLER             PIC X(24) VALUE "compreviews.dat".
          05 FILLER             PIC X(24) VALUE "emprecruiters.dat".
          05 FILLER             PIC X(24) VALUE "pools.dat".
          05 FILLER             PIC X(24) VALUE "poolmembers.dat".
          05 FILLER             PIC X(24) VALUE "apppackets.dat".
          05 FILLER             PIC X(24) VALUE "recommend.dat".
          05 FILLER             PIC X(24) VALUE "privacy.dat".
          05 FILLER             PIC X(24) VALUE "platann.dat".
          05 FILLER             PIC X(24) VALUE "platanndismiss.dat".
          05 FILLER             PIC X(24) VALUE "adminpending.dat".
          05 FILLER             PIC X(24) VALUE "alumni.dat".
          05 FILLER             PIC X(24) VALUE "writespool.dat".
          05 FILLER             PIC X(24) VALUE "digests.dat".
          05 FILLER             PIC X(24) VALUE "reports.dat".
          05 FILLER             PIC X(24) VALUE "sendlog.dat".
          05 FILLER             PIC X(24) VALUE "tickets.dat".
          05 FILLER             PIC X(24) VALUE "ticketreplies.dat".
          05 FILLER             PIC X(24) VALUE "empcredits.dat".
          05 FILLER             PIC X(24) VALUE "credittxn.dat".
          05 FILLER             PIC X(24) VALUE "featured.dat".
          05 FILLER             PIC X(24) VALUE "bursar-billing.dat".
          05 FILLER             PIC X(24) VALUE "enrollverify.dat".
          05 FILLER             PIC X(24) VALUE "scorecards.dat".
          05 FILLER             PIC X(24) VALUE "hourslog.dat".
          05 FILLER             PIC X(24) VALUE "legalholds.dat".
          05 FILLER             PIC X(24) VALUE "holdskips.dat".
          05 FILLER             PIC X(24) VALUE "bannedterms.dat".
          05 FILLER             PIC X(24) VALUE "bantermscan.dat".
          05 FILLER             PIC X(24) VALUE "caseloads.dat".
          05 FILLER             PIC X(24) VALUE "advnotes.dat".
          05 FILLER             PIC X(24) VALUE "projects.dat".
          05 FILLER             PIC X(24) VALUE "connnotes.dat".
          05 FILLER             PIC X(24) VALUE "surveyresp.dat".
          05 FILLER             PIC X(24) VALUE "layoutver.dat".
          05 FILLER             PIC X(24) VALUE "layoutlog.dat".
          05 FILLER             PIC X(24) VALUE "metricshist.dat".
          05 FILLER             PIC X(24) VALUE "renames.dat".
          05 FILLER             PIC X(24) VALUE "syndicated.dat".
          05 FILLER             PIC X(24) VALUE "contacts.dat".
          05 FILLER             PIC X(24) VALUE "mailout.dat".
          05 FILLER             PIC X(24) VALUE "usage.dat".
          05 FILLER             PIC X(24) VALUE "adminscope.dat".
          05 FILLER             PIC X(24) VALUE "universities.dat".
          05 FILLER             PIC X(24) VALUE "majors.dat".
       01 FILLER REDEFINES WS-SNP-FIXED-VALUES.
          05 WS-SNP-FIXED-NAME OCCURS 79 TIMES PIC X(24).
       01 WS-SNP-FIXED-COUNT    PIC 999 VALUE 79.
       01 WS-SNP-FILE-LIST.
          05 WS-SNP-FILE-NAME OCCURS 200 TIMES PIC X(40).
       01 WS-SNP-FILE-TOTAL     PIC 999 VALUE 0.
       01 WS-SNP-I              PIC 999 VALUE 0.
       01 WS-SNP-KIND           PIC X(12) VALUE SPACES.
       01 WS-SNP-GEN-ID         PIC X(15) VALUE SPACES.
       01 WS-SNP-DIR            PIC X(40) VALUE SPACES.
       01 WS-SNP-CMD            PIC X(200) VALUE SPACES.
       01 WS-SNP-OK             PIC X VALUE "N".
       01 WS-SNP-AS-OPERATOR    PIC X VALUE "N".
       01 WS-SNP-RESULT         PIC X(12) VALUE SPACES.
       01 WS-SNP-REG-LINE       PIC X(120) VALUE SPACES.
       01 WS-SNP-CNT-NAME       PIC X(40) VALUE SPACES.
       01 WS-SNP-CNT-LIVE       PIC X VALUE "Y".
       01 WS-SNP-CNT-FOUND      PIC X VALUE "N".
       01 WS-SNP-CNT-KNOWN      PIC X VALUE "Y".
       01 WS-SNP-CNT            PIC 9(07) VALUE 0.
       01 WS-SNP-LIVE-CNT       PIC 9(07) VALUE 0.
       01 WS-SNP-RECORDS        PIC 9(09) VALUE 0.
       01 WS-SNP-PRESENT        PIC 999 VALUE 0.
       01 WS-SNP-ERRORS         PIC 999 VALUE 0.
       01 WS-SNP-DROP           PIC 999 VALUE 0.
       01 WS-SNP-FROM           PIC 999 VALUE 0.
       01 WS-SNP-DISP           PIC Z(8)9.
       01 WS-SNP-DISP2          PIC Z(8)9.
       01 WS-SNP-DISP3          PIC Z(8)9.
       01 WS-SNP-PARSE-COUNT    PIC X(10) VALUE SPACES.
       01 WS-SNP-RST-ID         PIC X(15) VALUE SPACES.
       01 WS-SNP-RST-DIR        PIC X(40) VALUE SPACES.
       01 WS-SNR-ARRAY.
          05 WS-SNR-LINE OCCURS 200 TIMES PIC X(120).
       01 WS-SNR-TOTAL          PIC 999 VALUE 0.
       01 WS-SNR-IDX            PIC 999 VALUE 0.
       01 WS-SNR-GEN            PIC X(15).
       01 WS-SNR-KIND           PIC X(12).
       01 WS-SNR-FILES          PIC X(10).
       01 WS-SNR-RECS           PIC X(10).
       01 WS-SNR-BY             PIC X(20).
       01 WS-SNR-RESULT         PIC X(12).
       01 WS-SNM-TABLE.
          05 WS-SNM-ENTRY OCCURS 200 TIMES.
             10 WS-SNM-NAME         PIC X(40).
             10 WS-SNM-COUNT        PIC 9(07).
             10 WS-SNM-STATE        PIC X(08).
       01 WS-SNM-TOTAL          PIC 999 VALUE 0.
       01 WS-SNM-IDX            PIC 999 VALUE 0.

      *> Career advisor caseloads and advising notes
       01 WS-CSL-STAT           PIC XX.
       01 WS-ADN-STAT           PIC XX.
       01 WS-CSL-LINE           PIC X(100) VALUE SPACES.
       01 WS-ADN-LINE           PIC X(300) VALUE SPACES.
       01 WS-CSL-EOF            PIC X VALUE "N".
          88 CSL-EOF-YES        VALUE "Y".
          88 CSL-EOF-NO         VALUE "N".
       01 WS-ADN-EOF            PIC X VALUE "N".
          88 ADN-EOF-YES        VALUE "Y".
          88 ADN-EOF-NO         VALUE "N".
       01 WS-CSL-ARRAY.
          05 WS-CSL-ITEM OCCURS 500 TIMES.
             10 WS-CL-ADVISOR       PIC X(20).
             10 WS-CL-STUDENT       PIC X(20).
             10 WS-CL-ASSIGNED      PIC 9(08).
             10 WS-CL-CONTACT       PIC 9(08).
       01 WS-CSL-TOTAL          PIC 999 VALUE 0.
       01 WS-CSL-IDX            PIC 999 VALUE 0.
       01 WS-CSL-HIT            PIC 999 VALUE 0.
       01 WS-CSL-PARSE-ASSIGNED PIC X(08).
       01 WS-CSL-PARSE-CONTACT  PIC X(08).
       01 WS-ADN-ARRAY.
          05 WS-ADN-ARRAY-LINE OCCURS 500 TIMES PIC X(300).
       01 WS-ADN-TOTAL          PIC 999 VALUE 0.
       01 WS-ADN-IDX            PIC 999 VALUE 0.
       01 WS-ADN-PARSE-ADVISOR  PIC X(20).
       01 WS-ADN-PARSE-STUDENT  PIC X(20).
       01 WS-ADN-PARSE-TS       PIC X(14).
       01 WS-ADN-PARSE-TEXT     PIC X(200).
       01 WS-ADV-FILTER         PIC X(20) VALUE SPACES.
       01 WS-ADV-ADVISOR        PIC X(20) VALUE SPACES.
       01 WS-ADV-STUDENT        PIC X(20) VALUE SPACES.
       01 WS-ADV-CHECK-USER     PIC X(20) VALUE SPACES.
       01 WS-ADV-FOUND          PIC X VALUE "N".
       01 WS-ADV-NEW-TYPE       PIC X VALUE SPACES.
       01 WS-ADV-NOTE           PIC X(200) VALUE SPACES.
       01 WS-ADV-COUNT          PIC 999 VALUE 0.
       01 WS-ADV-SHOWN          PIC 999 VALUE 0.
       01 WS-ADV-OPEN           PIC 999 VALUE 0.
       01 WS-ADV-DAYS           PIC 9(05) VALUE 0.
       01 WS-ADV-PTR            PIC 999 VALUE 0.
       01 WS-ADV-DATE-IN        PIC 9(08) VALUE 0.
       01 WS-ADV-DATE-X         PIC X(08) VALUE SPACES.
       01 WS-ADV-DATE-OUT       PIC X(10) VALUE SPACES.
       01 WS-ADV-LOGIN-X        PIC X(10) VALUE SPACES.
       01 WS-ADV-CONTACT-X      PIC X(20) VALUE SPACES.
       01 WS-ADV-DISP           PIC ZZZZ9.
       01 WS-ADV-DISP2          PIC ZZZZ9.

      *> Profile projects - projects.dat carries
      *> username|title|role|dates|technologies|description
       01 WS-PRJ-STAT           PIC XX.
       01 WS-PRJ-LINE           PIC X(300) VALUE SPACES.
       01 WS-PRJ-EOF            PIC X VALUE "N".
          88 PRJ-EOF-YES        VALUE "Y".
          88 PRJ-EOF-NO         VALUE "N".
       01 WS-PRJ-ARRAY.
          05 WS-PRJ-ITEM OCCURS 500 TIMES.
             10 WS-PJ-USER          PIC X(20).
             10 WS-PJ-TITLE         PIC X(40).
             10 WS-PJ-ROLE          PIC X(30).
             10 WS-PJ-DATES         PIC X(30).
             10 WS-PJ-TECH          PIC X(60).
             10 WS-PJ-DESC          PIC X(100).
       01 WS-PRJ-TOTAL          PIC 999 VALUE 0.
       01 WS-PRJ-IDX            PIC 999 VALUE 0.
       01 WS-PRJ-I              PIC 9 VALUE 0.
       01 WS-PRJ-EDIT.
          05 WS-PRJ-EDIT-ENTRY OCCURS 5 TIMES.
             10 WS-PE-TITLE         PIC X(40).
             10 WS-PE-ROLE          PIC X(30).
             10 WS-PE-DATES         PIC X(30).
             10 WS-PE-TECH          PIC X(60).
             10 WS-PE-DESC          PIC X(100).
       01 WS-PRJ-EDIT-COUNT     PIC 9 VALUE 0.
       01 WS-PRJ-USER           PIC X(20) VALUE SPACES.
       01 WS-PRJ-KEYWORD        PIC X(40) VALUE SPACES.
       01 WS-PRJ-MATCHED        PIC X VALUE "N".
       01 WS-PRJ-MATCH-TITLE    PIC X(40) VALUE SPACES.
       01 WS-PRJ-TALLY          PIC 99 VALUE 0.
       01 WS-PRJ-SHOWN          PIC 999 VALUE 0.

      *> Private connection notes - connnotes.dat carries
      *> owner|connection|tags|note; tags are comma-separated
       01 WS-CNT-STAT           PIC XX.
       01 WS-CNT-LINE           PIC X(300) VALUE SPACES.
       01 WS-CNT-EOF            PIC X VALUE "N".
          88 CNT-EOF-YES        VALUE "Y".
          88 CNT-EOF-NO         VALUE "N".
       01 WS-CNT-ARRAY.
          05 WS-CNT-ITEM OCCURS 500 TIMES.
             10 WS-CN-OWNER         PIC X(20).
             10 WS-CN-OTHER         PIC X(20).
             10 WS-CN-TAGS          PIC X(80).
             10 WS-CN-NOTE          PIC X(150).
       01 WS-CNT-TOTAL          PIC 999 VALUE 0.
       01 WS-CNT-IDX            PIC 999 VALUE 0.
       01 WS-CNT-HIT            PIC 999 VALUE 0.
       01 WS-CNT-OTHER          PIC X(20) VALUE SPACES.
       01 WS-CNT-FILTER         PIC X(30) VALUE SPACES.
       01 WS-CNT-WANT           PIC X(30) VALUE SPACES.
       01 WS-CNT-ONE-TAG        PIC X(80) VALUE SPACES.
       01 WS-CNT-PTR            PIC 999 VALUE 0.
       01 WS-CNT-HAS-TAG        PIC X VALUE "N".
       01 WS-CNT-SHOWN          PIC 999 VALUE 0.
       01 WS-CNT-RECIPS.
          05 WS-CNT-RECIP OCCURS 500 TIMES PIC X(20).
       01 WS-CNT-RECIP-TOTAL    PIC 999 VALUE 0.
       01 WS-CNT-R              PIC 999 VALUE 0.
       01 WS-CNT-SENT           PIC 999 VALUE 0.
       01 WS-CNT-DISP           PIC ZZ9.

      *> Post-event feedback surveys - surveyresp.dat carries
      *> eventid|host|title|eventdate|user|status|rating|
      *> recommend|responded|comment, status INVITED or DONE.
      *> The file is read a row at a time: invitations are
      *> appended, and answers, renames and sweeps stream it
      *> through temp-surveyresp.dat.
       01 WS-SRV-STAT           PIC XX.
       01 WS-TMPSRV-STAT        PIC XX.
       01 WS-SRV-LINE           PIC X(400) VALUE SPACES.
       01 WS-SRV-EOF            PIC X VALUE "N".
          88 SRV-EOF-YES        VALUE "Y".
          88 SRV-EOF-NO         VALUE "N".
       01 WS-SRV-OPEN           PIC X VALUE "N".
       01 WS-SRV-HAVE           PIC X VALUE "N".
       01 WS-SRV-ROW.
          05 WS-SV-ID            PIC 9(05).
          05 WS-SV-HOST          PIC X(20).
          05 WS-SV-TITLE         PIC X(40).
          05 WS-SV-EVT-DATE      PIC 9(08).
          05 WS-SV-USER          PIC X(20).
          05 WS-SV-STATUS        PIC X(08).
          05 WS-SV-RATING        PIC 9.
          05 WS-SV-RECOMMEND     PIC X.
          05 WS-SV-RESP-DATE     PIC 9(08).
          05 WS-SV-COMMENT       PIC X(200).
       01 WS-SRV-SELECT         PIC 999 VALUE 0.
       01 WS-SRV-FOUND          PIC X VALUE "N".
       01 WS-SRV-EDIT-MODE      PIC X VALUE SPACE.
       01 WS-SRV-KEY-ID         PIC 9(05) VALUE 0.
       01 WS-SRV-KEY-USER       PIC X(20) VALUE SPACES.
       01 WS-SRV-CHANGES        PIC 9(05) VALUE 0.
       01 WS-SRV-HOST-FILTER    PIC X(20) VALUE SPACES.
       01 WS-SRV-PICK-LIST.
          05 WS-SRV-PICK-ID OCCURS 500 TIMES PIC 9(05).
       01 WS-SRV-PICK-COUNT     PIC 999 VALUE 0.
      *> One row per surveyed event, built by SRV-BUILD-EVENTS for
      *> both feedback reports.
       01 WS-SVE-ARRAY.
          05 WS-SVE-ITEM OCCURS 2000 TIMES.
             10 WS-SE-ID            PIC 9(05).
             10 WS-SE-HOST          PIC X(20).
             10 WS-SE-TITLE         PIC X(40).
             10 WS-SE-DATE          PIC 9(08).
             10 WS-SE-INVITED       PIC 9(05).
             10 WS-SE-RESPONSES     PIC 9(05).
             10 WS-SE-RATING-SUM    PIC 9(06).
             10 WS-SE-RECOMMEND     PIC 9(05).
       01 WS-SVE-TOTAL          PIC 9(04) VALUE 0.
       01 WS-SVE-IDX            PIC 9(04) VALUE 0.
       01 WS-SVE-HIT            PIC 9(04) VALUE 0.
       01 WS-SVE-KEEP           PIC 9(04) VALUE 0.
       01 WS-SVE-FULL           PIC X VALUE "N".
       01 WS-SRV-PARSE-ID       PIC X(05).
       01 WS-SRV-PARSE-EVT-DATE PIC X(08).
       01 WS-SRV-PARSE-RATING   PIC X(02).
       01 WS-SRV-PARSE-RESP-DATE PIC X(08).
       01 WS-SRV-NEW-RATING     PIC 9 VALUE 0.
       01 WS-SRV-NEW-RECOMMEND  PIC X VALUE SPACE.
       01 WS-SRV-NEW-COMMENT    PIC X(200) VALUE SPACES.
       01 WS-SRV-SHOWN          PIC 999 VALUE 0.
       01 WS-SRV-COMMENTS       PIC 999 VALUE 0.
       01 WS-SRV-INVITED        PIC 9(05) VALUE 0.
       01 WS-SRV-RESPONSES      PIC 9(05) VALUE 0.
       01 WS-SRV-RATING-SUM     PIC 9(06) VALUE 0.
       01 WS-SRV-RECOMMEND-YES  PIC 9(05) VALUE 0.
       01 WS-SRV-PCT            PIC 999 VALUE 0.
       01 WS-SRV-AVG            PIC 9V9 VALUE 0.
       01 WS-SRV-DISP           PIC ZZZZ9.
       01 WS-SRV-DISP2          PIC ZZZZ9.
       01 WS-SRV-PCT-DISP       PIC ZZ9.
       01 WS-SRV-REC-DISP       PIC ZZ9.
       01 WS-SRV-AVG-DISP       PIC 9.9.
       01 WS-SRV-RANK           PIC 999 VALUE 0.
       01 WS-SRV-RANK-DISP      PIC ZZ9.
       01 WS-SRV-EVT-DISP       PIC ZZZZ9.
       01 WS-SRV-AGG-MODE       PIC X VALUE "T".
       01 WS-SRV-LABEL          PIC X(40) VALUE SPACES.
       01 WS-SVA-ARRAY.
          05 WS-SVA-ITEM OCCURS 500 TIMES.
             10 WS-SA-LABEL         PIC X(40).
             10 WS-SA-EVENTS        PIC 9(05).
             10 WS-SA-INVITED       PIC 9(05).
             10 WS-SA-RESPONSES     PIC 9(05).
             10 WS-SA-RATING-SUM    PIC 9(06).
             10 WS-SA-RECOMMEND     PIC 9(05).
             10 WS-SA-AVG           PIC 9V99.
             10 WS-SA-USED          PIC X.
       01 WS-SVA-TOTAL          PIC 999 VALUE 0.
       01 WS-SVA-IDX            PIC 999 VALUE 0.
       01 WS-SVA-HIT            PIC 999 VALUE 0.

      *> Record-layout versions. layoutver.dat carries file|version
      *> for every name in WS-SNP-FIXED-VALUES; this build writes
      *> version 1 of each file unless WS-LYV-CURRENT-VALUES says
      *> otherwise. WS-LYV-STEP-VALUES is the migration chain, one
      *> entry per version step, run in order at startup.
       01 WS-LYV-STAT           PIC XX.
       01 WS-LYL-STAT           PIC XX.
       01 WS-LYV-LINE           PIC X(80) VALUE SPACES.
       01 WS-LYL-LINE           PIC X(200) VALUE SPACES.
       01 WS-LYV-EOF            PIC X VALUE "N".
          88 LYV-EOF-YES        VALUE "Y".
          88 LYV-EOF-NO         VALUE "N".
       01 WS-LYV-CURRENT-VALUES.
          05 FILLER             PIC X(24) VALUE "accounts.dat".
          05 FILLER             PIC 99 VALUE 3.
          05 FILLER             PIC X(24) VALUE "profiles.dat".
          05 FILLER             PIC 99 VALUE 2.
          05 FILLER             PIC X(24) VALUE "jobs.dat".
          05 FILLER             PIC 99 VALUE 2.
          05 FILLER             PIC X(24) VALUE "applications.dat".
          05 FILLER             PIC 99 VALUE 2.
       01 FILLER REDEFINES WS-LYV-CURRENT-VALUES.
          05 WS-LYV-CUR-ITEM OCCURS 4 TIMES.
             10 WS-LYV-CUR-NAME     PIC X(24).
             10 WS-LYV-CUR-VER      PIC 99.
       01 WS-LYV-CUR-COUNT      PIC 999 VALUE 4.
       01 WS-LYV-STEP-VALUES.
          05 FILLER             PIC X(24) VALUE "accounts.dat".
          05 FILLER             PIC 99 VALUE 1.
          05 FILLER             PIC 99 VALUE 2.
          05 FILLER             PIC X(20) VALUE "HASH-PASSWORDS".
          05 FILLER             PIC X(24) VALUE "profiles.dat".
          05 FILLER             PIC 99 VALUE 1.
          05 FILLER             PIC 99 VALUE 2.
          05 FILLER             PIC X(20) VALUE "INDEXED-PROFILES".
          05 FILLER             PIC X(24) VALUE "jobs.dat".
          05 FILLER             PIC 99 VALUE 1.
          05 FILLER             PIC 99 VALUE 2.
          05 FILLER             PIC X(20) VALUE "INDEXED-JOBS".
          05 FILLER             PIC X(24) VALUE "applications.dat".
          05 FILLER             PIC 99 VALUE 1.
          05 FILLER             PIC 99 VALUE 2.
          05 FILLER             PIC X(20) VALUE "INDEXED-APPS".
          05 FILLER             PIC X(24) VALUE "accounts.dat".
          05 FILLER             PIC 99 VALUE 2.
          05 FILLER             PIC 99 VALUE 3.
          05 FILLER             PIC X(20) VALUE "ACCOUNT-CREATED-DATE".
       01 FILLER REDEFINES WS-LYV-STEP-VALUES.
          05 WS-LYS-ITEM OCCURS 5 TIMES.
             10 WS-LYS-FILE         PIC X(24).
             10 WS-LYS-FROM         PIC 99.
             10 WS-LYS-TO           PIC 99.
             10 WS-LYS-CODE         PIC X(20).
       01 WS-LYV-STEP-COUNT     PIC 999 VALUE 5.
       01 WS-LYV-ARRAY.
          05 WS-LYV-ITEM OCCURS 200 TIMES.
             10 WS-LV-NAME          PIC X(24).
             10 WS-LV-VER           PIC 99.
       01 WS-LYV-TOTAL          PIC 999 VALUE 0.
       01 WS-LYV-IDX            PIC 999 VALUE 0.
       01 WS-LYV-J              PIC 999 VALUE 0.
       01 WS-LYV-HIT            PIC 999 VALUE 0.
       01 WS-LYV-STEP-IDX       PIC 999 VALUE 0.
       01 WS-LYV-NAME           PIC X(24) VALUE SPACES.
       01 WS-LYV-PARSE-VER      PIC X(04) VALUE SPACES.
       01 WS-LYV-BUILD-VER      PIC 99 VALUE 0.
       01 WS-LYV-FROM           PIC 99 VALUE 0.
       01 WS-LYV-TO             PIC 99 VALUE 0.
       01 WS-LYV-KNOWN          PIC X VALUE "N".
       01 WS-LYV-CHANGED        PIC X VALUE "N".
       01 WS-LYV-STEP-OK        PIC X VALUE "Y".
       01 WS-LYV-STEP-NAME      PIC X(20) VALUE SPACES.
       01 WS-LYV-RESULT         PIC X(15) VALUE SPACES.
       01 WS-LYV-NEWER          PIC 999 VALUE 0.
       01 WS-LYV-CMD            PIC X(80) VALUE SPACES.
       01 WS-LYV-DISP           PIC Z9.
       01 WS-LYV-DISP2          PIC Z9.

      *> Metrics history - metricshist.dat carries one row per run,
      *> date|time|KEY=count|..., the key counts followed by the
      *> record count of every file in WS-SNP-FIXED-VALUES
       01 WS-MTH-STAT           PIC XX.
       01 WS-TRD-STAT           PIC XX.
       01 WS-MTH-ROW            PIC X(3000) VALUE SPACES.
       01 WS-MTH-PARSE-ROW      PIC X(3000) VALUE SPACES.
       01 WS-MTH-WEEK-ROW       PIC X(3000) VALUE SPACES.
       01 WS-MTH-MONTH-ROW      PIC X(3000) VALUE SPACES.
       01 WS-MTH-EOF            PIC X VALUE "N".
          88 MTH-EOF-YES        VALUE "Y".
          88 MTH-EOF-NO         VALUE "N".
       01 WS-MTH-PTR            PIC 9(04) VALUE 1.
       01 WS-MTH-OUT-PTR        PIC 999 VALUE 1.
       01 WS-MTH-PAIR           PIC X(60) VALUE SPACES.
       01 WS-MTH-KEY            PIC X(24) VALUE SPACES.
       01 WS-MTH-PARSE-VAL      PIC X(12) VALUE SPACES.
       01 WS-MTH-VALUE          PIC 9(07) VALUE 0.
       01 WS-MTH-MODE           PIC X VALUE "N".
       01 WS-MTH-ACTIVE-DAYS    PIC 999 VALUE 30.
       01 WS-MTH-ACTIVE-CUTOFF  PIC 9(08) VALUE 0.
       01 WS-MTH-ACTIVE         PIC 9(07) VALUE 0.
       01 WS-MTH-POSTINGS       PIC 9(07) VALUE 0.
       01 WS-MTH-APPLICATIONS   PIC 9(07) VALUE 0.
       01 WS-MTH-OFFERS         PIC 9(07) VALUE 0.
       01 WS-MTH-MESSAGES       PIC 9(07) VALUE 0.
       01 WS-MTH-FILE-COUNTS.
          05 WS-MTH-FILE-CNT OCCURS 100 TIMES PIC 9(07).
       01 WS-MTH-ARRAY.
          05 WS-MTH-ITEM OCCURS 150 TIMES.
             10 WS-MT-KEY           PIC X(24).
             10 WS-MT-NOW           PIC 9(07).
             10 WS-MT-WEEK          PIC 9(07).
             10 WS-MT-WEEK-FOUND    PIC X.
             10 WS-MT-MONTH         PIC 9(07).
             10 WS-MT-MONTH-FOUND   PIC X.
       01 WS-MTH-TOTAL          PIC 999 VALUE 0.
       01 WS-MTH-IDX            PIC 999 VALUE 0.
       01 WS-MTH-I              PIC 999 VALUE 0.
       01 WS-MTH-J              PIC 999 VALUE 0.
       01 WS-MTH-HIT            PIC 999 VALUE 0.
       01 WS-MTH-ROW-DATE       PIC 9(08) VALUE 0.
       01 WS-MTH-WEEK-CUTOFF    PIC 9(08) VALUE 0.
       01 WS-MTH-MONTH-CUTOFF   PIC 9(08) VALUE 0.
       01 WS-MTH-WEEK-DATE      PIC 9(08) VALUE 0.
       01 WS-MTH-MONTH-DATE     PIC 9(08) VALUE 0.
       01 WS-MTH-BASE           PIC 9(07) VALUE 0.
       01 WS-MTH-LIMIT          PIC 9(03) VALUE 0.
       01 WS-MTH-PCT            PIC S9(07) VALUE 0.
       01 WS-MTH-ABS            PIC 9(07) VALUE 0.
       01 WS-MTH-OVER           PIC X VALUE "N".
       01 WS-MTH-WEEK-FLAG      PIC X VALUE "N".
       01 WS-MTH-MONTH-FLAG     PIC X VALUE "N".
       01 WS-MTH-FLAGGED        PIC 999 VALUE 0.
       01 WS-MTH-CHANGE-TEXT    PIC X(40) VALUE SPACES.
       01 WS-MTH-DISP           PIC Z(6)9.
       01 WS-MTH-DISP2          PIC Z(6)9.
       01 WS-MTH-PCT-DISP       PIC +(7)9.

      *> Salary benchmarks - every salary figure filed under each
      *> group it belongs to (overall, employer, location, title
      *> keyword, major); series P posted-range midpoint, X offer
      *> extended, A offer accepted
       01 WS-SBR-STAT           PIC XX.
       01 WS-SBM-GROUPS.
          05 WS-SBG-ITEM OCCURS 500 TIMES.
             10 WS-SG-DIM           PIC X.
             10 WS-SG-LABEL         PIC X(40).
       01 WS-SBG-TOTAL          PIC 999 VALUE 0.
       01 WS-SBM-OBSERVATIONS.
          05 WS-SBO-ITEM OCCURS 5000 TIMES.
             10 WS-SO-GROUP         PIC 999.
             10 WS-SO-SERIES        PIC X.
             10 WS-SO-VALUE         PIC 9(06).
       01 WS-SBO-TOTAL          PIC 9(04) VALUE 0.
       01 WS-SBM-VALUES.
          05 WS-SBM-VAL OCCURS 5000 TIMES PIC 9(06).
       01 WS-SBM-OVERFLOW       PIC X VALUE "N".
       01 WS-SBM-PROF-OPEN      PIC X VALUE "N".
       01 WS-SBM-JOBS-OPEN      PIC X VALUE "N".
       01 WS-SBM-IN-JOBS        PIC 9(07) VALUE 0.
       01 WS-SBM-IN-OFFERS      PIC 9(07) VALUE 0.
       01 WS-SBM-DIM            PIC X VALUE SPACE.
       01 WS-SBM-LABEL          PIC X(40) VALUE SPACES.
       01 WS-SBM-SERIES         PIC X VALUE SPACE.
       01 WS-SBM-SERIES-LABEL   PIC X(80) VALUE SPACES.
       01 WS-SBM-HEADING        PIC X(60) VALUE SPACES.
       01 WS-SBM-VALUE          PIC 9(06) VALUE 0.
       01 WS-SBM-TITLE          PIC X(40) VALUE SPACES.
       01 WS-SBM-EMP            PIC X(40) VALUE SPACES.
       01 WS-SBM-LOC            PIC X(40) VALUE SPACES.
       01 WS-SBM-MAJOR          PIC X(40) VALUE SPACES.
       01 WS-SBM-MY-MAJOR       PIC X(40) VALUE SPACES.
       01 WS-SBM-WORD           PIC X(40) VALUE SPACES.
       01 WS-SBM-WORD-SEEN      PIC X VALUE "N".
       01 WS-SBM-SEEN-WORDS.
          05 WS-SBM-SEEN-WORD OCCURS 10 TIMES PIC X(40).
       01 WS-SBM-PTR            PIC 999 VALUE 1.
       01 WS-SBM-GRP            PIC 999 VALUE 0.
       01 WS-SBM-I              PIC 9(04) VALUE 0.
       01 WS-SBM-J              PIC 9(04) VALUE 0.
       01 WS-SBM-K              PIC 9(04) VALUE 0.
       01 WS-SBM-N              PIC 9(04) VALUE 0.
       01 WS-SBM-TMP            PIC 9(06) VALUE 0.
       01 WS-SBM-LOW            PIC 9(06) VALUE 0.
       01 WS-SBM-MED            PIC 9(06) VALUE 0.
       01 WS-SBM-HIGH           PIC 9(06) VALUE 0.
       01 WS-SBM-SHOWN          PIC 999 VALUE 0.
       01 WS-SBM-SUPPRESSED     PIC 9(04) VALUE 0.
       01 WS-SBM-STATS-TEXT     PIC X(80) VALUE SPACES.
       01 WS-SBM-DISP           PIC Z(3)9.
       01 WS-SBM-SAL-DISP       PIC Z(5)9.
       01 WS-SBM-SAL-DISP2      PIC Z(5)9.
       01 WS-SBM-SAL-DISP3      PIC Z(5)9.

      *> Duplicate job postings - one row per posting with its
      *> employer/location folded to upper case and its title cut
      *> down to letters and digits, plus the merge work fields
       01 WS-TMPJV-STAT         PIC XX.
       01 WS-TMPFTR-STAT        PIC XX.
       01 WS-TMPTKR-STAT        PIC XX.
       01 WS-TMPAND-STAT        PIC XX.
       01 WS-DJP-ARRAY.
          05 WS-DJP-ITEM OCCURS 500 TIMES.
             10 WS-DP-ID            PIC 9(05).
             10 WS-DP-POSTER        PIC X(20).
             10 WS-DP-TITLE         PIC X(40).
             10 WS-DP-EMP           PIC X(40).
             10 WS-DP-LOC           PIC X(40).
             10 WS-DP-DATE          PIC 9(08).
             10 WS-DP-NORM          PIC X(40).
             10 WS-DP-NLEN          PIC 99.
       01 WS-DJP-TOTAL          PIC 999 VALUE 0.
       01 WS-DJP-I              PIC 999 VALUE 0.
       01 WS-DJP-J              PIC 999 VALUE 0.
       01 WS-DJP-K              PIC 999 VALUE 0.
       01 WS-DJP-C              PIC 99 VALUE 0.
       01 WS-DJP-R              PIC 99 VALUE 0.
       01 WS-DJP-COUNT          PIC 999 VALUE 0.
       01 WS-DJP-MATCH          PIC X VALUE "N".
       01 WS-DJP-WORK           PIC X(40) VALUE SPACES.
       01 WS-DJP-A              PIC X(40) VALUE SPACES.
       01 WS-DJP-B              PIC X(40) VALUE SPACES.
       01 WS-DJP-LA             PIC 99 VALUE 0.
       01 WS-DJP-LB             PIC 99 VALUE 0.
       01 WS-DJP-LIMIT          PIC 99 VALUE 0.
       01 WS-DJP-DIST           PIC 99 VALUE 0.
       01 WS-DJP-GAP            PIC S9(07) VALUE 0.
       01 WS-DJP-PREV-ROW.
          05 WS-DJP-PREV OCCURS 41 TIMES PIC 99.
       01 WS-DJP-CUR-ROW.
          05 WS-DJP-CUR OCCURS 41 TIMES PIC 99.
       01 WS-DJP-DISP           PIC ZZ9.
       01 WS-DJP-DISP2          PIC ZZ9.
       01 WS-DJM-SURVIVOR       PIC 9(05) VALUE 0.
       01 WS-DJM-DUP            PIC 9(05) VALUE 0.
       01 WS-DJM-TEAM-ONLY      PIC X VALUE "N".
       01 WS-DJM-SURV-TITLE     PIC X(40) VALUE SPACES.
       01 WS-DJM-SURV-EMP       PIC X(40) VALUE SPACES.
       01 WS-DJM-SURV-LOC       PIC X(40) VALUE SPACES.
       01 WS-DJM-DUP-TITLE      PIC X(40) VALUE SPACES.
       01 WS-DJM-DUP-POSTER     PIC X(20) VALUE SPACES.
       01 WS-DJM-USER           PIC X(20) VALUE SPACES.
       01 WS-DJM-ON-SURVIVOR    PIC X VALUE "N".
       01 WS-DJM-IDX            PIC 999 VALUE 0.
       01 WS-DJM-CHANGED        PIC 999 VALUE 0.
       01 WS-DJM-APPS-MOVED     PIC 999 VALUE 0.
       01 WS-DJM-APPS-DROPPED   PIC 999 VALUE 0.
       01 WS-DJM-ROWS-MOVED     PIC 999 VALUE 0.
       01 WS-DJM-REST           PIC X(128) VALUE SPACES.
       01 WS-DJM-DROP-USERS.
          05 WS-DJM-DROP-USER OCCURS 500 TIMES PIC X(20).
       01 WS-DJM-DROP-TOTAL     PIC 999 VALUE 0.

      *> Username changes - the renames.dat journal and the work
      *> fields for the cascade and the old-name redirect
       01 WS-REN-STAT           PIC XX.
       01 WS-REN-EOF            PIC X VALUE "N".
          88 REN-EOF-YES        VALUE "Y".
          88 REN-EOF-NO         VALUE "N".
       01 WS-REN-ARRAY.
          05 WS-REN-ITEM OCCURS 500 TIMES.
             10 WS-RN-OLD           PIC X(20).
             10 WS-RN-NEW           PIC X(20).
             10 WS-RN-DATE          PIC 9(08).
             10 WS-RN-STATUS        PIC X(08).
       01 WS-REN-TOTAL          PIC 999 VALUE 0.
       01 WS-REN-I              PIC 999 VALUE 0.
       01 WS-REN-J              PIC 999 VALUE 0.
       01 WS-REN-ROW            PIC 999 VALUE 0.
       01 WS-REN-HOP            PIC 99 VALUE 0.
       01 WS-REN-ROW-LINE       PIC X(80) VALUE SPACES.
       01 WS-REN-DATE-X         PIC X(10) VALUE SPACES.
       01 WS-REN-DATE           PIC 9(08) VALUE 0.
       01 WS-REN-AGE            PIC S9(07) VALUE 0.
       01 WS-REN-IN-WINDOW      PIC X VALUE "N".
       01 WS-REN-NEW-NAME       PIC X(20) VALUE SPACES.
       01 WS-REN-LOOKUP         PIC X(20) VALUE SPACES.
       01 WS-REN-TARGET         PIC X(20) VALUE SPACES.
       01 WS-REN-HIT            PIC X VALUE "N".
       01 WS-REN-STEP           PIC X VALUE "N".
       01 WS-REN-ACCT-FOUND     PIC X VALUE "N".
       01 WS-REN-CHANGED        PIC X VALUE "N".
       01 WS-REN-SWAPPED        PIC X VALUE "N".
       01 WS-REN-BAD            PIC 99 VALUE 0.
       01 WS-REN-LEN            PIC 99 VALUE 0.
       01 WS-REN-DISP           PIC ZZ9.
       01 WS-REN-FIELD-NO       PIC 9 VALUE 0.
       01 WS-REN-PTR            PIC 9(04) VALUE 0.
       01 WS-REN-OUT-PTR        PIC 9(04) VALUE 0.
       01 WS-REN-LEAD           PIC X(20) VALUE SPACES.
       01 WS-REN-FIELD          PIC X(20) VALUE SPACES.
       01 WS-REN-LINE           PIC X(2200) VALUE SPACES.
       01 WS-REN-NEW-LINE       PIC X(2200) VALUE SPACES.

      *> Sorted-pass report work fields - control-break holders for
      *> the sort keys, the running group count, and the label/count
      *> pair used for each report's closing input record counts.
       01 WS-SRT-EOF                  PIC X VALUE "N".
          88 SRT-EOF-YES              VALUE "Y".
          88 SRT-EOF-NO               VALUE "N".
       01 WS-SRT-PREV1                PIC X(60) VALUE SPACES.
       01 WS-SRT-PREV2                PIC X(60) VALUE SPACES.
       01 WS-SRT-PREV3                PIC X(60) VALUE SPACES.
       01 WS-SRT-GROUP-N              PIC 9(07) VALUE 0.
       01 WS-SRT-LABEL                PIC X(40) VALUE SPACES.
       01 WS-SRT-COUNT                PIC 9(07) VALUE 0.
       01 WS-SRT-COUNT-DISP           PIC ZZZZZZ9.

      *> De-identified research extract - each account's research
      *> ID (dealt out in random order every run), the profile
      *> fields the research office may see, and how many accounts
      *> share that account's type/university/major/graduation band.
       01 WS-RSX-FILENAME             PIC X(30) VALUE SPACES.
       01 WS-RSX-STAT                 PIC XX.
       01 WS-RSX-OPEN                 PIC X VALUE "N".
       01 WS-RSX-TABLE.
          05 WS-RSX-ENTRY OCCURS 500 TIMES.
             10 WS-RSX-ORDER          PIC 9(05).
             10 WS-RSX-PID            PIC 9(05).
             10 WS-RSX-UPPER          PIC X(20).
             10 WS-RSX-HAS-PROFILE    PIC X.
             10 WS-RSX-UNIV           PIC X(40).
             10 WS-RSX-MAJOR          PIC X(40).
             10 WS-RSX-PERIOD         PIC X(09).
             10 WS-RSX-KEY            PIC X(100).
             10 WS-RSX-CELL           PIC 9(05).
       01 WS-RSX-I                    PIC 9(05) VALUE 0.
       01 WS-RSX-J                    PIC 9(05) VALUE 0.
       01 WS-RSX-IDX                  PIC 9(05) VALUE 0.
       01 WS-RSX-SWAP                 PIC 9(05) VALUE 0.
       01 WS-RSX-SEED                 PIC 9(08) VALUE 0.
       01 WS-RSX-RAND                 PIC V9(09) VALUE 0.
       01 WS-RSX-USER                 PIC X(20) VALUE SPACES.
       01 WS-RSX-ID                   PIC X(06) VALUE SPACES.
       01 WS-RSX-ID2                  PIC X(06) VALUE SPACES.
       01 WS-RSX-PID-DISP             PIC 9(05).
       01 WS-RSX-YEAR                 PIC 9(04) VALUE 0.
       01 WS-RSX-YEAR-END             PIC 9(04) VALUE 0.
       01 WS-RSX-DATE                 PIC 9(08) VALUE 0.
       01 WS-RSX-DATE-X               PIC X(08).
       01 WS-RSX-MONTH                PIC X(07) VALUE SPACES.
       01 WS-RSX-SALARY               PIC 9(07) VALUE 0.
       01 WS-RSX-SALARY-DISP          PIC Z(06)9.
       01 WS-RSX-SALARY-X             PIC X(07) VALUE SPACES.
       01 WS-RSX-LINE                 PIC X(120) VALUE SPACES.
       01 WS-RSX-PROFILES-READ        PIC 9(07) VALUE 0.
       01 WS-RSX-SKIPPED              PIC 9(07) VALUE 0.
       01 WS-RSX-WITHHELD             PIC 9(07) VALUE 0.
       01 WS-RSX-ROWS-WITHHELD        PIC 9(07) VALUE 0.
      *> Research extract - how many application or offer rows share
      *> each combination of released job fields, for the small-cell
      *> check. A combination that does not fit is treated as small.
       01 WS-RSX-CELLS.
          05 WS-RSX-CK OCCURS 2000 TIMES.
             10 WS-RSX-CK-KEY         PIC X(100).
             10 WS-RSX-CK-N           PIC 9(05).
       01 WS-RSX-CK-TOTAL             PIC 9(04) VALUE 0.
       01 WS-RSX-CK-IDX               PIC 9(04) VALUE 0.
       01 WS-RSX-CELL-KEY             PIC X(100) VALUE SPACES.
       01 WS-RSX-CELL-N               PIC 9(05) VALUE 0.

      *> Job-board syndication - both sides of the jobs.dat /
      *> syndicated.dat merge and the run's counts.
       01 WS-FEED-STAT                PIC XX.
       01 WS-SYN-STAT                 PIC XX.
       01 WS-TMPSYN-STAT              PIC XX.
       01 WS-SYN-JOBS-OPEN            PIC X VALUE "N".
       01 WS-SYN-STATE-OPEN           PIC X VALUE "N".
       01 WS-SYN-TMP-OPEN             PIC X VALUE "N".
       01 WS-SYN-JOB-KEY              PIC X(05) VALUE SPACES.
       01 WS-SYN-STATE-KEY            PIC X(05) VALUE SPACES.
       01 WS-SYN-STATE-EXP            PIC 9(08) VALUE 0.
       01 WS-SYN-WD-ID                PIC X(05) VALUE SPACES.
       01 WS-SYN-LINE                 PIC X(64) VALUE SPACES.
       01 WS-SYN-PARSE-ID-X           PIC X(05).
       01 WS-SYN-PARSE-EXP-X          PIC X(10).
       01 WS-SYN-LIVE                 PIC X VALUE "N".
       01 WS-SYN-REASON               PIC X(10) VALUE SPACES.
       01 WS-SYN-I                    PIC 99 VALUE 0.
       01 WS-SYN-POSTED               PIC 9(07) VALUE 0.
       01 WS-SYN-WITHDRAWN            PIC 9(07) VALUE 0.
       01 WS-SYN-JOBS-READ            PIC 9(07) VALUE 0.
       01 WS-SYN-STATE-READ           PIC 9(07) VALUE 0.

       *> Per-user contact email - contacts.dat carries
       *> username|email|verified|code|delivery|returned|
       *> lastmailed|lastdigest|returnreason. verified and returned
       *> are Y/N, code is the six-digit code mailed to the address
       *> until it is verified, delivery is I(mmediate), D(aily
       *> digest) or N(ever), lastmailed is the timestamp of the
       *> newest notification already handed to the mail relay and
       *> lastdigest the date of the last daily digest. Users
       *> without a row get no mail.
       01 WS-CTC-STAT                 PIC XX.
       01 WS-CTC-SAVED                PIC X VALUE "N".
       01 WS-CTC-LINE                 PIC X(256) VALUE SPACES.
       01 WS-CTC-EOF                  PIC X VALUE "N".
          88 CTC-EOF-YES              VALUE "Y".
          88 CTC-EOF-NO               VALUE "N".
       01 WS-CTC-ARRAY.
          05 WS-CTC-ITEM OCCURS 500 TIMES.
             10 WS-CE-USER            PIC X(20).
             10 WS-CE-EMAIL           PIC X(60).
             10 WS-CE-VERIFIED        PIC X(01).
             10 WS-CE-CODE            PIC X(06).
             10 WS-CE-DELIVERY        PIC X(01).
             10 WS-CE-BOUNCED         PIC X(01).
             10 WS-CE-LASTMAILED      PIC X(20).
             10 WS-CE-LASTDIGEST      PIC X(10).
             10 WS-CE-REASON          PIC X(40).
             *> Working fields for one outbound mail run.
             10 WS-CE-NEWMARK         PIC X(20).
             10 WS-CE-PENDING         PIC 9(05).
             10 WS-CE-LATEST          PIC X(120).
       01 WS-CTC-TOTAL                PIC 999 VALUE 0.
       01 WS-CTC-IDX                  PIC 999 VALUE 0.
       01 WS-CTC-FOUND                PIC 999 VALUE 0.
       01 WS-CTC-TARGET               PIC X(20) VALUE SPACES.
       01 WS-CTC-EMAIL-IN             PIC X(60) VALUE SPACES.
       01 WS-CTC-LOCAL                PIC X(60) VALUE SPACES.
       01 WS-CTC-DOMAIN               PIC X(60) VALUE SPACES.
       01 WS-CTC-TALLY                PIC 999 VALUE 0.
       01 WS-CTC-VALID                PIC X VALUE "N".
       01 WS-CTC-CHOICE               PIC X(01) VALUE SPACES.
       01 WS-CTC-SEED                 PIC 9(08) VALUE 0.
       01 WS-CTC-RAND                 PIC V9(09) VALUE 0.
       01 WS-CTC-CODE-NUM             PIC 9(06) VALUE 0.

      *> Outbound mail - one queued|to|username|kind|subject|body
      *> row per message in mailout.dat, and the relay's
      *> email|reason|date returned-mail rows.
       01 WS-MAIL-STAT                PIC XX.
       01 WS-MRET-STAT                PIC XX.
       01 WS-MAIL-OPEN                PIC X VALUE "N".
       01 WS-MAIL-LINE                PIC X(512) VALUE SPACES.
       01 WS-MAIL-TO                  PIC X(60) VALUE SPACES.
       01 WS-MAIL-USER                PIC X(20) VALUE SPACES.
       01 WS-MAIL-KIND                PIC X(06) VALUE SPACES.
       01 WS-MAIL-SUBJECT             PIC X(80) VALUE SPACES.
       01 WS-MAIL-BODY                PIC X(300) VALUE SPACES.
       01 WS-MAIL-TODAY               PIC X(10) VALUE SPACES.
       01 WS-MAIL-COUNT-DISP          PIC ZZZZ9.
       01 WS-MAIL-NOTIFS-READ         PIC 9(07) VALUE 0.
       01 WS-MAIL-RETURNS-READ        PIC 9(07) VALUE 0.
       01 WS-MAIL-BOUNCED             PIC 9(07) VALUE 0.
       01 WS-MAIL-SENT                PIC 9(07) VALUE 0.
       01 WS-MAIL-DIGESTS             PIC 9(07) VALUE 0.
       01 WS-MAIL-SUPPRESSED          PIC 9(07) VALUE 0.
       01 WS-MAIL-DEFERRED            PIC 9(07) VALUE 0.
       01 WS-MRET-LINE                PIC X(256) VALUE SPACES.
       01 WS-MRET-EMAIL               PIC X(60) VALUE SPACES.
       01 WS-MRET-REASON              PIC X(40) VALUE SPACES.
       01 WS-MRET-DATE                PIC X(10) VALUE SPACES.
       01 WS-MRET-EOF                 PIC X VALUE "N".
          88 MRET-EOF-YES             VALUE "Y".
          88 MRET-EOF-NO              VALUE "N".

      *> Feature usage - the menu options counted (menu, option
      *> as typed, label), their totals for a reporting period,
      *> and this run's selections until they are appended to
      *> usage.dat as date|menu|option|type|username|count.
       01 WS-USG-CAT-VALUES.
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   1 Create/Edit My Profile".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   2 View My Profile".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   3 Search for User".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   4 Connection Requests".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   5 Learn a New Skill".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   6 View My Network".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   7 Go Back".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   8 Job Search/Internship".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   9 Messages".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   10Change My Password".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   11Who Viewed My Profile".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   12Export My Resume".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   13Admin Console".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   14Deactivate My Account".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   15My Notifications".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   16Manage Blocked Users".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   17Groups".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   18Career Events".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   19Mentorship Program".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   20My Recommendations".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   21Skills Gap Report".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   22Privacy Settings".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   23Export My Data".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   24Contact Support".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   25Export My Calendar".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   26Internship Hours".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   27Advisor Caseload".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   28Change My Username".
          05 FILLER PIC X(50) VALUE "AFTER-LOGIN   29Email Contact & Mail Delivery".
          05 FILLER PIC X(50) VALUE "JOB-SEARCH    1 Post a Job/Internship".
          05 FILLER PIC X(50) VALUE "JOB-SEARCH    2 Browse Jobs/Internships".
          05 FILLER PIC X(50) VALUE "JOB-SEARCH    3 View My Applications".
          05 FILLER PIC X(50) VALUE "JOB-SEARCH    4 Manage My Postings".
          05 FILLER PIC X(50) VALUE "JOB-SEARCH    5 Review Applicants to My Postings".
          05 FILLER PIC X(50) VALUE "JOB-SEARCH    6 View Saved Jobs".
          05 FILLER PIC X(50) VALUE "JOB-SEARCH    7 Recommended for You".
          05 FILLER PIC X(50) VALUE "JOB-SEARCH    8 Back to Main Menu".
          05 FILLER PIC X(50) VALUE "JOB-SEARCH    9 Source Candidates".
          05 FILLER PIC X(50) VALUE "JOB-SEARCH    10Referrals".
          05 FILLER PIC X(50) VALUE "JOB-SEARCH    11Employer Directory".
          05 FILLER PIC X(50) VALUE "JOB-SEARCH    12Saved Searches".
          05 FILLER PIC X(50) VALUE "JOB-SEARCH    13Talent Pools".
          05 FILLER PIC X(50) VALUE "EVENTS        1 Create an Event".
          05 FILLER PIC X(50) VALUE "EVENTS        2 Browse Upcoming Events / RSVP".
          05 FILLER PIC X(50) VALUE "EVENTS        3 View Attendees for My Event".
          05 FILLER PIC X(50) VALUE "EVENTS        4 Back to Main Menu".
          05 FILLER PIC X(50) VALUE "EVENTS        5 Attendance Report".
          05 FILLER PIC X(50) VALUE "EVENTS        6 Event Feedback Surveys".
          05 FILLER PIC X(50) VALUE "EVENTS        7 Event Feedback Report".
          05 FILLER PIC X(50) VALUE "GROUPS        1 Create a Group".
          05 FILLER PIC X(50) VALUE "GROUPS        2 Browse/Join Groups".
          05 FILLER PIC X(50) VALUE "GROUPS        3 View a Group".
          05 FILLER PIC X(50) VALUE "GROUPS        4 Back to Main Menu".
          05 FILLER PIC X(50) VALUE "MESSAGES      1 Send a New Message".
          05 FILLER PIC X(50) VALUE "MESSAGES      2 View My Messages".
          05 FILLER PIC X(50) VALUE "MESSAGES      3 Back to Main Menu".
          05 FILLER PIC X(50) VALUE "MESSAGES      4 View Archived Messages".
          05 FILLER PIC X(50) VALUE "MESSAGES      5 Open a Job Shared With Me".
          05 FILLER PIC X(50) VALUE "MESSAGES      6 Search My Messages".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 1 Unlock an Account".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 2 Reset an Account Password".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 3 Deactivate an Account".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 4 View Audit Trail".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 5 Review Pending Job Postings".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 6 Account Details".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 7 Dormant Accounts Report".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 8 Grant Administrator Type".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 9 Back to Main Menu".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 10Remove a Company Review".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 11Post Platform Announcement".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 12Approve Pending Admin Actions".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 13Export a User's Data".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 14Duplicate Accounts Report".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 15Merge Duplicate Accounts".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 16Review Abuse Reports".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 17Send-Limit Repeat Offenders".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 18View Security Exceptions".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 19Support Ticket Queue".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 20Support Ticket Aging Report".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 21Employer Posting Credits".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 22Legal Holds".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 23Banned Terms".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 24Career Advisor Caseloads".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 25Event Feedback Summary".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 26Duplicate Job Postings Report".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 27Merge Duplicate Job Postings".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 28Administrator Campus Scope".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 29Placement Outcomes Report".
          05 FILLER PIC X(50) VALUE "ADMIN-CONSOLE 30University/Major Reference Tables".
       01 FILLER REDEFINES WS-USG-CAT-VALUES.
          05 WS-USG-CAT-ITEM OCCURS 89 TIMES.
             10 WS-UC-MENU            PIC X(14).
             10 WS-UC-OPT             PIC X(02).
             10 WS-UC-LABEL           PIC X(34).
       01 WS-USG-CAT-COUNT            PIC 999 VALUE 89.
       01 WS-USG-TOTALS.
          05 WS-USG-TOT-ITEM OCCURS 89 TIMES.
             10 WS-UC-USES            PIC 9(07).
             10 WS-UC-USERS           PIC 9(07).
             10 WS-UC-USES-S          PIC 9(07).
             10 WS-UC-USES-R          PIC 9(07).
             10 WS-UC-USES-A          PIC 9(07).
             10 WS-UC-USES-V          PIC 9(07).
       01 WS-USG-RUN.
          05 WS-USG-RUN-ITEM OCCURS 200 TIMES.
             10 WS-UR-MENU            PIC X(14).
             10 WS-UR-OPT             PIC X(02).
             10 WS-UR-TYPE            PIC X(01).
             10 WS-UR-USER            PIC X(20).
             10 WS-UR-COUNT           PIC 9(05).
       01 WS-USG-RUN-TOTAL            PIC 999 VALUE 0.
       01 WS-USG-STAT                 PIC XX.
       01 WS-TMPUSG-STAT              PIC XX.
       01 WS-USR-STAT                 PIC XX.
       01 WS-USG-EOF                  PIC X VALUE "N".
          88 USG-EOF-YES              VALUE "Y".
          88 USG-EOF-NO               VALUE "N".
       01 WS-USG-OPEN                 PIC X VALUE "N".
       01 WS-USG-LINE                 PIC X(128) VALUE SPACES.
       01 WS-USG-MENU                 PIC X(14) VALUE SPACES.
       01 WS-USG-TYPE                 PIC X(01) VALUE SPACES.
       01 WS-USG-TYPE-USER            PIC X(20) VALUE SPACES.
       01 WS-USG-I                    PIC 999 VALUE 0.
       01 WS-USG-C                    PIC 999 VALUE 0.
       01 WS-USG-CAT-HIT              PIC 999 VALUE 0.
       01 WS-USG-KEY-NUM              PIC 9(03) VALUE 0.
       01 WS-USG-USES-KEY             PIC 9(07) VALUE 0.
       01 WS-USG-P-DATE               PIC X(08).
       01 WS-USG-P-MENU               PIC X(14).
       01 WS-USG-P-OPT                PIC X(02).
       01 WS-USG-P-TYPE               PIC X(01).
       01 WS-USG-P-USER               PIC X(20).
       01 WS-USG-P-COUNT              PIC X(07).
       01 WS-USG-ROW-DATE             PIC 9(08) VALUE 0.
       01 WS-USG-FROM-DATE            PIC 9(08) VALUE 0.
       01 WS-USG-TO-DATE              PIC 9(08) VALUE 0.
       01 WS-USG-MONTH                PIC 9(06) VALUE 0.
       01 WS-USG-MONTH-X              PIC X(06) VALUE SPACES.
       01 WS-USG-ROWS-READ            PIC 9(07) VALUE 0.
       01 WS-USG-TOTAL-USES           PIC 9(07) VALUE 0.
       01 WS-USG-UNUSED               PIC 999 VALUE 0.
       01 WS-USG-RANK                 PIC 999 VALUE 0.
       01 WS-USG-CHANGED              PIC 9(07) VALUE 0.
       01 WS-USG-OLD-USER             PIC X(20) VALUE SPACES.
       01 WS-USG-NEW-USER             PIC X(20) VALUE SPACES.
       01 WS-USG-COUNT-DISP           PIC ZZZZ9.
       01 WS-USG-RANK-DISP            PIC ZZ9.
       01 WS-USG-USERS-DISP           PIC ZZZZZZ9.
       01 WS-USG-USES-DISP            PIC ZZZZZZ9.
       01 WS-USG-S-DISP               PIC ZZZZZZ9.
       01 WS-USG-R-DISP               PIC ZZZZZZ9.
       01 WS-USG-A-DISP               PIC ZZZZZZ9.
       01 WS-USG-V-DISP               PIC ZZZZZZ9.

      *> Administrator campus scope - adminscope.dat carries one
      *> admin-username|university row per campus an administrator
      *> may act on; university "*" marks a platform super-admin
      *> with unrestricted access. Until the first super-admin is
      *> designated every administrator keeps unrestricted access.
       01 WS-ASC-STAT                 PIC XX.
       01 WS-ASC-LINE                 PIC X(128) VALUE SPACES.
       01 WS-ASC-EOF                  PIC X VALUE "N".
          88 ASC-EOF-YES              VALUE "Y".
          88 ASC-EOF-NO               VALUE "N".
       01 WS-ASC-ARRAY.
          05 WS-ASC-ITEM OCCURS 500 TIMES.
             10 WS-ASC-ADMIN          PIC X(20).
             10 WS-ASC-UNIV           PIC X(40).
       01 WS-ASC-TOTAL                PIC 999 VALUE 0.
       01 WS-ASC-IDX                  PIC 999 VALUE 0.
       01 WS-ASC-J                    PIC 999 VALUE 0.
       01 WS-ASC-FOUND                PIC 999 VALUE 0.
       01 WS-ASC-LISTED               PIC 999 VALUE 0.
       01 WS-ASC-HAS-SUPER            PIC X VALUE "N".
       *> "Y" while a campus-limited administrator is in the
       *> admin console.
       01 WS-ASC-SCOPED               PIC X VALUE "N".
          88 ASC-SCOPED-YES           VALUE "Y".
          88 ASC-SCOPED-NO            VALUE "N".
       01 WS-ASC-OPTION               PIC X(02) VALUE SPACES.
       01 WS-ASC-ADMIN-IN             PIC X(20) VALUE SPACES.
       01 WS-ASC-UNIV-IN              PIC X(40) VALUE SPACES.
       01 WS-ASC-UNIV-NEW             PIC X(40) VALUE SPACES.
       01 WS-ASC-CHK-USER             PIC X(20) VALUE SPACES.
       01 WS-ASC-CHK-UNIV             PIC X(40) VALUE SPACES.
       01 WS-ASC-OK                   PIC X VALUE "Y".

      *> University and major reference tables - universities.dat
      *> and majors.dat carry code|official name|aliases rows, the
      *> aliases separated by ";". A code, official name or alias
      *> (any case) entered on a profile, imported or found by the
      *> normalization batch is stored as the official name.
       01 WS-UNV-STAT                 PIC XX.
       01 WS-MAJ-STAT                 PIC XX.
       01 WS-RFT-STAT                 PIC XX.
       01 WS-RFT-FILE-NAME            PIC X(24) VALUE SPACES.
       01 WS-RFT-LINE                 PIC X(300) VALUE SPACES.
       01 WS-RFT-EOF                  PIC X VALUE "N".
          88 RFT-EOF-YES              VALUE "Y".
          88 RFT-EOF-NO               VALUE "N".
       01 WS-RFT-ARRAY.
          05 WS-RFT-ITEM OCCURS 600 TIMES.
             10 WS-RF-KIND            PIC X(01).
             10 WS-RF-CODE            PIC X(10).
             10 WS-RF-NAME            PIC X(40).
             10 WS-RF-ALIASES         PIC X(200).
       01 WS-RFT-TOTAL                PIC 999 VALUE 0.
       01 WS-RFT-IDX                  PIC 999 VALUE 0.
       01 WS-RFT-HIT                  PIC 999 VALUE 0.
       01 WS-RFT-TARGET               PIC 999 VALUE 0.
       01 WS-RFT-KIND-COUNT           PIC 999 VALUE 0.
       01 WS-RFT-KIND                 PIC X(01) VALUE SPACES.
       01 WS-RFT-INPUT                PIC X(40) VALUE SPACES.
       01 WS-RFT-KEY                  PIC X(40) VALUE SPACES.
       01 WS-RFT-RESULT               PIC X(40) VALUE SPACES.
       01 WS-RFT-ALIAS                PIC X(40) VALUE SPACES.
       01 WS-RFT-ALIAS-LIST           PIC X(200) VALUE SPACES.
       01 WS-RFT-PTR                  PIC 999 VALUE 0.
       01 WS-RFT-OUT-PTR              PIC 999 VALUE 0.
       01 WS-RFT-PROMPT               PIC X(60) VALUE SPACES.
       01 WS-RFT-LAST-MISS            PIC X(40) VALUE SPACES.
       01 WS-RFT-DONE                 PIC X VALUE "N".
       01 WS-RFT-CODE-IN              PIC X(10) VALUE SPACES.
       01 WS-RFT-NAME-IN              PIC X(40) VALUE SPACES.

      *> Profile name normalization batch.
       01 WS-NRM-STAT                 PIC XX.
       01 WS-NRM-PASS                 PIC X VALUE "U".
          88 NRM-PASS-UNIV            VALUE "U".
          88 NRM-PASS-MAJOR           VALUE "M".
       01 WS-NRM-IN-PROF              PIC 9(07) VALUE 0.
       01 WS-NRM-UNIV-MATCHED         PIC 9(07) VALUE 0.
       01 WS-NRM-MAJOR-MATCHED        PIC 9(07) VALUE 0.
       01 WS-NRM-REWRITTEN            PIC 9(07) VALUE 0.
       01 WS-NRM-GROUPS               PIC 9(07) VALUE 0.
       01 WS-NRM-SEQ                  PIC 9(07) VALUE 0.
       01 WS-NRM-COUNT-DISP           PIC Z(6)9.
       01 WS-NRM-F-LEAD               PIC X(40) VALUE SPACES.
       01 WS-NRM-F-UNIV               PIC X(40) VALUE SPACES.
       01 WS-NRM-F-MAJOR              PIC X(40) VALUE SPACES.
       01 WS-NRM-NEW-UNIV             PIC X(40) VALUE SPACES.
       01 WS-NRM-NEW-MAJOR            PIC X(40) VALUE SPACES.
       01 WS-NRM-PTR                  PIC 9(04) VALUE 0.
       01 WS-NRM-OUT-PTR              PIC 9(04) VALUE 0.
       01 WS-NRM-LEAD-END             PIC 9(04) VALUE 0.
       01 WS-NRM-NEW-LINE             PIC X(2200) VALUE SPACES.
       01 WS-NRM-CHANGED              PIC X VALUE "N".
       01 WS-NRM-HELD-VALUE           PIC X(40) VALUE SPACES.
       01 WS-NRM-HELD-USER            PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INIT-FILES
           PERFORM LOAD-ACCOUNTS-FROM-FILE
           PERFORM RESUME-PENDING-RENAMES
           PERFORM LOAD-CONNECTIONS-FROM-FILE

           PERFORM UNTIL (EXIT-YES AND NAV-MAIN-NO) OR EOF-YES
           *> the compiled defaults when config.dat is absent.
           PERFORM LOAD-CONFIG-FILE

           *> Settle the business date this run works as of.
           PERFORM SET-PROCESSING-DATE

           *> Warn the operator when earlier failed saves are still
           *> waiting in the write-failure spool.
           PERFORM CHECK-SPOOL-AT-STARTUP
                   WS-OUT-STAT
               STOP RUN
           END-IF

           *> Stop here if any data file was written by a newer
           *> release than this one.
           PERFORM CHECK-LAYOUT-VERSIONS
           
           OPEN INPUT ACCT-FILE
               IF WS-ACCT-STAT = "00"
                  END-IF
               END-IF

           *> Upgrade any data file still at an older record layout
           *> before anything reads it.
           PERFORM RUN-LAYOUT-MIGRATIONS

           PERFORM SETUP-PROFILES-FILE

           PERFORM SETUP-JOBS-FILE
                       CLOSE PROFILES-FILE
                   END-IF
               WHEN OTHER
                   *> The conversion to indexed organization is a
                   *> layout-version step run by RUN-LAYOUT-MIGRATIONS;
                   *> a file that still will not open keyed is reported.
                   IF DRY-RUN-NO
                       DISPLAY "ERROR: Cannot open profiles.dat as a keyed file. Status="
                           PROFILES-STATUS
                   END-IF
           END-EVALUATE.

      *>---------------------------------------------
                       CLOSE JOBS-FILE
                   END-IF
               WHEN OTHER
                   *> The conversion to indexed organization is a
                   *> layout-version step run by RUN-LAYOUT-MIGRATIONS;
                   *> a file that still will not open keyed is reported.
                   IF DRY-RUN-NO
                       DISPLAY "ERROR: Cannot open jobs.dat as a keyed file. Status="
                           WS-JOBS-STAT
                   END-IF
           END-EVALUATE.

      *>---------------------------------------------
                       CLOSE APPS-FILE
                   END-IF
               WHEN OTHER
                   IF DRY-RUN-NO
                       DISPLAY "ERROR: Cannot open applications.dat as a keyed file. Status="
                           WS-APPS-STAT
                   END-IF
           END-EVALUATE.

      *>---------------------------------------------
           DISPLAY "applications.dat converted to indexed organization "
               "(previous file kept as applications-seq.dat)".

      *>---------------------------------------------
      *> CHECK-LAYOUT-VERSIONS
      *> Purpose: Read the record-layout version of
      *>          every data file from layoutver.dat.
      *>          A file with no entry yet is given its
      *>          starting version - 1 when it already
      *>          holds data from before the control
      *>          file existed, this build's version
      *>          when it has not been created yet. Any
      *>          file at a version newer than this
      *>          build understands stops the run before
      *>          anything is written.
      *> Called:  From INIT-FILES and after a snapshot
      *>          restore.
      *>---------------------------------------------
       CHECK-LAYOUT-VERSIONS.
           PERFORM LOAD-LYV-ARRAY
           MOVE "N" TO WS-LYV-CHANGED

           *> Every data file the program owns must have an entry.
           PERFORM VARYING WS-SNP-I FROM 1 BY 1
               UNTIL WS-SNP-I > WS-SNP-FIXED-COUNT
               MOVE WS-SNP-FIXED-NAME(WS-SNP-I) TO WS-LYV-NAME
               PERFORM FIND-LYV-ROW
               IF WS-LYV-HIT = 0 AND WS-LYV-TOTAL < 200
                   PERFORM FIND-LYV-BUILD-VERSION
                   ADD 1 TO WS-LYV-TOTAL
                   MOVE WS-LYV-NAME TO WS-LV-NAME(WS-LYV-TOTAL)
                   MOVE SPACES TO WS-LYV-CMD
                   STRING
                       "test -f " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LYV-NAME) DELIMITED BY SIZE
                       INTO WS-LYV-CMD
                   END-STRING
                   CALL "SYSTEM" USING WS-LYV-CMD
                   END-CALL
                   IF RETURN-CODE = 0
                       MOVE 1 TO WS-LV-VER(WS-LYV-TOTAL)
                   ELSE
                       MOVE WS-LYV-BUILD-VER TO WS-LV-VER(WS-LYV-TOTAL)
                   END-IF
                   MOVE "Y" TO WS-LYV-CHANGED
               END-IF
           END-PERFORM

           *> Refuse data written by a newer release - an older
           *> program rewriting it would silently drop what it does
           *> not understand.
           MOVE 0 TO WS-LYV-NEWER
           PERFORM VARYING WS-LYV-IDX FROM 1 BY 1
               UNTIL WS-LYV-IDX > WS-LYV-TOTAL
               MOVE WS-LV-NAME(WS-LYV-IDX) TO WS-LYV-NAME
               PERFORM FIND-LYV-BUILD-VERSION
               IF WS-LYV-KNOWN = "N"
                   DISPLAY "NOTE: layoutver.dat lists "
                       FUNCTION TRIM(WS-LYV-NAME)
                       ", which this program does not use - left as is."
               ELSE
                   IF WS-LV-VER(WS-LYV-IDX) > WS-LYV-BUILD-VER
                       ADD 1 TO WS-LYV-NEWER
                       MOVE WS-LV-VER(WS-LYV-IDX) TO WS-LYV-DISP
                       MOVE WS-LYV-BUILD-VER TO WS-LYV-DISP2
                       DISPLAY "ERROR: " FUNCTION TRIM(WS-LYV-NAME)
                           " is at layout version "
                           FUNCTION TRIM(WS-LYV-DISP)
                           "; this program understands up to version "
                           FUNCTION TRIM(WS-LYV-DISP2) "."
                       MOVE WS-LV-VER(WS-LYV-IDX) TO WS-LYV-FROM
                       MOVE WS-LYV-BUILD-VER TO WS-LYV-TO
                       MOVE "VERSION-CHECK" TO WS-LYV-STEP-NAME
                       MOVE "REFUSED" TO WS-LYV-RESULT
                       PERFORM WRITE-LYV-LOG
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LYV-NEWER > 0
               DISPLAY "Run stopped - the data was written by a newer "
                   "release of InCollege. Run that release, or restore "
                   "a snapshot taken before the upgrade."
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

      *>---------------------------------------------
      *> RUN-LAYOUT-MIGRATIONS
      *> Purpose: Bring every data file below this
      *>          build's layout version up to date by
      *>          running the migration chain in order,
      *>          one version at a time. Each step is
      *>          logged to layoutlog.dat and stamped in
      *>          layoutver.dat as soon as it completes,
      *>          so a run cut short resumes at the next
      *>          step. A failed step stops the run.
      *> Called:  From INIT-FILES, once accounts.dat is
      *>          open and before the keyed files are
      *>          set up, and after a snapshot restore.
      *>---------------------------------------------
       RUN-LAYOUT-MIGRATIONS.
           PERFORM VARYING WS-LYV-IDX FROM 1 BY 1
               UNTIL WS-LYV-IDX > WS-LYV-TOTAL
               MOVE WS-LV-NAME(WS-LYV-IDX) TO WS-LYV-NAME
               PERFORM FIND-LYV-BUILD-VERSION
               IF WS-LYV-KNOWN = "Y"
                   PERFORM UPGRADE-LYV-FILE
               END-IF
           END-PERFORM
           IF WS-LYV-CHANGED = "Y" AND DRY-RUN-NO
               PERFORM REWRITE-LYV-FILE
           END-IF.

      *>---------------------------------------------
      *> UPGRADE-LYV-FILE
      *> Purpose: Step the file in slot WS-LYV-IDX up
      *>          from its recorded version to
      *>          WS-LYV-BUILD-VER through the
      *>          migration chain.
      *>---------------------------------------------
       UPGRADE-LYV-FILE.
           PERFORM UNTIL WS-LV-VER(WS-LYV-IDX) >= WS-LYV-BUILD-VER
               MOVE WS-LV-VER(WS-LYV-IDX) TO WS-LYV-FROM
               PERFORM FIND-LYV-STEP
               IF WS-LYV-STEP-IDX = 0
                   MOVE WS-LYV-FROM TO WS-LYV-DISP
                   DISPLAY "ERROR: No migration is defined from layout "
                       "version " FUNCTION TRIM(WS-LYV-DISP) " of "
                       FUNCTION TRIM(WS-LYV-NAME) "."
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
               MOVE WS-LYS-TO(WS-LYV-STEP-IDX) TO WS-LYV-TO
               MOVE WS-LYS-CODE(WS-LYV-STEP-IDX) TO WS-LYV-STEP-NAME
               MOVE WS-LYV-FROM TO WS-LYV-DISP
               MOVE WS-LYV-TO TO WS-LYV-DISP2
               IF DRY-RUN-YES
                   DISPLAY "DRY-RUN: " FUNCTION TRIM(WS-LYV-NAME)
                       " is at layout version " FUNCTION TRIM(WS-LYV-DISP)
                       " and would be upgraded to version "
                       FUNCTION TRIM(WS-LYV-DISP2) "."
                   EXIT PERFORM
               END-IF
               DISPLAY "Upgrading " FUNCTION TRIM(WS-LYV-NAME)
                   " from layout version " FUNCTION TRIM(WS-LYV-DISP)
                   " to " FUNCTION TRIM(WS-LYV-DISP2) " ("
                   FUNCTION TRIM(WS-LYV-STEP-NAME) ")."
               PERFORM RUN-LYV-STEP
               PERFORM WRITE-LYV-LOG
               IF WS-LYV-STEP-OK = "N"
                   DISPLAY "ERROR: Migration " FUNCTION TRIM(WS-LYV-STEP-NAME)
                       " of " FUNCTION TRIM(WS-LYV-NAME)
                       " failed - run stopped with the file still at "
                       "layout version " FUNCTION TRIM(WS-LYV-DISP) "."
                   IF WS-LYV-CHANGED = "Y"
                       PERFORM REWRITE-LYV-FILE
                   END-IF
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
               MOVE WS-LYV-TO TO WS-LV-VER(WS-LYV-IDX)
               PERFORM REWRITE-LYV-FILE
           END-PERFORM.

      *>---------------------------------------------
      *> RUN-LYV-STEP
      *> Purpose: Run migration step WS-LYV-STEP-IDX,
      *>          leaving WS-LYV-STEP-OK and
      *>          WS-LYV-RESULT set for the log.
      *>---------------------------------------------
       RUN-LYV-STEP.
           MOVE "Y" TO WS-LYV-STEP-OK
           MOVE "DONE" TO WS-LYV-RESULT
           EVALUATE WS-LYS-CODE(WS-LYV-STEP-IDX)
               WHEN "HASH-PASSWORDS"
                   PERFORM LYV-STEP-HASH-PASSWORDS
               WHEN "INDEXED-PROFILES"
                   PERFORM LYV-STEP-INDEXED-PROFILES
               WHEN "INDEXED-JOBS"
                   PERFORM LYV-STEP-INDEXED-JOBS
               WHEN "INDEXED-APPS"
                   PERFORM LYV-STEP-INDEXED-APPS
               WHEN "ACCOUNT-CREATED-DATE"
                   PERFORM LYV-STEP-ACCOUNT-CREATED
               WHEN OTHER
                   MOVE "N" TO WS-LYV-STEP-OK
           END-EVALUATE
           IF WS-LYV-STEP-OK = "N"
               MOVE "FAILED" TO WS-LYV-RESULT
           END-IF.

      *>---------------------------------------------
      *> LYV-STEP-HASH-PASSWORDS
      *> Purpose: accounts.dat layout 1 to 2 - clear-
      *>          text passwords replaced by their
      *>          hash. The file is read back from the
      *>          top afterwards for the normal load.
      *>---------------------------------------------
       LYV-STEP-HASH-PASSWORDS.
           PERFORM LOAD-ACCOUNTS-FROM-FILE
           PERFORM MIGRATE-PLAINTEXT-PASSWORDS
           IF WS-ACCT-MIGRATED = "N"
               MOVE "NO CHANGE" TO WS-LYV-RESULT
           END-IF
           CLOSE ACCT-FILE
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STAT NOT = "00"
               MOVE "N" TO WS-LYV-STEP-OK
           END-IF.

      *>---------------------------------------------
      *> LYV-STEP-ACCOUNT-CREATED
      *> Purpose: accounts.dat layout 2 to 3 - a
      *>          trailing created-date field on every
      *>          row. Rows from before it are loaded
      *>          with 0 (an established account) and
      *>          written back in the new layout.
      *>---------------------------------------------
       LYV-STEP-ACCOUNT-CREATED.
           PERFORM LOAD-ACCOUNTS-FROM-FILE
           IF WS-ACCOUNT-COUNT = 0
               MOVE "NO CHANGE" TO WS-LYV-RESULT
           ELSE
               PERFORM SAVE-ACCOUNTS-TO-FILE
           END-IF
           CLOSE ACCT-FILE
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STAT NOT = "00"
               MOVE "N" TO WS-LYV-STEP-OK
           END-IF.

      *>---------------------------------------------
      *> LYV-STEP-INDEXED-PROFILES
      *> Purpose: profiles.dat layout 1 to 2 - line
      *>          sequential to keyed. A data set that
      *>          predates the control file may already
      *>          have been converted by an earlier
      *>          release, in which case it is only
      *>          stamped.
      *>---------------------------------------------
       LYV-STEP-INDEXED-PROFILES.
           OPEN INPUT PROFILES-FILE
           EVALUATE TRUE
               WHEN PROFILES-STATUS = "00"
                   CLOSE PROFILES-FILE
                   MOVE "ALREADY KEYED" TO WS-LYV-RESULT
               WHEN PROFILES-STATUS = "35" OR PROFILES-STATUS = "05"
                   MOVE "NO FILE" TO WS-LYV-RESULT
               WHEN OTHER
                   PERFORM MIGRATE-PROFILES-TO-INDEXED
                   IF PROFILES-STATUS NOT = "00"
                       MOVE "N" TO WS-LYV-STEP-OK
                   END-IF
           END-EVALUATE.

      *>---------------------------------------------
      *> LYV-STEP-INDEXED-JOBS
      *> Purpose: jobs.dat layout 1 to 2 - line
      *>          sequential to keyed, as for
      *>          profiles.dat.
      *>---------------------------------------------
       LYV-STEP-INDEXED-JOBS.
           OPEN INPUT JOBS-FILE
           EVALUATE TRUE
               WHEN WS-JOBS-STAT = "00"
                   CLOSE JOBS-FILE
                   MOVE "ALREADY KEYED" TO WS-LYV-RESULT
               WHEN WS-JOBS-STAT = "35" OR WS-JOBS-STAT = "05"
                   MOVE "NO FILE" TO WS-LYV-RESULT
               WHEN OTHER
                   PERFORM MIGRATE-JOBS-TO-INDEXED
                   IF WS-JOBS-STAT NOT = "00"
                       MOVE "N" TO WS-LYV-STEP-OK
                   END-IF
           END-EVALUATE.

      *>---------------------------------------------
      *> LYV-STEP-INDEXED-APPS
      *> Purpose: applications.dat layout 1 to 2 -
      *>          line sequential to keyed on Job ID
      *>          plus applicant.
      *>---------------------------------------------
       LYV-STEP-INDEXED-APPS.
           OPEN INPUT APPS-FILE
           EVALUATE TRUE
               WHEN WS-APPS-STAT = "00"
                   CLOSE APPS-FILE
                   MOVE "ALREADY KEYED" TO WS-LYV-RESULT
               WHEN WS-APPS-STAT = "35" OR WS-APPS-STAT = "05"
                   MOVE "NO FILE" TO WS-LYV-RESULT
               WHEN OTHER
                   PERFORM MIGRATE-APPS-TO-INDEXED
                   IF WS-APPS-STAT NOT = "00"
                       MOVE "N" TO WS-LYV-STEP-OK
                   END-IF
           END-EVALUATE.

      *>---------------------------------------------
      *> FIND-LYV-ROW
      *> Purpose: Set WS-LYV-HIT to the control-file
      *>          slot for WS-LYV-NAME, or 0.
      *>---------------------------------------------
       FIND-LYV-ROW.
           MOVE 0 TO WS-LYV-HIT
           PERFORM VARYING WS-LYV-J FROM 1 BY 1
               UNTIL WS-LYV-J > WS-LYV-TOTAL
               IF FUNCTION TRIM(WS-LV-NAME(WS-LYV-J)) =
                  FUNCTION TRIM(WS-LYV-NAME)
                   MOVE WS-LYV-J TO WS-LYV-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> FIND-LYV-BUILD-VERSION
      *> Purpose: Set WS-LYV-BUILD-VER to the layout
      *>          version this build writes for
      *>          WS-LYV-NAME - 1 unless the file is in
      *>          WS-LYV-CURRENT-VALUES - and
      *>          WS-LYV-KNOWN to "N" when the file is
      *>          not one this program owns.
      *>---------------------------------------------
       FIND-LYV-BUILD-VERSION.
           MOVE "N" TO WS-LYV-KNOWN
           MOVE 0 TO WS-LYV-BUILD-VER
           PERFORM VARYING WS-LYV-J FROM 1 BY 1
               UNTIL WS-LYV-J > WS-SNP-FIXED-COUNT
               IF FUNCTION TRIM(WS-SNP-FIXED-NAME(WS-LYV-J)) =
                  FUNCTION TRIM(WS-LYV-NAME)
                   MOVE "Y" TO WS-LYV-KNOWN
                   MOVE 1 TO WS-LYV-BUILD-VER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LYV-KNOWN = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LYV-J FROM 1 BY 1
               UNTIL WS-LYV-J > WS-LYV-CUR-COUNT
               IF FUNCTION TRIM(WS-LYV-CUR-NAME(WS-LYV-J)) =
                  FUNCTION TRIM(WS-LYV-NAME)
                   MOVE WS-LYV-CUR-VER(WS-LYV-J) TO WS-LYV-BUILD-VER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> FIND-LYV-STEP
      *> Purpose: Set WS-LYV-STEP-IDX to the chain step
      *>          that takes WS-LYV-NAME up from
      *>          version WS-LYV-FROM, or 0.
      *>---------------------------------------------
       FIND-LYV-STEP.
           MOVE 0 TO WS-LYV-STEP-IDX
           PERFORM VARYING WS-LYV-J FROM 1 BY 1
               UNTIL WS-LYV-J > WS-LYV-STEP-COUNT
               IF FUNCTION TRIM(WS-LYS-FILE(WS-LYV-J)) =
                  FUNCTION TRIM(WS-LYV-NAME)
               AND WS-LYS-FROM(WS-LYV-J) = WS-LYV-FROM
                   MOVE WS-LYV-J TO WS-LYV-STEP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> LOAD-LYV-ARRAY
      *> Purpose: Read layoutver.dat (file|version)
      *>          into WS-LYV-ARRAY. A row whose
      *>          version is unreadable is dropped so
      *>          the file is given its starting
      *>          version again.
      *>---------------------------------------------
       LOAD-LYV-ARRAY.
           MOVE 0 TO WS-LYV-TOTAL
           OPEN INPUT LAYOUTVER-FILE
           IF WS-LYV-STAT NOT = "00"
               IF WS-LYV-STAT = "05"
                   CLOSE LAYOUTVER-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET LYV-EOF-NO TO TRUE
           PERFORM UNTIL LYV-EOF-YES
               READ LAYOUTVER-FILE INTO WS-LYV-LINE
                   AT END
                       SET LYV-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-LYV-LINE) NOT = SPACES
                       AND WS-LYV-TOTAL < 200
                           MOVE SPACES TO WS-LYV-NAME
                           MOVE SPACES TO WS-LYV-PARSE-VER
                           UNSTRING WS-LYV-LINE
                               DELIMITED BY "|"
                               INTO WS-LYV-NAME WS-LYV-PARSE-VER
                           END-UNSTRING
                           IF FUNCTION TEST-NUMVAL(
                              FUNCTION TRIM(WS-LYV-PARSE-VER)) = 0
                               ADD 1 TO WS-LYV-TOTAL
                               MOVE FUNCTION TRIM(WS-LYV-NAME)
                                   TO WS-LV-NAME(WS-LYV-TOTAL)
                               MOVE FUNCTION NUMVAL(WS-LYV-PARSE-VER)
                                   TO WS-LV-VER(WS-LYV-TOTAL)
                           ELSE
                               DISPLAY "layoutver.dat: unreadable version ignored for "
                                   FUNCTION TRIM(WS-LYV-NAME)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAYOUTVER-FILE
           SET LYV-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-LYV-FILE
      *> Purpose: Write WS-LYV-ARRAY back to
      *>          layoutver.dat.
      *>---------------------------------------------
       REWRITE-LYV-FILE.
           IF DRY-RUN-YES
               MOVE "layoutver.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LAYOUTVER-FILE
           IF WS-LYV-STAT NOT = "00" AND WS-LYV-STAT NOT = "05"
               DISPLAY "ERROR: Cannot rewrite layoutver.dat. Status="
                   WS-LYV-STAT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LYV-J FROM 1 BY 1
               UNTIL WS-LYV-J > WS-LYV-TOTAL
               MOVE WS-LV-VER(WS-LYV-J) TO WS-LYV-DISP
               MOVE SPACES TO WS-LYV-LINE
               STRING
                   FUNCTION TRIM(WS-LV-NAME(WS-LYV-J)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LYV-DISP) DELIMITED BY SIZE
                   INTO WS-LYV-LINE
               END-STRING
               WRITE LAYOUTVER-REC FROM WS-LYV-LINE
           END-PERFORM
           CLOSE LAYOUTVER-FILE
           MOVE "N" TO WS-LYV-CHANGED.

      *>---------------------------------------------
      *> WRITE-LYV-LOG
      *> Purpose: Append one timestamp|file|from|to|
      *>          step|result row to layoutlog.dat.
      *>---------------------------------------------
       WRITE-LYV-LOG.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-BUSINESS-TIMESTAMP
           MOVE WS-LYV-FROM TO WS-LYV-DISP
           MOVE WS-LYV-TO TO WS-LYV-DISP2
           MOVE SPACES TO WS-LYL-LINE
           STRING
               FUNCTION TRIM(WS-BIZ-TIMESTAMP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LYV-NAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LYV-DISP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LYV-DISP2) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LYV-STEP-NAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LYV-RESULT) DELIMITED BY SIZE
               INTO WS-LYL-LINE
           END-STRING
           OPEN EXTEND LAYOUTLOG-FILE
           IF WS-LYL-STAT = "41"
               CLOSE LAYOUTLOG-FILE
               OPEN EXTEND LAYOUTLOG-FILE
           END-IF
           IF WS-LYL-STAT = "00" OR WS-LYL-STAT = "05"
               WRITE LAYOUTLOG-REC FROM WS-LYL-LINE
               CLOSE LAYOUTLOG-FILE
           ELSE
               DISPLAY "ERROR: Cannot write to layoutlog.dat. Status="
                   WS-LYL-STAT
               MOVE "layoutlog.dat" TO WS-SPOOL-DEST
               MOVE WS-LYL-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

       CLOSE-FILES.
           PERFORM USAGE-FLUSH
           PERFORM WRITE-DAILY-REPORT
           PERFORM APPEND-METRICS-HISTORY
           PERFORM CLEAR-CHECKPOINT
           PERFORM RELEASE-RUN-LOCK
           CLOSE IN-FILE
           CLOSE OUT-FILE
           CLOSE ACCT-FILE
           CLOSE PROFILES-FILE
           CLOSE CONN-FILE
           CLOSE JOBS-FILE
           CLOSE APPS-FILE
           CLOSE MSGS-FILE.

      *>---------------------------------------------
      *> APPEND-METRICS-HISTORY
      *> Purpose: Add this run's dated row of key
      *>          counts and per-file record counts to
      *>          metricshist.dat, so growth can be
      *>          followed across runs.
      *> Called:  From CLOSE-FILES.
      *>---------------------------------------------
       APPEND-METRICS-HISTORY.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-METRICS-ROW
           OPEN EXTEND METRICS-FILE
           IF WS-MTH-STAT = "41"
               CLOSE METRICS-FILE
               OPEN EXTEND METRICS-FILE
           END-IF
           IF WS-MTH-STAT = "00" OR WS-MTH-STAT = "05"
               WRITE METRICS-REC FROM WS-MTH-ROW
               CLOSE METRICS-FILE
           ELSE
               DISPLAY "ERROR: Cannot write to metricshist.dat - this run's metrics row was not recorded. Status="
                   WS-MTH-STAT
           END-IF.

      *>---------------------------------------------
      *> BUILD-METRICS-ROW
      *> Purpose: Count the platform as it stands and
      *>          pack the result into WS-MTH-ROW as
      *>          date|time|KEY=count|... - the key
      *>          counts first, then one entry per data
      *>          file. Active users are open accounts
      *>          with a login in the last 30 days; the
      *>          menu usage counts cover the same days.
      *>---------------------------------------------
       BUILD-METRICS-ROW.
           COMPUTE WS-MTH-ACTIVE-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
               - WS-MTH-ACTIVE-DAYS)
           MOVE 0 TO WS-MTH-ACTIVE
           PERFORM VARYING WS-MTH-I FROM 1 BY 1
               UNTIL WS-MTH-I > WS-ACCOUNT-COUNT
               IF NOT ACCOUNT-CLOSED(WS-MTH-I)
               AND WS-LAST-LOGIN(WS-MTH-I) >= WS-MTH-ACTIVE-CUTOFF
                   ADD 1 TO WS-MTH-ACTIVE
               END-IF
           END-PERFORM

           *> Record counts for every data file, keeping the ones
           *> that double as key counts.
           MOVE 0 TO WS-MTH-POSTINGS
           MOVE 0 TO WS-MTH-APPLICATIONS
           MOVE 0 TO WS-MTH-OFFERS
           MOVE 0 TO WS-MTH-MESSAGES
           MOVE "Y" TO WS-SNP-CNT-LIVE
           PERFORM VARYING WS-SNP-I FROM 1 BY 1
               UNTIL WS-SNP-I > WS-SNP-FIXED-COUNT
               MOVE WS-SNP-FIXED-NAME(WS-SNP-I) TO WS-SNP-CNT-NAME
               MOVE WS-SNP-FIXED-NAME(WS-SNP-I) TO WS-SNP-CNT-PATH
               PERFORM SNP-COUNT-FILE
               IF WS-SNP-CNT-FOUND = "N"
                   MOVE 0 TO WS-SNP-CNT
               END-IF
               MOVE WS-SNP-CNT TO WS-MTH-FILE-CNT(WS-SNP-I)
               EVALUATE FUNCTION TRIM(WS-SNP-CNT-NAME)
                   WHEN "jobs.dat"
                       MOVE WS-SNP-CNT TO WS-MTH-POSTINGS
                   WHEN "applications.dat"
                       MOVE WS-SNP-CNT TO WS-MTH-APPLICATIONS
                   WHEN "offers.dat"
                       MOVE WS-SNP-CNT TO WS-MTH-OFFERS
                   WHEN "messages.dat"
                       MOVE WS-SNP-CNT TO WS-MTH-MESSAGES
               END-EVALUATE
           END-PERFORM

           PERFORM GET-BUSINESS-NOW
           MOVE SPACES TO WS-MTH-ROW
           MOVE 1 TO WS-MTH-PTR
           STRING
               WS-BIZ-NOW(1:8) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-BIZ-NOW(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-BIZ-NOW(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-BIZ-NOW(13:2) DELIMITED BY SIZE
               INTO WS-MTH-ROW
               WITH POINTER WS-MTH-PTR
           END-STRING
           MOVE "ACCOUNTS" TO WS-MTH-KEY
           MOVE WS-ACCOUNT-COUNT TO WS-MTH-VALUE
           PERFORM MTH-ADD-PAIR
           MOVE "ACTIVE-USERS" TO WS-MTH-KEY
           MOVE WS-MTH-ACTIVE TO WS-MTH-VALUE
           PERFORM MTH-ADD-PAIR
           MOVE "POSTINGS" TO WS-MTH-KEY
           MOVE WS-MTH-POSTINGS TO WS-MTH-VALUE
           PERFORM MTH-ADD-PAIR
           MOVE "APPLICATIONS" TO WS-MTH-KEY
           MOVE WS-MTH-APPLICATIONS TO WS-MTH-VALUE
           PERFORM MTH-ADD-PAIR
           MOVE "OFFERS" TO WS-MTH-KEY
           MOVE WS-MTH-OFFERS TO WS-MTH-VALUE
           PERFORM MTH-ADD-PAIR
           MOVE "MESSAGES" TO WS-MTH-KEY
           MOVE WS-MTH-MESSAGES TO WS-MTH-VALUE
           PERFORM MTH-ADD-PAIR
           *> Menu usage over the same trailing window as ACTIVE-USERS.
           MOVE WS-MTH-ACTIVE-CUTOFF TO WS-USG-FROM-DATE
           MOVE WS-BIZ-DATE TO WS-USG-TO-DATE
           PERFORM USAGE-TALLY
           MOVE "MENU-SELECTIONS" TO WS-MTH-KEY
           MOVE WS-USG-TOTAL-USES TO WS-MTH-VALUE
           PERFORM MTH-ADD-PAIR
           MOVE "OPTIONS-USED" TO WS-MTH-KEY
           COMPUTE WS-MTH-VALUE = WS-USG-CAT-COUNT - WS-USG-UNUSED
           PERFORM MTH-ADD-PAIR
           MOVE "OPTIONS-UNUSED" TO WS-MTH-KEY
           MOVE WS-USG-UNUSED TO WS-MTH-VALUE
           PERFORM MTH-ADD-PAIR
           PERFORM VARYING WS-SNP-I FROM 1 BY 1
               UNTIL WS-SNP-I > WS-SNP-FIXED-COUNT
               MOVE WS-SNP-FIXED-NAME(WS-SNP-I) TO WS-MTH-KEY
               MOVE WS-MTH-FILE-CNT(WS-SNP-I) TO WS-MTH-VALUE
               PERFORM MTH-ADD-PAIR
           END-PERFORM.

      *>---------------------------------------------
      *> MTH-ADD-PAIR
      *> Purpose: Append "|WS-MTH-KEY=WS-MTH-VALUE" to
      *>          WS-MTH-ROW at WS-MTH-PTR.
      *>---------------------------------------------
       MTH-ADD-PAIR.
           MOVE WS-MTH-VALUE TO WS-MTH-DISP
           STRING
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MTH-KEY) DELIMITED BY SIZE
               "=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MTH-DISP) DELIMITED BY SIZE
               INTO WS-MTH-ROW
               WITH POINTER WS-MTH-PTR
           END-STRING.

      *>---------------------------------------------
      *> METRICS-TREND-REPORT
      *> Purpose: Compare today's counts with the
      *>          metrics history a week and a month
      *>          back, showing the change in each
      *>          metric and flagging any that moved by
      *>          more than TREND-WEEK-PCT or
      *>          TREND-MONTH-PCT. Written to
      *>          metrics-trend.txt as well as the
      *>          output.
      *> Called:  From TOP-LEVEL-MENU option 25.
      *>---------------------------------------------
       METRICS-TREND-REPORT.
           OPEN OUTPUT TREND-FILE
           IF WS-TRD-STAT NOT = "00" AND WS-TRD-STAT NOT = "05"
               MOVE "ERROR: Cannot write metrics-trend.txt." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           *> Today's figures are counted fresh; this run's own row
           *> is not written until the run ends.
           PERFORM BUILD-METRICS-ROW
           MOVE 0 TO WS-MTH-TOTAL
           MOVE "N" TO WS-MTH-MODE
           MOVE WS-MTH-ROW TO WS-MTH-PARSE-ROW
           PERFORM MTH-PARSE-ROW

           COMPUTE WS-MTH-WEEK-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE) - 7)
           COMPUTE WS-MTH-MONTH-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE) - 30)
           PERFORM MTH-FIND-BASE-ROWS
           IF WS-MTH-WEEK-DATE > 0
               MOVE "W" TO WS-MTH-MODE
               MOVE WS-MTH-WEEK-ROW TO WS-MTH-PARSE-ROW
               PERFORM MTH-PARSE-ROW
           END-IF
           IF WS-MTH-MONTH-DATE > 0
               MOVE "M" TO WS-MTH-MODE
               MOVE WS-MTH-MONTH-ROW TO WS-MTH-PARSE-ROW
               PERFORM MTH-PARSE-ROW
           END-IF

           MOVE "--- InCollege Metrics Trend ---" TO WS-OUTLINE
           PERFORM MTH-EMIT-LINE
           MOVE SPACES TO WS-OUTLINE
           STRING
               "As of: " DELIMITED BY SIZE
               WS-BIZ-DATE-DISP DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM MTH-EMIT-LINE
           MOVE SPACES TO WS-OUTLINE
           IF WS-MTH-WEEK-DATE > 0
               STRING
                   "Week-over-week base: " DELIMITED BY SIZE
                   WS-MTH-WEEK-DATE DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
           ELSE
               MOVE "Week-over-week base: none - no history from 7 or more days ago."
                   TO WS-OUTLINE
           END-IF
           PERFORM MTH-EMIT-LINE
           MOVE SPACES TO WS-OUTLINE
           IF WS-MTH-MONTH-DATE > 0
               STRING
                   "Month-over-month base: " DELIMITED BY SIZE
                   WS-MTH-MONTH-DATE DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
           ELSE
               MOVE "Month-over-month base: none - no history from 30 or more days ago."
                   TO WS-OUTLINE
           END-IF
           PERFORM MTH-EMIT-LINE
           MOVE WS-CFG-TREND-WEEK-PCT TO WS-MTH-DISP
           MOVE WS-CFG-TREND-MONTH-PCT TO WS-MTH-DISP2
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Flag thresholds: week " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MTH-DISP) DELIMITED BY SIZE
               "%, month " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MTH-DISP2) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM MTH-EMIT-LINE

           MOVE 0 TO WS-MTH-FLAGGED
           PERFORM VARYING WS-MTH-IDX FROM 1 BY 1
               UNTIL WS-MTH-IDX > WS-MTH-TOTAL
               PERFORM MTH-REPORT-ONE-METRIC
           END-PERFORM

           MOVE WS-MTH-FLAGGED TO WS-MTH-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Metrics flagged: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MTH-DISP) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM MTH-EMIT-LINE
           MOVE "-------------------------------" TO WS-OUTLINE
           PERFORM MTH-EMIT-LINE
           CLOSE TREND-FILE
           MOVE "Trend report written to metrics-trend.txt." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> MTH-EMIT-LINE
      *> Purpose: Send WS-OUTLINE to metrics-trend.txt
      *>          and the output transcript.
      *>---------------------------------------------
       MTH-EMIT-LINE.
           WRITE TREND-REC FROM WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> MTH-FIND-BASE-ROWS
      *> Purpose: Pick from metricshist.dat the latest
      *>          row on or before each cutoff date -
      *>          the last run of that day when there
      *>          were several.
      *>---------------------------------------------
       MTH-FIND-BASE-ROWS.
           MOVE 0 TO WS-MTH-WEEK-DATE
           MOVE 0 TO WS-MTH-MONTH-DATE
           MOVE SPACES TO WS-MTH-WEEK-ROW
           MOVE SPACES TO WS-MTH-MONTH-ROW
           OPEN INPUT METRICS-FILE
           IF WS-MTH-STAT NOT = "00"
               IF WS-MTH-STAT = "05"
                   CLOSE METRICS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET MTH-EOF-NO TO TRUE
           PERFORM UNTIL MTH-EOF-YES
               READ METRICS-FILE INTO WS-MTH-PARSE-ROW
                   AT END
                       SET MTH-EOF-YES TO TRUE
                   NOT AT END
                       IF WS-MTH-PARSE-ROW(1:8) IS NUMERIC
                           MOVE WS-MTH-PARSE-ROW(1:8) TO WS-MTH-ROW-DATE
                           IF WS-MTH-ROW-DATE <= WS-MTH-WEEK-CUTOFF
                           AND WS-MTH-ROW-DATE >= WS-MTH-WEEK-DATE
                               MOVE WS-MTH-ROW-DATE TO WS-MTH-WEEK-DATE
                               MOVE WS-MTH-PARSE-ROW TO WS-MTH-WEEK-ROW
                           END-IF
                           IF WS-MTH-ROW-DATE <= WS-MTH-MONTH-CUTOFF
                           AND WS-MTH-ROW-DATE >= WS-MTH-MONTH-DATE
                               MOVE WS-MTH-ROW-DATE TO WS-MTH-MONTH-DATE
                               MOVE WS-MTH-PARSE-ROW TO WS-MTH-MONTH-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE METRICS-FILE
           SET MTH-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> MTH-PARSE-ROW
      *> Purpose: Split the KEY=count pairs of
      *>          WS-MTH-PARSE-ROW into WS-MTH-ARRAY.
      *>          Mode "N" adds today's metrics; "W"
      *>          and "M" fill the week- and month-ago
      *>          values of metrics already listed, so
      *>          a key that is no longer counted drops
      *>          out of the report.
      *>---------------------------------------------
       MTH-PARSE-ROW.
           MOVE 1 TO WS-MTH-PTR
           PERFORM UNTIL WS-MTH-PTR > 3000
               MOVE SPACES TO WS-MTH-PAIR
               UNSTRING WS-MTH-PARSE-ROW
                   DELIMITED BY "|"
                   INTO WS-MTH-PAIR
                   WITH POINTER WS-MTH-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-MTH-PAIR) = SPACES
                   EXIT PERFORM
               END-IF
               MOVE SPACES TO WS-MTH-KEY
               MOVE SPACES TO WS-MTH-PARSE-VAL
               UNSTRING WS-MTH-PAIR
                   DELIMITED BY "="
                   INTO WS-MTH-KEY WS-MTH-PARSE-VAL
               END-UNSTRING
               IF FUNCTION TRIM(WS-MTH-PARSE-VAL) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-MTH-PARSE-VAL)) = 0
                   MOVE FUNCTION NUMVAL(WS-MTH-PARSE-VAL)
                       TO WS-MTH-VALUE
                   PERFORM MTH-STORE-VALUE
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> MTH-STORE-VALUE
      *> Purpose: File WS-MTH-VALUE for WS-MTH-KEY in
      *>          the column WS-MTH-MODE selects.
      *>---------------------------------------------
       MTH-STORE-VALUE.
           MOVE 0 TO WS-MTH-HIT
           PERFORM VARYING WS-MTH-J FROM 1 BY 1
               UNTIL WS-MTH-J > WS-MTH-TOTAL
               IF FUNCTION TRIM(WS-MT-KEY(WS-MTH-J)) =
                  FUNCTION TRIM(WS-MTH-KEY)
                   MOVE WS-MTH-J TO WS-MTH-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE WS-MTH-MODE
               WHEN "N"
                   IF WS-MTH-HIT = 0 AND WS-MTH-TOTAL < 150
                       ADD 1 TO WS-MTH-TOTAL
                       MOVE WS-MTH-TOTAL TO WS-MTH-HIT
                       MOVE WS-MTH-KEY TO WS-MT-KEY(WS-MTH-HIT)
                       MOVE "N" TO WS-MT-WEEK-FOUND(WS-MTH-HIT)
                       MOVE "N" TO WS-MT-MONTH-FOUND(WS-MTH-HIT)
                       MOVE 0 TO WS-MT-WEEK(WS-MTH-HIT)
                       MOVE 0 TO WS-MT-MONTH(WS-MTH-HIT)
                   END-IF
                   IF WS-MTH-HIT > 0
                       MOVE WS-MTH-VALUE TO WS-MT-NOW(WS-MTH-HIT)
                   END-IF
               WHEN "W"
                   IF WS-MTH-HIT > 0
                       MOVE WS-MTH-VALUE TO WS-MT-WEEK(WS-MTH-HIT)
                       MOVE "Y" TO WS-MT-WEEK-FOUND(WS-MTH-HIT)
                   END-IF
               WHEN "M"
                   IF WS-MTH-HIT > 0
                       MOVE WS-MTH-VALUE TO WS-MT-MONTH(WS-MTH-HIT)
                       MOVE "Y" TO WS-MT-MONTH-FOUND(WS-MTH-HIT)
                   END-IF
           END-EVALUATE.

      *>---------------------------------------------
      *> MTH-REPORT-ONE-METRIC
      *> Purpose: Print metric WS-MTH-IDX with its
      *>          week and month changes, flagged when
      *>          either moves past its threshold. A
      *>          metric that was zero at the base date
      *>          shows as "new" and is not flagged.
      *>---------------------------------------------
       MTH-REPORT-ONE-METRIC.
           MOVE "N" TO WS-MTH-WEEK-FLAG
           MOVE "N" TO WS-MTH-MONTH-FLAG
           MOVE WS-MT-NOW(WS-MTH-IDX) TO WS-MTH-DISP
           MOVE SPACES TO WS-OUTLINE
           MOVE 1 TO WS-MTH-OUT-PTR
           STRING
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MT-KEY(WS-MTH-IDX)) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MTH-DISP) DELIMITED BY SIZE
               INTO WS-OUTLINE
               WITH POINTER WS-MTH-OUT-PTR
           END-STRING

           IF WS-MT-WEEK-FOUND(WS-MTH-IDX) = "Y"
               MOVE WS-MT-WEEK(WS-MTH-IDX) TO WS-MTH-BASE
               MOVE WS-CFG-TREND-WEEK-PCT TO WS-MTH-LIMIT
               PERFORM MTH-FORMAT-CHANGE
               MOVE WS-MTH-OVER TO WS-MTH-WEEK-FLAG
               STRING
                   " | week ago " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MTH-CHANGE-TEXT) DELIMITED BY SIZE
                   INTO WS-OUTLINE
                   WITH POINTER WS-MTH-OUT-PTR
               END-STRING
           ELSE
               STRING
                   " | week ago -" DELIMITED BY SIZE
                   INTO WS-OUTLINE
                   WITH POINTER WS-MTH-OUT-PTR
               END-STRING
           END-IF

           IF WS-MT-MONTH-FOUND(WS-MTH-IDX) = "Y"
               MOVE WS-MT-MONTH(WS-MTH-IDX) TO WS-MTH-BASE
               MOVE WS-CFG-TREND-MONTH-PCT TO WS-MTH-LIMIT
               PERFORM MTH-FORMAT-CHANGE
               MOVE WS-MTH-OVER TO WS-MTH-MONTH-FLAG
               STRING
                   " | month ago " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MTH-CHANGE-TEXT) DELIMITED BY SIZE
                   INTO WS-OUTLINE
                   WITH POINTER WS-MTH-OUT-PTR
               END-STRING
           ELSE
               STRING
                   " | month ago -" DELIMITED BY SIZE
                   INTO WS-OUTLINE
                   WITH POINTER WS-MTH-OUT-PTR
               END-STRING
           END-IF

           EVALUATE TRUE
               WHEN WS-MTH-WEEK-FLAG = "Y" AND WS-MTH-MONTH-FLAG = "Y"
                   STRING
                       "  ** FLAG: week and month" DELIMITED BY SIZE
                       INTO WS-OUTLINE
                       WITH POINTER WS-MTH-OUT-PTR
                   END-STRING
               WHEN WS-MTH-WEEK-FLAG = "Y"
                   STRING
                       "  ** FLAG: week" DELIMITED BY SIZE
                       INTO WS-OUTLINE
                       WITH POINTER WS-MTH-OUT-PTR
                   END-STRING
               WHEN WS-MTH-MONTH-FLAG = "Y"
                   STRING
                       "  ** FLAG: month" DELIMITED BY SIZE
                       INTO WS-OUTLINE
                       WITH POINTER WS-MTH-OUT-PTR
                   END-STRING
           END-EVALUATE
           IF WS-MTH-WEEK-FLAG = "Y" OR WS-MTH-MONTH-FLAG = "Y"
               ADD 1 TO WS-MTH-FLAGGED
           END-IF
           PERFORM MTH-EMIT-LINE.

      *>---------------------------------------------
      *> MTH-FORMAT-CHANGE
      *> Purpose: Build "base (+n%)" in
      *>          WS-MTH-CHANGE-TEXT for the move from
      *>          WS-MTH-BASE to today's value, setting
      *>          WS-MTH-OVER when the size of the move
      *>          is beyond WS-MTH-LIMIT percent.
      *>---------------------------------------------
       MTH-FORMAT-CHANGE.
           MOVE "N" TO WS-MTH-OVER
           MOVE WS-MTH-BASE TO WS-MTH-DISP2
           MOVE SPACES TO WS-MTH-CHANGE-TEXT
           IF WS-MTH-BASE = 0
               IF WS-MT-NOW(WS-MTH-IDX) = 0
                   STRING
                       "0 (no change)" DELIMITED BY SIZE
                       INTO WS-MTH-CHANGE-TEXT
                   END-STRING
               ELSE
                   STRING
                       "0 (new)" DELIMITED BY SIZE
                       INTO WS-MTH-CHANGE-TEXT
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MTH-PCT ROUNDED =
               (WS-MT-NOW(WS-MTH-IDX) - WS-MTH-BASE) * 100
               / WS-MTH-BASE
           IF WS-MTH-PCT < 0
               COMPUTE WS-MTH-ABS = 0 - WS-MTH-PCT
           ELSE
               MOVE WS-MTH-PCT TO WS-MTH-ABS
           END-IF
           IF WS-MTH-ABS > WS-MTH-LIMIT
               MOVE "Y" TO WS-MTH-OVER
           END-IF
           MOVE WS-MTH-PCT TO WS-MTH-PCT-DISP
           STRING
               FUNCTION TRIM(WS-MTH-DISP2) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MTH-PCT-DISP) DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO WS-MTH-CHANGE-TEXT
           END-STRING.

      *>---------------------------------------------
      *> SALARY-BENCHMARK-REPORT
      *> Purpose: Low, median and high salary for
      *>          posted ranges (the midpoint of each
      *>          approved posting's minimum and
      *>          maximum), offers extended and offers
      *>          accepted - overall and by employer,
      *>          location, job-title keyword and the
      *>          applicant's major. A figure drawn from
      *>          fewer than SALARY-MIN-GROUP salaries
      *>          is suppressed. Written to
      *>          salary-benchmark.txt as well as the
      *>          output.
      *> Called:  From TOP-LEVEL-MENU option 26.
      *>---------------------------------------------
       SALARY-BENCHMARK-REPORT.
           OPEN OUTPUT SALBENCH-FILE
           IF WS-SBR-STAT NOT = "00" AND WS-SBR-STAT NOT = "05"
               MOVE "ERROR: Cannot write salary-benchmark.txt."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM SBM-BUILD-OBSERVATIONS

           MOVE "--- InCollege Salary Benchmarks ---" TO WS-OUTLINE
           PERFORM SBM-EMIT-LINE
           MOVE WS-CFG-SALARY-MIN-GROUP TO WS-SBM-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Figures based on fewer than " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SBM-DISP) DELIMITED BY SIZE
               " salaries are suppressed." DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM SBM-EMIT-LINE
           IF WS-SBM-OVERFLOW = "Y"
               MOVE "NOTE: more salaries than the report can hold - later rows were left out."
                   TO WS-OUTLINE
               PERFORM SBM-EMIT-LINE
           END-IF

           MOVE 0 TO WS-SBM-SUPPRESSED
           MOVE "A" TO WS-SBM-DIM
           MOVE "Overall:" TO WS-SBM-HEADING
           PERFORM SBM-REPORT-DIMENSION
           MOVE "E" TO WS-SBM-DIM
           MOVE "By employer:" TO WS-SBM-HEADING
           PERFORM SBM-REPORT-DIMENSION
           MOVE "L" TO WS-SBM-DIM
           MOVE "By location:" TO WS-SBM-HEADING
           PERFORM SBM-REPORT-DIMENSION
           MOVE "T" TO WS-SBM-DIM
           MOVE "By job-title keyword:" TO WS-SBM-HEADING
           PERFORM SBM-REPORT-DIMENSION
           MOVE "M" TO WS-SBM-DIM
           MOVE "By applicant's major (offers only):" TO WS-SBM-HEADING
           PERFORM SBM-REPORT-DIMENSION

           MOVE WS-SBM-SUPPRESSED TO WS-SBM-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Figures suppressed for small groups: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SBM-DISP) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM SBM-EMIT-LINE
           MOVE "Input records read:" TO WS-OUTLINE
           PERFORM SBM-EMIT-LINE
           MOVE "jobs.dat" TO WS-SRT-LABEL
           MOVE WS-SBM-IN-JOBS TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM SBM-EMIT-LINE
           MOVE "offers.dat" TO WS-SRT-LABEL
           MOVE WS-SBM-IN-OFFERS TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM SBM-EMIT-LINE
           MOVE "-----------------------------------" TO WS-OUTLINE
           PERFORM SBM-EMIT-LINE
           CLOSE SALBENCH-FILE
           MOVE "Benchmarks written to salary-benchmark.txt."
               TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> SBM-EMIT-LINE
      *> Purpose: Send WS-OUTLINE to
      *>          salary-benchmark.txt and the output
      *>          transcript.
      *>---------------------------------------------
       SBM-EMIT-LINE.
           WRITE SALBENCH-REC FROM WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> SBM-REPORT-DIMENSION
      *> Purpose: Print every group of dimension
      *>          WS-SBM-DIM with its three salary
      *>          series.
      *>---------------------------------------------
       SBM-REPORT-DIMENSION.
           MOVE WS-SBM-HEADING TO WS-OUTLINE
           PERFORM SBM-EMIT-LINE
           MOVE 0 TO WS-SBM-SHOWN
           PERFORM VARYING WS-SBM-GRP FROM 1 BY 1
               UNTIL WS-SBM-GRP > WS-SBG-TOTAL
               IF WS-SG-DIM(WS-SBM-GRP) = WS-SBM-DIM
                   ADD 1 TO WS-SBM-SHOWN
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SG-LABEL(WS-SBM-GRP))
                           DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM SBM-EMIT-LINE
                   IF WS-SBM-DIM NOT = "M"
                       MOVE "P" TO WS-SBM-SERIES
                       MOVE "   Posted ranges:" TO WS-SBM-SERIES-LABEL
                       PERFORM SBM-REPORT-SERIES
                   END-IF
                   MOVE "X" TO WS-SBM-SERIES
                   MOVE "   Offers extended:" TO WS-SBM-SERIES-LABEL
                   PERFORM SBM-REPORT-SERIES
                   MOVE "A" TO WS-SBM-SERIES
                   MOVE "   Offers accepted:" TO WS-SBM-SERIES-LABEL
                   PERFORM SBM-REPORT-SERIES
               END-IF
           END-PERFORM
           IF WS-SBM-SHOWN = 0
               MOVE " None recorded." TO WS-OUTLINE
               PERFORM SBM-EMIT-LINE
           END-IF.

      *>---------------------------------------------
      *> SBM-REPORT-SERIES
      *> Purpose: One "low | median | high" line for
      *>          group WS-SBM-GRP, series
      *>          WS-SBM-SERIES.
      *>---------------------------------------------
       SBM-REPORT-SERIES.
           PERFORM SBM-GROUP-STATS
           MOVE SPACES TO WS-OUTLINE
           EVALUATE TRUE
               WHEN WS-SBM-N = 0
                   STRING
                       WS-SBM-SERIES-LABEL DELIMITED BY SIZE
                       " none" DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
               WHEN WS-SBM-N < WS-CFG-SALARY-MIN-GROUP
                   ADD 1 TO WS-SBM-SUPPRESSED
                   STRING
                       WS-SBM-SERIES-LABEL DELIMITED BY SIZE
                       " suppressed (too few to show)" DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
               WHEN OTHER
                   PERFORM SBM-FORMAT-STATS
                   STRING
                       WS-SBM-SERIES-LABEL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SBM-STATS-TEXT) DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
           END-EVALUATE
           PERFORM SBM-EMIT-LINE.

      *>---------------------------------------------
      *> SBM-FORMAT-STATS
      *> Purpose: "low n | median n | high n (n
      *>          salaries)" into WS-SBM-STATS-TEXT.
      *>---------------------------------------------
       SBM-FORMAT-STATS.
           MOVE WS-SBM-LOW TO WS-SBM-SAL-DISP
           MOVE WS-SBM-MED TO WS-SBM-SAL-DISP2
           MOVE WS-SBM-HIGH TO WS-SBM-SAL-DISP3
           MOVE WS-SBM-N TO WS-SBM-DISP
           MOVE SPACES TO WS-SBM-STATS-TEXT
           STRING
               "low " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SBM-SAL-DISP) DELIMITED BY SIZE
               " | median " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SBM-SAL-DISP2) DELIMITED BY SIZE
               " | high " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SBM-SAL-DISP3) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SBM-DISP) DELIMITED BY SIZE
               " salaries)" DELIMITED BY SIZE
               INTO WS-SBM-STATS-TEXT
           END-STRING.

      *>---------------------------------------------
      *> SBM-BUILD-OBSERVATIONS
      *> Purpose: Gather every salary figure into
      *>          WS-SBO-ARRAY, filed under each group
      *>          it belongs to - approved postings
      *>          with a salary range, and every offer
      *>          with the employer and location of its
      *>          posting and the applicant's major.
      *>          jobs.dat and offers.dat are read
      *>          straight through, counting the
      *>          records in WS-SBM-IN-JOBS and
      *>          WS-SBM-IN-OFFERS; an offer's posting
      *>          is a keyed read.
      *>---------------------------------------------
       SBM-BUILD-OBSERVATIONS.
           MOVE 0 TO WS-SBG-TOTAL
           MOVE 0 TO WS-SBO-TOTAL
           MOVE 0 TO WS-SBM-IN-JOBS
           MOVE 0 TO WS-SBM-IN-OFFERS
           MOVE "N" TO WS-SBM-OVERFLOW
           SET SEARCH-EOF-NO TO TRUE
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STAT = "00"
               PERFORM UNTIL SEARCH-EOF-YES
                   READ JOBS-FILE NEXT
                       AT END
                           SET SEARCH-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SBM-IN-JOBS
                           MOVE JB-LINE TO WS-JOB-LINE
                           PERFORM SBM-NOTE-POSTING
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOBS-FILE
           SET SEARCH-EOF-NO TO TRUE

           MOVE "N" TO WS-SBM-PROF-OPEN
           OPEN INPUT PROFILES-FILE
           IF PROFILES-STATUS = "00"
               MOVE "Y" TO WS-SBM-PROF-OPEN
           END-IF
           MOVE "N" TO WS-SBM-JOBS-OPEN
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STAT = "00"
               MOVE "Y" TO WS-SBM-JOBS-OPEN
           END-IF
           SET OFR-EOF-NO TO TRUE
           OPEN INPUT OFFERS-FILE
           IF WS-OFR-STAT = "00"
               PERFORM UNTIL OFR-EOF-YES
                   READ OFFERS-FILE INTO WS-OFR-LINE
                       AT END
                           SET OFR-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SBM-IN-OFFERS
                           IF FUNCTION TRIM(WS-OFR-LINE) NOT = SPACES
                               PERFORM PARSE-OFFER-TEXT
                               PERFORM SBM-NOTE-OFFER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE OFFERS-FILE
           SET OFR-EOF-NO TO TRUE
           IF WS-SBM-JOBS-OPEN = "Y"
               CLOSE JOBS-FILE
           END-IF
           MOVE "N" TO WS-SBM-JOBS-OPEN
           IF WS-SBM-PROF-OPEN = "Y"
               CLOSE PROFILES-FILE
           END-IF.

      *>---------------------------------------------
      *> SBM-NOTE-POSTING
      *> Purpose: File the midpoint of the posting in
      *>          WS-JOB-LINE when it is approved and
      *>          carries a salary range.
      *>---------------------------------------------
       SBM-NOTE-POSTING.
           PERFORM PARSE-JOB-LINE-FOR-SUMMARY
           IF FUNCTION TRIM(WS-JOB-PARSE-REVIEW) NOT = "APPROVED"
           OR (WS-JOB-PARSE-SAL-MIN = 0 AND WS-JOB-PARSE-SAL-MAX = 0)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-JOB-PARSE-SAL-MIN = 0
                   MOVE WS-JOB-PARSE-SAL-MAX TO WS-SBM-VALUE
               WHEN WS-JOB-PARSE-SAL-MAX = 0
                   MOVE WS-JOB-PARSE-SAL-MIN TO WS-SBM-VALUE
               WHEN OTHER
                   COMPUTE WS-SBM-VALUE ROUNDED =
                       (WS-JOB-PARSE-SAL-MIN
                        + WS-JOB-PARSE-SAL-MAX) / 2
           END-EVALUATE
           MOVE "P" TO WS-SBM-SERIES
           MOVE WS-JOB-PARSE-TITLE TO WS-SBM-TITLE
           MOVE WS-JOB-PARSE-EMP TO WS-SBM-EMP
           MOVE WS-JOB-PARSE-LOC TO WS-SBM-LOC
           MOVE SPACES TO WS-SBM-MAJOR
           PERFORM SBM-ADD-OBS-ALL.

      *>---------------------------------------------
      *> SBM-NOTE-OFFER
      *> Purpose: File the offer parsed in
      *>          WS-OFR-PARSE-* as extended, and as
      *>          accepted too when it was taken. An
      *>          offer without a salary is skipped.
      *>          PROFILES-FILE is open in the caller when
      *>          WS-SBM-PROF-OPEN is Y.
      *>---------------------------------------------
       SBM-NOTE-OFFER.
           IF FUNCTION TRIM(WS-OFR-PARSE-SAL-X) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(
               FUNCTION TRIM(WS-OFR-PARSE-SAL-X)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-OFR-PARSE-SAL-X) TO WS-SBM-VALUE
           IF WS-SBM-VALUE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OFR-PARSE-TITLE TO WS-SBM-TITLE
           PERFORM SBM-POSTING-EMP-LOC
           MOVE SPACES TO WS-SBM-MAJOR
           IF WS-SBM-PROF-OPEN = "Y"
               MOVE FUNCTION TRIM(WS-OFR-PARSE-USER) TO PR-USERNAME
               READ PROFILES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-LINE TO WS-PROFILE-LINE
                       PERFORM PARSE-PROFILE-LINE
                       MOVE WS-PARSED-MAJOR TO WS-SBM-MAJOR
               END-READ
           END-IF
           MOVE "X" TO WS-SBM-SERIES
           PERFORM SBM-ADD-OBS-ALL
           IF FUNCTION TRIM(WS-OFR-PARSE-STATUS) = "ACCEPTED"
               MOVE "A" TO WS-SBM-SERIES
               PERFORM SBM-ADD-OBS-ALL
           END-IF.

      *>---------------------------------------------
      *> SBM-POSTING-EMP-LOC
      *> Purpose: Keyed read of posting WS-OFR-PARSE-ID
      *>          for its employer and location, into
      *>          WS-SBM-EMP and WS-SBM-LOC - blank when
      *>          the posting is gone. JOBS-FILE is open
      *>          in the caller when WS-SBM-JOBS-OPEN
      *>          is Y.
      *>---------------------------------------------
       SBM-POSTING-EMP-LOC.
           MOVE SPACES TO WS-SBM-EMP
           MOVE SPACES TO WS-SBM-LOC
           IF WS-SBM-JOBS-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OFR-PARSE-ID TO JB-JOBID
           READ JOBS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JB-LINE TO WS-JOB-LINE
                   PERFORM PARSE-JOB-LINE-FOR-SUMMARY
                   MOVE WS-JOB-PARSE-EMP TO WS-SBM-EMP
                   MOVE WS-JOB-PARSE-LOC TO WS-SBM-LOC
           END-READ.

      *>---------------------------------------------
      *> SBM-ADD-OBS-ALL
      *> Purpose: File WS-SBM-VALUE under the overall
      *>          group and the employer, location,
      *>          major and title-keyword groups set in
      *>          WS-SBM-EMP/LOC/MAJOR/TITLE. Each word
      *>          of three or more letters in the title
      *>          counts once as a keyword.
      *>---------------------------------------------
       SBM-ADD-OBS-ALL.
           MOVE "A" TO WS-SBM-DIM
           MOVE "All" TO WS-SBM-LABEL
           PERFORM SBM-ADD-OBS
           IF FUNCTION TRIM(WS-SBM-EMP) NOT = SPACES
               MOVE "E" TO WS-SBM-DIM
               MOVE WS-SBM-EMP TO WS-SBM-LABEL
               PERFORM SBM-ADD-OBS
           END-IF
           IF FUNCTION TRIM(WS-SBM-LOC) NOT = SPACES
               MOVE "L" TO WS-SBM-DIM
               MOVE WS-SBM-LOC TO WS-SBM-LABEL
               PERFORM SBM-ADD-OBS
           END-IF
           IF FUNCTION TRIM(WS-SBM-MAJOR) NOT = SPACES
               MOVE "M" TO WS-SBM-DIM
               MOVE WS-SBM-MAJOR TO WS-SBM-LABEL
               PERFORM SBM-ADD-OBS
           END-IF
           MOVE "T" TO WS-SBM-DIM
           MOVE SPACES TO WS-SBM-SEEN-WORDS
           MOVE 1 TO WS-SBM-PTR
           PERFORM UNTIL WS-SBM-PTR > 40
               MOVE SPACES TO WS-SBM-WORD
               UNSTRING WS-SBM-TITLE
                   DELIMITED BY ALL SPACE
                   INTO WS-SBM-WORD
                   WITH POINTER WS-SBM-PTR
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-SBM-WORD) TO WS-SBM-WORD
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-SBM-WORD)) >= 3
                   MOVE "N" TO WS-SBM-WORD-SEEN
                   PERFORM VARYING WS-SBM-K FROM 1 BY 1
                       UNTIL WS-SBM-K > 10
                       IF WS-SBM-SEEN-WORD(WS-SBM-K) = WS-SBM-WORD
                           MOVE "Y" TO WS-SBM-WORD-SEEN
                           EXIT PERFORM
                       END-IF
                       IF WS-SBM-SEEN-WORD(WS-SBM-K) = SPACES
                           MOVE WS-SBM-WORD TO WS-SBM-SEEN-WORD(WS-SBM-K)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-SBM-WORD-SEEN = "N"
                       MOVE WS-SBM-WORD TO WS-SBM-LABEL
                       PERFORM SBM-ADD-OBS
                   END-IF
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> SBM-ADD-OBS
      *> Purpose: Record WS-SBM-VALUE in series
      *>          WS-SBM-SERIES of group WS-SBM-DIM /
      *>          WS-SBM-LABEL, opening the group if it
      *>          is new.
      *>---------------------------------------------
       SBM-ADD-OBS.
           PERFORM SBM-FIND-GROUP
           IF WS-SBM-GRP = 0
               IF WS-SBG-TOTAL >= 500
                   MOVE "Y" TO WS-SBM-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SBG-TOTAL
               MOVE WS-SBG-TOTAL TO WS-SBM-GRP
               MOVE WS-SBM-DIM TO WS-SG-DIM(WS-SBM-GRP)
               MOVE FUNCTION TRIM(WS-SBM-LABEL) TO WS-SG-LABEL(WS-SBM-GRP)
           END-IF
           IF WS-SBO-TOTAL >= 5000
               MOVE "Y" TO WS-SBM-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SBO-TOTAL
           MOVE WS-SBM-GRP TO WS-SO-GROUP(WS-SBO-TOTAL)
           MOVE WS-SBM-SERIES TO WS-SO-SERIES(WS-SBO-TOTAL)
           MOVE WS-SBM-VALUE TO WS-SO-VALUE(WS-SBO-TOTAL).

      *>---------------------------------------------
      *> SBM-FIND-GROUP
      *> Purpose: Set WS-SBM-GRP to the group for
      *>          WS-SBM-DIM / WS-SBM-LABEL (case
      *>          ignored), or 0.
      *>---------------------------------------------
       SBM-FIND-GROUP.
           MOVE 0 TO WS-SBM-GRP
           PERFORM VARYING WS-SBM-K FROM 1 BY 1
               UNTIL WS-SBM-K > WS-SBG-TOTAL
               IF WS-SG-DIM(WS-SBM-K) = WS-SBM-DIM
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SG-LABEL(WS-SBM-K)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SBM-LABEL))
                   MOVE WS-SBM-K TO WS-SBM-GRP
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> SBM-GROUP-STATS
      *> Purpose: Count, low, median and high of
      *>          series WS-SBM-SERIES in group
      *>          WS-SBM-GRP - the values are gathered
      *>          and put in order first. An even count
      *>          takes the mean of the middle pair.
      *>---------------------------------------------
       SBM-GROUP-STATS.
           MOVE 0 TO WS-SBM-N
           MOVE 0 TO WS-SBM-LOW
           MOVE 0 TO WS-SBM-MED
           MOVE 0 TO WS-SBM-HIGH
           IF WS-SBM-GRP = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SBM-I FROM 1 BY 1
               UNTIL WS-SBM-I > WS-SBO-TOTAL
               IF WS-SO-GROUP(WS-SBM-I) = WS-SBM-GRP
               AND WS-SO-SERIES(WS-SBM-I) = WS-SBM-SERIES
               AND WS-SBM-N < 5000
                   ADD 1 TO WS-SBM-N
                   MOVE WS-SO-VALUE(WS-SBM-I) TO WS-SBM-VAL(WS-SBM-N)
               END-IF
           END-PERFORM
           IF WS-SBM-N = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SBM-I FROM 2 BY 1
               UNTIL WS-SBM-I > WS-SBM-N
               MOVE WS-SBM-VAL(WS-SBM-I) TO WS-SBM-TMP
               MOVE WS-SBM-I TO WS-SBM-J
               PERFORM UNTIL WS-SBM-J < 2
                   OR WS-SBM-VAL(WS-SBM-J - 1) <= WS-SBM-TMP
                   MOVE WS-SBM-VAL(WS-SBM-J - 1) TO WS-SBM-VAL(WS-SBM-J)
                   SUBTRACT 1 FROM WS-SBM-J
               END-PERFORM
               MOVE WS-SBM-TMP TO WS-SBM-VAL(WS-SBM-J)
           END-PERFORM
           MOVE WS-SBM-VAL(1) TO WS-SBM-LOW
           MOVE WS-SBM-VAL(WS-SBM-N) TO WS-SBM-HIGH
           DIVIDE WS-SBM-N BY 2 GIVING WS-SBM-J REMAINDER WS-SBM-K
           IF WS-SBM-K = 1
               MOVE WS-SBM-VAL(WS-SBM-J + 1) TO WS-SBM-MED
           ELSE
               COMPUTE WS-SBM-MED ROUNDED =
                   (WS-SBM-VAL(WS-SBM-J) + WS-SBM-VAL(WS-SBM-J + 1)) / 2
           END-IF.

      *>---------------------------------------------
      *> SBM-OFFER-BENCHMARK
      *> Purpose: Short benchmark shown under an offer
      *>          in RESPOND-TO-OFFERS - accepted offers
      *>          for the student's major and posted
      *>          ranges at the offering employer, with
      *>          the same small-group suppression as
      *>          the batch report.
      *>---------------------------------------------
       SBM-OFFER-BENCHMARK.
           IF FUNCTION TRIM(WS-SBM-MY-MAJOR) NOT = SPACES
               MOVE "M" TO WS-SBM-DIM
               MOVE WS-SBM-MY-MAJOR TO WS-SBM-LABEL
               PERFORM SBM-FIND-GROUP
               MOVE "A" TO WS-SBM-SERIES
               PERFORM SBM-GROUP-STATS
               MOVE SPACES TO WS-SBM-SERIES-LABEL
               STRING
                   "accepted offers, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SBM-MY-MAJOR) DELIMITED BY SIZE
                   " majors" DELIMITED BY SIZE
                   INTO WS-SBM-SERIES-LABEL
               END-STRING
               PERFORM SBM-SHOW-SHORT-LINE
           END-IF
           MOVE "N" TO WS-SBM-JOBS-OPEN
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STAT = "00"
               MOVE "Y" TO WS-SBM-JOBS-OPEN
           END-IF
           PERFORM SBM-POSTING-EMP-LOC
           IF WS-SBM-JOBS-OPEN = "Y"
               CLOSE JOBS-FILE
           END-IF
           MOVE "N" TO WS-SBM-JOBS-OPEN
           IF FUNCTION TRIM(WS-SBM-EMP) NOT = SPACES
               MOVE "E" TO WS-SBM-DIM
               MOVE WS-SBM-EMP TO WS-SBM-LABEL
               PERFORM SBM-FIND-GROUP
               MOVE "P" TO WS-SBM-SERIES
               PERFORM SBM-GROUP-STATS
               MOVE SPACES TO WS-SBM-SERIES-LABEL
               STRING
                   "posted ranges at " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SBM-EMP) DELIMITED BY SIZE
                   INTO WS-SBM-SERIES-LABEL
               END-STRING
               PERFORM SBM-SHOW-SHORT-LINE
           END-IF.

      *>---------------------------------------------
      *> SBM-SHOW-SHORT-LINE
      *> Purpose: Print one "Benchmark - label: ..."
      *>          line from the last SBM-GROUP-STATS.
      *>---------------------------------------------
       SBM-SHOW-SHORT-LINE.
           MOVE SPACES TO WS-OUTLINE
           IF WS-SBM-N < WS-CFG-SALARY-MIN-GROUP
               STRING
                   "    Benchmark - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SBM-SERIES-LABEL) DELIMITED BY SIZE
                   ": not enough on record to show" DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
           ELSE
               PERFORM SBM-FORMAT-STATS
               STRING
                   "    Benchmark - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SBM-SERIES-LABEL) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SBM-STATS-TEXT) DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> SBM-LOAD-MY-MAJOR
      *> Purpose: The current user's major, for the
      *>          offer benchmark.
      *>---------------------------------------------
       SBM-LOAD-MY-MAJOR.
           MOVE SPACES TO WS-SBM-MY-MAJOR
           OPEN INPUT PROFILES-FILE
           IF PROFILES-STATUS = "00"
               MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO PR-USERNAME
               READ PROFILES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-LINE TO WS-PROFILE-LINE
                       PERFORM PARSE-PROFILE-LINE
                       MOVE WS-PARSED-MAJOR TO WS-SBM-MY-MAJOR
               END-READ
               CLOSE PROFILES-FILE
           END-IF.

      *>---------------------------------------------
      *> WRITE-DAILY-REPORT
      *> Purpose: Write the run's operations tally to
      *>          daily-report.txt - accounts created,
      *>          connection requests sent/accepted,
      *>          job postings added, applications
      *>          submitted and messages sent.
      *>---------------------------------------------
       WRITE-DAILY-REPORT.
           IF RDONLY-YES
               MOVE "[READ-ONLY] Reporting run complete - no data file was written."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE "[DRY-RUN] Validation complete - no data file was written."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STAT NOT = "00" AND WS-RPT-STAT NOT = "05"
               DISPLAY "ERROR: Cannot write daily-report.txt. Status="
                   WS-RPT-STAT
               EXIT PARAGRAPH
           END-IF

           MOVE "--- InCollege Daily Operations Report ---" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING
               "Processing date: " DELIMITED BY SIZE
               WS-BIZ-DATE-DISP DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-BIZ-DATE-SOURCE) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-RPT-ACCOUNTS-CREATED TO WS-RPT-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING
               "Accounts created: " DELIMITED BY SIZE
               WS-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-RPT-CONN-SENT TO WS-RPT-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING
               "Connection requests sent: " DELIMITED BY SIZE
               WS-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-RPT-CONN-ACCEPTED TO WS-RPT-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING
               "Connection requests accepted: " DELIMITED BY SIZE
               WS-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-RPT-JOBS-POSTED TO WS-RPT-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING
               "Job postings added: " DELIMITED BY SIZE
               WS-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-RPT-APPS-SUBMITTED TO WS-RPT-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING
               "Applications submitted: " DELIMITED BY SIZE
               WS-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-RPT-MSGS-SENT TO WS-RPT-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING
               "Messages sent: " DELIMITED BY SIZE
               WS-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-RPT-SEND-REFUSED TO WS-RPT-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING
               "Sends refused at the daily limit: " DELIMITED BY SIZE
               WS-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-RPT-STATUS-CHANGES TO WS-RPT-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING
               "Application status transitions: " DELIMITED BY SIZE
               WS-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           *> Echo the operating parameters this run actually used, so
           *> the report proves which policy was in effect.
           MOVE "--- Effective settings ---" TO RPT-REC
           WRITE RPT-REC
           MOVE WS-CFG-JOB-EXPIRE-DAYS TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "JOB-EXPIRE-DAYS: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-MAX-LOGIN-ATTEMPTS TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "MAX-LOGIN-ATTEMPTS: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ACCOUNT-MAX TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "MAX-RECORDS: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-MSG-MAX-CHARS TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "MSG-MAX-CHARS: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-MAX-INVALID-STREAK TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "MAX-INVALID-STREAK: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-DAILY-CONN-LIMIT TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "DAILY-CONN-LIMIT: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-DAILY-MSG-LIMIT TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "DAILY-MSG-LIMIT: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-NEW-ACCT-DAYS TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "NEW-ACCOUNT-DAYS: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-NEW-CONN-LIMIT TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "NEW-ACCOUNT-CONN-LIMIT: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-NEW-MSG-LIMIT TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "NEW-ACCOUNT-MSG-LIMIT: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-SEND-REVIEW-DAYS TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "SEND-REVIEW-DAYS: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-SEND-REVIEW-WINDOW TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "SEND-REVIEW-WINDOW: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-SEC-SCAN-DAYS TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "SEC-SCAN-DAYS: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-SEC-FAIL-MINUTES TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "SEC-FAIL-MINUTES: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-SEC-FAIL-USERS TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "SEC-FAIL-USERS: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-SEC-NEW-ACCOUNTS TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "SEC-NEW-ACCOUNTS: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-SEC-STRANGER-COUNT TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "SEC-STRANGER-COUNT: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-SEC-PWD-EDIT-MINUTES TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "SEC-PWD-EDIT-MINUTES: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-SUPPORT-SLA-DAYS TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "SUPPORT-SLA-DAYS: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-STARTING-CREDITS TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "STARTING-CREDITS: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-FEATURED-DAY-CREDITS TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "FEATURED-DAY-CREDITS: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-CREDIT-PRICE TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "CREDIT-PRICE: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-HOURS-CREDIT-MIN TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "HOURS-CREDIT-MIN: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-TERM-WEEKS TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "TERM-WEEKS: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-SNAPSHOT-KEEP TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "SNAPSHOT-KEEP: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-TREND-WEEK-PCT TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "TREND-WEEK-PCT: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-TREND-MONTH-PCT TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "TREND-MONTH-PCT: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-SALARY-MIN-GROUP TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "SALARY-MIN-GROUP: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-DUP-JOB-WINDOW-DAYS TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "DUP-JOB-WINDOW-DAYS: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-RENAME-REDIRECT-DAYS TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "RENAME-REDIRECT-DAYS: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CFG-RESEARCH-MIN-CELL TO WS-CFG-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING "RESEARCH-MIN-CELL: " DELIMITED BY SIZE
                  WS-CFG-COUNT-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           CLOSE RPT-FILE.

      *>---------------------------------------------
      *> LOAD-CONFIG-FILE
      *> Purpose: Read KEY=VALUE operating parameters
      *>          from config.dat - expiry default,
      *>          login-attempt limit, working-set
      *>          record limit, message size and the
      *>          invalid-choice circuit breaker. Bad
      *>          or missing values keep the compiled
      *>          defaults; the effective values are
      *>          echoed into the daily report.
      *> Called:  From INIT-FILES.
      *>---------------------------------------------
       LOAD-CONFIG-FILE.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STAT NOT = "00"
               IF WS-CONFIG-STAT = "05"
                   CLOSE CONFIG-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET CONFIG-EOF-NO TO TRUE
           PERFORM UNTIL CONFIG-EOF-YES
               READ CONFIG-FILE INTO WS-CONFIG-LINE
                   AT END
                       SET CONFIG-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM APPLY-CONFIG-LINE
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           SET CONFIG-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> APPLY-CONFIG-LINE
      *> Purpose: Parse one KEY=VALUE line and apply it
      *>          when the key is known and the value is
      *>          numeric and in range.
      *>---------------------------------------------
       APPLY-CONFIG-LINE.
           IF FUNCTION TRIM(WS-CONFIG-LINE) = SPACES
           OR WS-CONFIG-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CONFIG-KEY
           MOVE SPACES TO WS-CONFIG-VALUE
           UNSTRING WS-CONFIG-LINE
               DELIMITED BY "="
               INTO WS-CONFIG-KEY WS-CONFIG-VALUE
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE)) NOT = 0
               DISPLAY "Config: non-numeric value ignored for "
                   FUNCTION TRIM(WS-CONFIG-KEY)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE) TO WS-CONFIG-NUM
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONFIG-KEY))
               WHEN "JOB-EXPIRE-DAYS"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 365
                       MOVE WS-CONFIG-NUM TO WS-CFG-JOB-EXPIRE-DAYS
                   ELSE
                       DISPLAY "Config: JOB-EXPIRE-DAYS out of range (1-365)"
                   END-IF
               WHEN "MAX-LOGIN-ATTEMPTS"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 99
                       MOVE WS-CONFIG-NUM TO WS-MAX-LOGIN-ATTEMPTS
                   ELSE
                       DISPLAY "Config: MAX-LOGIN-ATTEMPTS out of range (1-99)"
                   END-IF
               WHEN "MAX-RECORDS"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 500
                       MOVE WS-CONFIG-NUM TO WS-ACCOUNT-MAX
                       MOVE WS-CONFIG-NUM TO WS-CONN-MAX
                       MOVE WS-CONFIG-NUM TO WS-JOB-MAX
                       MOVE WS-CONFIG-NUM TO WS-APPS-MAX
                       MOVE WS-CONFIG-NUM TO WS-MSG-MAX
                       MOVE WS-CONFIG-NUM TO WS-SAVEDJOB-MAX
                       MOVE WS-CONFIG-NUM TO WS-PV-MAX
                   ELSE
                       DISPLAY "Config: MAX-RECORDS out of range (1-500)"
                   END-IF
               WHEN "MSG-MAX-CHARS"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 200
                       MOVE WS-CONFIG-NUM TO WS-MSG-MAX-CHARS
                   ELSE
                       DISPLAY "Config: MSG-MAX-CHARS out of range (1-200)"
                   END-IF
               WHEN "MIN-APPLY-SCORE"
                   IF WS-CONFIG-NUM <= 100
                       MOVE WS-CONFIG-NUM TO WS-CFG-MIN-APPLY-SCORE
                   ELSE
                       DISPLAY "Config: MIN-APPLY-SCORE out of range (0-100)"
                   END-IF
               WHEN "DORMANT-DAYS"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 3650
                       MOVE WS-CONFIG-NUM TO WS-CFG-DORMANT-DAYS
                   ELSE
                       DISPLAY "Config: DORMANT-DAYS out of range (1-3650)"
                   END-IF
               WHEN "APP-STALE-DAYS"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 365
                       MOVE WS-CONFIG-NUM TO WS-CFG-APP-STALE-DAYS
                   ELSE
                       DISPLAY "Config: APP-STALE-DAYS out of range (1-365)"
                   END-IF
               WHEN "RETENTION-DAYS"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 3650
                       MOVE WS-CONFIG-NUM TO WS-CFG-RETENTION-DAYS
                   ELSE
                       DISPLAY "Config: RETENTION-DAYS out of range (1-3650)"
                   END-IF
               WHEN "MAX-INVALID-STREAK"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 99
                       MOVE WS-CONFIG-NUM TO WS-MAX-INVALID-STREAK
                   ELSE
                       DISPLAY "Config: MAX-INVALID-STREAK out of range (1-99)"
                   END-IF
               WHEN "DAILY-CONN-LIMIT"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 999
                       MOVE WS-CONFIG-NUM TO WS-CFG-DAILY-CONN-LIMIT
                   ELSE
                       DISPLAY "Config: DAILY-CONN-LIMIT out of range (1-999)"
                   END-IF
               WHEN "DAILY-MSG-LIMIT"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 999
                       MOVE WS-CONFIG-NUM TO WS-CFG-DAILY-MSG-LIMIT
                   ELSE
                       DISPLAY "Config: DAILY-MSG-LIMIT out of range (1-999)"
                   END-IF
               WHEN "NEW-ACCOUNT-DAYS"
                   IF WS-CONFIG-NUM <= 365
                       MOVE WS-CONFIG-NUM TO WS-CFG-NEW-ACCT-DAYS
                   ELSE
                       DISPLAY "Config: NEW-ACCOUNT-DAYS out of range (0-365)"
                   END-IF
               WHEN "NEW-ACCOUNT-CONN-LIMIT"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 999
                       MOVE WS-CONFIG-NUM TO WS-CFG-NEW-CONN-LIMIT
                   ELSE
                       DISPLAY "Config: NEW-ACCOUNT-CONN-LIMIT out of range (1-999)"
                   END-IF
               WHEN "NEW-ACCOUNT-MSG-LIMIT"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 999
                       MOVE WS-CONFIG-NUM TO WS-CFG-NEW-MSG-LIMIT
                   ELSE
                       DISPLAY "Config: NEW-ACCOUNT-MSG-LIMIT out of range (1-999)"
                   END-IF
               WHEN "SEND-REVIEW-DAYS"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 365
                       MOVE WS-CONFIG-NUM TO WS-CFG-SEND-REVIEW-DAYS
                   ELSE
                       DISPLAY "Config: SEND-REVIEW-DAYS out of range (1-365)"
                   END-IF
               WHEN "SEND-REVIEW-WINDOW"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 365
                       MOVE WS-CONFIG-NUM TO WS-CFG-SEND-REVIEW-WINDOW
                   ELSE
                       DISPLAY "Config: SEND-REVIEW-WINDOW out of range (1-365)"
                   END-IF
               WHEN "SEC-SCAN-DAYS"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 90
                       MOVE WS-CONFIG-NUM TO WS-CFG-SEC-SCAN-DAYS
                   ELSE
                       DISPLAY "Config: SEC-SCAN-DAYS out of range (1-90)"
                   END-IF
               WHEN "SEC-FAIL-MINUTES"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 999
                       MOVE WS-CONFIG-NUM TO WS-CFG-SEC-FAIL-MINUTES
                   ELSE
                       DISPLAY "Config: SEC-FAIL-MINUTES out of range (1-999)"
                   END-IF
               WHEN "SEC-FAIL-USERS"
                   IF WS-CONFIG-NUM >= 2 AND WS-CONFIG-NUM <= 999
                       MOVE WS-CONFIG-NUM TO WS-CFG-SEC-FAIL-USERS
                   ELSE
                       DISPLAY "Config: SEC-FAIL-USERS out of range (2-999)"
                   END-IF
               WHEN "SEC-NEW-ACCOUNTS"
                   IF WS-CONFIG-NUM >= 2 AND WS-CONFIG-NUM <= 999
                       MOVE WS-CONFIG-NUM TO WS-CFG-SEC-NEW-ACCOUNTS
                   ELSE
                       DISPLAY "Config: SEC-NEW-ACCOUNTS out of range (2-999)"
                   END-IF
               WHEN "SEC-STRANGER-COUNT"
                   IF WS-CONFIG-NUM >= 2 AND WS-CONFIG-NUM <= 499
                       MOVE WS-CONFIG-NUM TO WS-CFG-SEC-STRANGER-COUNT
                   ELSE
                       DISPLAY "Config: SEC-STRANGER-COUNT out of range (2-499)"
                   END-IF
               WHEN "SEC-PWD-EDIT-MINUTES"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 999
                       MOVE WS-CONFIG-NUM TO WS-CFG-SEC-PWD-EDIT-MINUTES
                   ELSE
                       DISPLAY "Config: SEC-PWD-EDIT-MINUTES out of range (1-999)"
                   END-IF
               WHEN "SUPPORT-SLA-DAYS"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 90
                       MOVE WS-CONFIG-NUM TO WS-CFG-SUPPORT-SLA-DAYS
                   ELSE
                       DISPLAY "Config: SUPPORT-SLA-DAYS out of range (1-90)"
                   END-IF
               WHEN "STARTING-CREDITS"
                   IF WS-CONFIG-NUM >= 0 AND WS-CONFIG-NUM <= 999
                       MOVE WS-CONFIG-NUM TO WS-CFG-STARTING-CREDITS
                   ELSE
                       DISPLAY "Config: STARTING-CREDITS out of range (0-999)"
                   END-IF
               WHEN "FEATURED-DAY-CREDITS"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 99
                       MOVE WS-CONFIG-NUM TO WS-CFG-FEATURED-DAY-CREDITS
                   ELSE
                       DISPLAY "Config: FEATURED-DAY-CREDITS out of range (1-99)"
                   END-IF
               WHEN "CREDIT-PRICE"
                   IF WS-CONFIG-NUM >= 0 AND WS-CONFIG-NUM <= 999
                       MOVE WS-CONFIG-NUM TO WS-CFG-CREDIT-PRICE
                   ELSE
                       DISPLAY "Config: CREDIT-PRICE out of range (0-999)"
                   END-IF
               WHEN "HOURS-CREDIT-MIN"
                   IF WS-CONFIG-NUM >= 0 AND WS-CONFIG-NUM <= 999
                       MOVE WS-CONFIG-NUM TO WS-CFG-HOURS-CREDIT-MIN
                   ELSE
                       DISPLAY "Config: HOURS-CREDIT-MIN out of range (0-999)"
                   END-IF
               WHEN "TERM-WEEKS"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 52
                       MOVE WS-CONFIG-NUM TO WS-CFG-TERM-WEEKS
                   ELSE
                       DISPLAY "Config: TERM-WEEKS out of range (1-52)"
                   END-IF
               WHEN "SNAPSHOT-KEEP"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 99
                       MOVE WS-CONFIG-NUM TO WS-CFG-SNAPSHOT-KEEP
                   ELSE
                       DISPLAY "Config: SNAPSHOT-KEEP out of range (1-99)"
                   END-IF
               WHEN "TREND-WEEK-PCT"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 999
                       MOVE WS-CONFIG-NUM TO WS-CFG-TREND-WEEK-PCT
                   ELSE
                       DISPLAY "Config: TREND-WEEK-PCT out of range (1-999)"
                   END-IF
               WHEN "TREND-MONTH-PCT"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 999
                       MOVE WS-CONFIG-NUM TO WS-CFG-TREND-MONTH-PCT
                   ELSE
                       DISPLAY "Config: TREND-MONTH-PCT out of range (1-999)"
                   END-IF
               WHEN "SALARY-MIN-GROUP"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 99
                       MOVE WS-CONFIG-NUM TO WS-CFG-SALARY-MIN-GROUP
                   ELSE
                       DISPLAY "Config: SALARY-MIN-GROUP out of range (1-99)"
                   END-IF
               WHEN "DUP-JOB-WINDOW-DAYS"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 365
                       MOVE WS-CONFIG-NUM TO WS-CFG-DUP-JOB-WINDOW-DAYS
                   ELSE
                       DISPLAY "Config: DUP-JOB-WINDOW-DAYS out of range (1-365)"
                   END-IF
               WHEN "RENAME-REDIRECT-DAYS"
                   IF WS-CONFIG-NUM >= 1 AND WS-CONFIG-NUM <= 365
                       MOVE WS-CONFIG-NUM TO WS-CFG-RENAME-REDIRECT-DAYS
                   ELSE
                       DISPLAY "Config: RENAME-REDIRECT-DAYS out of range (1-365)"
                   END-IF
               WHEN "RESEARCH-MIN-CELL"
                   IF WS-CONFIG-NUM >= 2 AND WS-CONFIG-NUM <= 100
                       MOVE WS-CONFIG-NUM TO WS-CFG-RESEARCH-MIN-CELL
                   ELSE
                       DISPLAY "Config: RESEARCH-MIN-CELL out of range (2-100)"
                   END-IF
               WHEN "AS-OF-DATE"
                   IF WS-CONFIG-NUM >= 19000101
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-CONFIG-NUM) = 0
                       MOVE WS-CONFIG-NUM TO WS-BIZ-CFG-DATE
                   ELSE
                       DISPLAY "Config: AS-OF-DATE is not a valid YYYYMMDD date"
                   END-IF
               WHEN OTHER
                   DISPLAY "Config: unknown key ignored: "
                       FUNCTION TRIM(WS-CONFIG-KEY)
           END-EVALUATE.

      *>---------------------------------------------
      *> DETECT-DRY-RUN-MODE
      *> Purpose: Peek at the header lines of the
      *>          script; a DRY-RUN or READ-ONLY flag
      *>          line switches the run mode and an
      *>          AS-OF=YYYYMMDD line pins the business
      *>          date. Header lines are consumed; the
      *>          first ordinary line restarts the file
      *>          past the header so the real run sees
      *>          every remaining line.
      *> Called:  From INIT-FILES, right after the
      *>          input file opens.
      *>---------------------------------------------
       DETECT-DRY-RUN-MODE.
           SET DRY-RUN-NO TO TRUE
           SET RDONLY-NO TO TRUE
           MOVE 0 TO WS-BIZ-HDR-LINES
           SET BIZ-HDR-DONE-NO TO TRUE
           PERFORM UNTIL BIZ-HDR-DONE-YES
               READ IN-FILE
                   AT END
                       SET BIZ-HDR-DONE-YES TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(IN-REC) TO WS-BIZ-DIRECTIVE
                       EVALUATE TRUE
                           WHEN WS-BIZ-DIRECTIVE = "DRY-RUN"
                               SET DRY-RUN-YES TO TRUE
                               ADD 1 TO WS-BIZ-HDR-LINES
                               DISPLAY "DRY-RUN: validating script only - no data file will be written."
                           WHEN WS-BIZ-DIRECTIVE = "READ-ONLY"
                               *> Read-only mode rides the same write
                               *> guards as a dry run, but is declared so
                               *> it may run concurrently under the lock.
                               SET DRY-RUN-YES TO TRUE
                               SET RDONLY-YES TO TRUE
                               ADD 1 TO WS-BIZ-HDR-LINES
                               DISPLAY "READ-ONLY: reporting mode - every write path is refused; running beside any live session."
                           WHEN WS-BIZ-DIRECTIVE(1:6) = "AS-OF="
                               ADD 1 TO WS-BIZ-HDR-LINES
                               PERFORM APPLY-AS-OF-DIRECTIVE
                           WHEN OTHER
                               *> Rewind and step back over the header
                               *> lines already honored.
                               CLOSE IN-FILE
                               OPEN INPUT IN-FILE
                               PERFORM VARYING WS-BIZ-HDR-I FROM 1 BY 1
                                   UNTIL WS-BIZ-HDR-I > WS-BIZ-HDR-LINES
                                   READ IN-FILE
                                       AT END CONTINUE
                                   END-READ
                               END-PERFORM
                               SET BIZ-HDR-DONE-YES TO TRUE
                       END-EVALUATE
                       *> At most one line of each kind is a header.
                       IF WS-BIZ-HDR-LINES >= 3
                           SET BIZ-HDR-DONE-YES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *>---------------------------------------------
      *> APPLY-AS-OF-DIRECTIVE
      *> Purpose: Validate the date on an AS-OF= header
      *>          line and hold it for SET-PROCESSING-DATE.
      *>          A bad date is reported and ignored, so
      *>          the run falls back to config.dat or the
      *>          system clock.
      *>---------------------------------------------
       APPLY-AS-OF-DIRECTIVE.
           MOVE FUNCTION TRIM(WS-BIZ-DIRECTIVE(7:))
               TO WS-BIZ-DIRECTIVE-VAL
           IF WS-BIZ-DIRECTIVE-VAL(1:8) IS NUMERIC
           AND WS-BIZ-DIRECTIVE-VAL(9:) = SPACES
               MOVE WS-BIZ-DIRECTIVE-VAL(1:8) TO WS-BIZ-INPUT-DATE
               IF WS-BIZ-INPUT-DATE < 19000101
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-BIZ-INPUT-DATE) NOT = 0
                   MOVE 0 TO WS-BIZ-INPUT-DATE
               END-IF
           ELSE
               MOVE 0 TO WS-BIZ-INPUT-DATE
           END-IF
           IF WS-BIZ-INPUT-DATE = 0
               DISPLAY "AS-OF: not a valid YYYYMMDD date - ignored: "
                   FUNCTION TRIM(WS-BIZ-DIRECTIVE-VAL)
           END-IF.

      *>---------------------------------------------
      *> SET-PROCESSING-DATE
      *> Purpose: Settle the business date for the run -
      *>          the input-script AS-OF line first, then
      *>          AS-OF-DATE from config.dat, else the
      *>          system clock - and build its printable
      *>          YYYY-MM-DD form for report headings.
      *> Called:  From INIT-FILES, after LOAD-CONFIG-FILE.
      *>---------------------------------------------
       SET-PROCESSING-DATE.
           EVALUATE TRUE
               WHEN WS-BIZ-INPUT-DATE NOT = 0
                   MOVE WS-BIZ-INPUT-DATE TO WS-BIZ-DATE
                   MOVE "input AS-OF line" TO WS-BIZ-DATE-SOURCE
               WHEN WS-BIZ-CFG-DATE NOT = 0
                   MOVE WS-BIZ-CFG-DATE TO WS-BIZ-DATE
                   MOVE "config AS-OF-DATE" TO WS-BIZ-DATE-SOURCE
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BIZ-DATE
                   MOVE "system clock" TO WS-BIZ-DATE-SOURCE
           END-EVALUATE
           MOVE SPACES TO WS-BIZ-DATE-DISP
           STRING
               WS-BIZ-YEAR  DELIMITED BY SIZE
               "-"          DELIMITED BY SIZE
               WS-BIZ-MONTH DELIMITED BY SIZE
               "-"          DELIMITED BY SIZE
               WS-BIZ-DAY   DELIMITED BY SIZE
               INTO WS-BIZ-DATE-DISP
           END-STRING
           IF WS-BIZ-DATE-SOURCE NOT = "system clock"
               DISPLAY "Processing as of " WS-BIZ-DATE-DISP
                   " (" FUNCTION TRIM(WS-BIZ-DATE-SOURCE) ")."
           END-IF.

      *>---------------------------------------------
      *> GET-BUSINESS-NOW
      *> Purpose: Fill WS-BIZ-NOW with the current time
      *>          of day on the processing date, in the
      *>          FUNCTION CURRENT-DATE layout, for every
      *>          record timestamp.
      *>---------------------------------------------
       GET-BUSINESS-NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-BIZ-NOW
           MOVE WS-BIZ-DATE TO WS-BIZ-NOW(1:8).

      *>---------------------------------------------
      *> FORMAT-BUSINESS-TIMESTAMP
      *> Purpose: Take a fresh GET-BUSINESS-NOW reading
      *>          and leave it in WS-BIZ-TIMESTAMP as
      *>          YYYY-MM-DD HH:MM:SS, the stamp layout
      *>          every .dat file carries.
      *>---------------------------------------------
       FORMAT-BUSINESS-TIMESTAMP.
           PERFORM GET-BUSINESS-NOW
           MOVE SPACES TO WS-BIZ-TIMESTAMP
           STRING
               WS-BIZ-NOW(1:4)  DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               WS-BIZ-NOW(5:2)  DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               WS-BIZ-NOW(7:2)  DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               WS-BIZ-NOW(9:2)  DELIMITED BY SIZE
               ":"              DELIMITED BY SIZE
               WS-BIZ-NOW(11:2) DELIMITED BY SIZE
               ":"              DELIMITED BY SIZE
               WS-BIZ-NOW(13:2) DELIMITED BY SIZE
               INTO WS-BIZ-TIMESTAMP
           END-STRING.

      *>---------------------------------------------
      *> DRY-RUN-NOTE
      *> Purpose: Report the update a save paragraph
      *>          would have made to the file named in
      *>          WS-DRYRUN-TARGET.
      *>---------------------------------------------
       DRY-RUN-NOTE.
           MOVE SPACES TO WS-OUTLINE
           IF RDONLY-YES
               STRING
                   "[READ-ONLY] Write to " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DRYRUN-TARGET) DELIMITED BY SIZE
                   " refused" DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
           ELSE
               STRING
                   "[DRY-RUN] Would update " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DRYRUN-TARGET) DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> RECOVER-INTERRUPTED-REWRITES
      *> Purpose: Startup check for rewrites a crash cut
      *>          short. jobs/apps/messages temps are
      *>          renamed over the live file only when
      *>          complete, so a leftover temp is always
      *>          an incomplete image and the live file
      *>          still holds the pre-crash state -
      *>          discard the temp.
      *> Called:  From INIT-FILES, before any menu.
      *>---------------------------------------------
       RECOVER-INTERRUPTED-REWRITES.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TEMP-JOBS-FILE
           IF WS-TMPJOBS-STAT = "00"
               CLOSE TEMP-JOBS-FILE
               CALL "SYSTEM" USING "rm -f temp-jobs.dat"
               END-CALL
               DISPLAY "Discarded an incomplete jobs.dat rewrite."
           ELSE
               IF WS-TMPJOBS-STAT = "05"
                   CLOSE TEMP-JOBS-FILE
               END-IF
           END-IF

           OPEN INPUT TEMP-APPS-FILE
           IF WS-TMPAPPS-STAT = "00"
               CLOSE TEMP-APPS-FILE
               CALL "SYSTEM" USING "rm -f temp-apps.dat"
               END-CALL
               DISPLAY "Discarded an incomplete applications.dat rewrite."
           ELSE
               IF WS-TMPAPPS-STAT = "05"
                   CLOSE TEMP-APPS-FILE
               END-IF
           END-IF

           OPEN INPUT TEMP-MSGS-FILE
           IF WS-TMPMSGS-STAT = "00"
               CLOSE TEMP-MSGS-FILE
               CALL "SYSTEM" USING "rm -f temp-messages.dat"
               END-CALL
               DISPLAY "Discarded an incomplete messages.dat rewrite."
           ELSE
               IF WS-TMPMSGS-STAT = "05"
                   CLOSE TEMP-MSGS-FILE
               END-IF
           END-IF

           OPEN INPUT TEMP-PV-FILE
           IF WS-TMPPV-STAT = "00"
               CLOSE TEMP-PV-FILE
               CALL "SYSTEM" USING "rm -f temp-profileviews.dat"
               END-CALL
               DISPLAY "Discarded an incomplete profileviews.dat rewrite."
           ELSE
               IF WS-TMPPV-STAT = "05"
                   CLOSE TEMP-PV-FILE
               END-IF
           END-IF

           OPEN INPUT TEMP-JV-FILE
           IF WS-TMPJV-STAT = "00"
               CLOSE TEMP-JV-FILE
               CALL "SYSTEM" USING "rm -f temp-jobviews.dat"
               END-CALL
               DISPLAY "Discarded an incomplete jobviews.dat rewrite."
           ELSE
               IF WS-TMPJV-STAT = "05"
                   CLOSE TEMP-JV-FILE
               END-IF
           END-IF

           OPEN INPUT TEMP-FTR-FILE
           IF WS-TMPFTR-STAT = "00"
               CLOSE TEMP-FTR-FILE
               CALL "SYSTEM" USING "rm -f temp-featured.dat"
               END-CALL
               DISPLAY "Discarded an incomplete featured.dat rewrite."
           ELSE
               IF WS-TMPFTR-STAT = "05"
                   CLOSE TEMP-FTR-FILE
               END-IF
           END-IF

           OPEN INPUT TEMP-TKR-FILE
           IF WS-TMPTKR-STAT = "00"
               CLOSE TEMP-TKR-FILE
               CALL "SYSTEM" USING "rm -f temp-ticketreplies.dat"
               END-CALL
               DISPLAY "Discarded an incomplete ticketreplies.dat rewrite."
           ELSE
               IF WS-TMPTKR-STAT = "05"
                   CLOSE TEMP-TKR-FILE
               END-IF
           END-IF

           OPEN INPUT TEMP-AND-FILE
           IF WS-TMPAND-STAT = "00"
               CLOSE TEMP-AND-FILE
               CALL "SYSTEM" USING "rm -f temp-platanndismiss.dat"
               END-CALL
               DISPLAY "Discarded an incomplete platanndismiss.dat rewrite."
           ELSE
               IF WS-TMPAND-STAT = "05"
                   CLOSE TEMP-AND-FILE
               END-IF
           END-IF

           OPEN INPUT TEMP-SYN-FILE
           IF WS-TMPSYN-STAT = "00"
               CLOSE TEMP-SYN-FILE
               CALL "SYSTEM" USING "rm -f temp-syndicated.dat"
               END-CALL
               DISPLAY "Discarded an incomplete syndicated.dat rewrite."
           ELSE
               IF WS-TMPSYN-STAT = "05"
                   CLOSE TEMP-SYN-FILE
               END-IF
           END-IF

           OPEN INPUT TEMP-USG-FILE
           IF WS-TMPUSG-STAT = "00"
               CLOSE TEMP-USG-FILE
               CALL "SYSTEM" USING "rm -f temp-usage.dat"
               END-CALL
               DISPLAY "Discarded an incomplete usage.dat rewrite."
           ELSE
               IF WS-TMPUSG-STAT = "05"
                   CLOSE TEMP-USG-FILE
               END-IF
           END-IF

           OPEN INPUT TEMP-SRV-FILE
           IF WS-TMPSRV-STAT = "00"
               CLOSE TEMP-SRV-FILE
               CALL "SYSTEM" USING "rm -f temp-surveyresp.dat"
               END-CALL
               DISPLAY "Discarded an incomplete surveyresp.dat rewrite."
           ELSE
               IF WS-TMPSRV-STAT = "05"
                   CLOSE TEMP-SRV-FILE
               END-IF
           END-IF.

      *>---------------------------------------------
      *> ACQUIRE-RUN-LOCK
      *> Purpose: Take the run-lock, or stop the run
      *>          when another run already holds it. A
      *>          crash can leave a stale lock behind;
      *>          an operator overrides it by putting
      *>          OVERRIDE-LOCK as the next line of the
      *>          input script.
      *> Called:  From INIT-FILES, right after the
      *>          input file opens.
      *>---------------------------------------------
       ACQUIRE-RUN-LOCK.
           *> Dry runs and read-only reporting runs rewrite nothing,
           *> so they neither take nor honor the exclusive lock.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STAT = "00"
               MOVE SPACES TO WS-LOCK-LINE
               READ LOCK-FILE INTO WS-LOCK-LINE
                   AT END CONTINUE
               END-READ
               CLOSE LOCK-FILE
               DISPLAY "Another InCollege run is in progress (lock taken "
                   FUNCTION TRIM(WS-LOCK-LINE) ")."
               PERFORM GET-NEXT-INPUT
               IF FUNCTION TRIM(WS-INLINE) = "OVERRIDE-LOCK"
                   DISPLAY "Stale run-lock overridden by operator."
               ELSE
                   DISPLAY "If that run has crashed, remove runlock.dat or"
                   DISPLAY "start the script with an OVERRIDE-LOCK line."
                   STOP RUN
               END-IF
           ELSE
               *> An OPTIONAL file missing at OPEN INPUT comes back
               *> "05" with the file left virtually open - close it so
               *> the OPEN OUTPUT below does not fail with "41".
               IF WS-LOCK-STAT = "05"
                   CLOSE LOCK-FILE
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOCK-LINE
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STAT = "00" OR WS-LOCK-STAT = "05"
               WRITE LOCK-REC FROM WS-LOCK-LINE
               CLOSE LOCK-FILE
           ELSE
               DISPLAY "ERROR: Cannot write runlock.dat. Status="
                   WS-LOCK-STAT
           END-IF.

      *>---------------------------------------------
      *> RELEASE-RUN-LOCK
      *> Purpose: Remove the run-lock once the run has
      *>          reached CLOSE-FILES normally.
      *>---------------------------------------------
       RELEASE-RUN-LOCK.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "rm -f runlock.dat"
           END-CALL.

      *>---------------------------------------------
      *> SPOOL-FAILED-WRITE
      *> Purpose: A save that could not reach its .dat
      *>          file lands the fully built record line
      *>          here instead of discarding what the
      *>          user typed. Callers set WS-SPOOL-DEST
      *>          and WS-SPOOL-LINE first.
      *>---------------------------------------------
       SPOOL-FAILED-WRITE.
           OPEN EXTEND SPOOL-FILE
           IF WS-SPL-STAT = "41"
               CLOSE SPOOL-FILE
               OPEN EXTEND SPOOL-FILE
           END-IF
           IF WS-SPL-STAT = "00" OR WS-SPL-STAT = "05"
               MOVE SPACES TO SPOOL-REC
               STRING
                   FUNCTION TRIM(WS-SPOOL-DEST) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SPOOL-LINE) DELIMITED BY SIZE
                   INTO SPOOL-REC
               END-STRING
               WRITE SPOOL-REC
               CLOSE SPOOL-FILE
               MOVE "The record was spooled to writespool.dat for retry."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
           ELSE
               DISPLAY "ERROR: Cannot write to writespool.dat - the record is lost. Status="
                   WS-SPL-STAT
           END-IF.

      *>---------------------------------------------
      *> CHECK-SPOOL-AT-STARTUP
      *> Purpose: Warn at startup when spooled records
      *>          are waiting to be replayed.
      *>---------------------------------------------
       CHECK-SPOOL-AT-STARTUP.
           SET SPL-EOF-NO TO TRUE
           MOVE "N" TO WS-SPL-OK
           OPEN INPUT SPOOL-FILE
           IF WS-SPL-STAT NOT = "00"
               IF WS-SPL-STAT = "05"
                   CLOSE SPOOL-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SPL-EOF-YES
               READ SPOOL-FILE INTO WS-SPL-ROW
                   AT END
                       SET SPL-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-SPL-ROW) NOT = SPACES
                           MOVE "Y" TO WS-SPL-OK
                           SET SPL-EOF-YES TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPOOL-FILE
           SET SPL-EOF-NO TO TRUE
           IF WS-SPL-OK = "Y"
               DISPLAY "NOTICE: spooled records are waiting in writespool.dat - run Retry Spooled Writes."
           END-IF.

      *>---------------------------------------------
      *> RETRY-SPOOLED-WRITES
      *> Purpose: Replay writespool.dat once the disk
      *>          problem is fixed - each record goes to
      *>          the destination it was originally
      *>          bound for, and only the rows that
      *>          still fail stay spooled.
      *> Called:  From TOP-LEVEL-MENU option 14.
      *>---------------------------------------------
       RETRY-SPOOLED-WRITES.
           IF DRY-RUN-YES
               MOVE "writespool.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SPL-TOTAL
           SET SPL-EOF-NO TO TRUE
           OPEN INPUT SPOOL-FILE
           IF WS-SPL-STAT NOT = "00"
               IF WS-SPL-STAT = "05"
                   CLOSE SPOOL-FILE
               END-IF
               MOVE "The spool is empty - nothing to replay."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SPL-EOF-YES
               READ SPOOL-FILE INTO WS-SPL-ROW
                   AT END
                       SET SPL-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-SPL-ROW) NOT = SPACES
                       AND WS-SPL-TOTAL < 200
                           ADD 1 TO WS-SPL-TOTAL
                           MOVE WS-SPL-ROW
                               TO WS-SPL-ARRAY-LINE(WS-SPL-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPOOL-FILE
           SET SPL-EOF-NO TO TRUE
           MOVE 0 TO WS-SPL-REPLAYED
           MOVE 0 TO WS-SPL-KEPT
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
               UNTIL WS-SPL-IDX > WS-SPL-TOTAL
               PERFORM REPLAY-ONE-SPOOLED-WRITE
           END-PERFORM
           *> The spool keeps only the rows that still failed.
           OPEN OUTPUT SPOOL-FILE
           IF WS-SPL-STAT = "00" OR WS-SPL-STAT = "05"
               PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SPL-TOTAL
                   IF FUNCTION TRIM(WS-SPL-ARRAY-LINE(WS-SPL-IDX))
                      NOT = SPACES
                       WRITE SPOOL-REC
                           FROM WS-SPL-ARRAY-LINE(WS-SPL-IDX)
                   END-IF
               END-PERFORM
               CLOSE SPOOL-FILE
           END-IF
           MOVE WS-SPL-REPLAYED TO WS-SPL-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Spooled records replayed: " DELIMITED BY SIZE
                  WS-SPL-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE WS-SPL-KEPT TO WS-SPL-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Still spooled: " DELIMITED BY SIZE
                  WS-SPL-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> REPLAY-ONE-SPOOLED-WRITE
      *> Purpose: Send the spooled row in WS-SPL-IDX
      *>          back to its destination - keyed
      *>          inserts for jobs.dat and
      *>          applications.dat, a dynamic EXTEND
      *>          write for every line-sequential
      *>          destination. A replayed row is
      *>          blanked; a failed one stays.
      *>---------------------------------------------
       REPLAY-ONE-SPOOLED-WRITE.
           MOVE SPACES TO WS-SPOOL-DEST
           MOVE SPACES TO WS-SPOOL-LINE
           MOVE 1 TO WS-SPL-PTR
           UNSTRING WS-SPL-ARRAY-LINE(WS-SPL-IDX)
               DELIMITED BY "|"
               INTO WS-SPOOL-DEST
               WITH POINTER WS-SPL-PTR
           END-UNSTRING
           MOVE WS-SPL-ARRAY-LINE(WS-SPL-IDX)(WS-SPL-PTR:)
               TO WS-SPOOL-LINE
           MOVE "N" TO WS-SPL-OK
           EVALUATE FUNCTION TRIM(WS-SPOOL-DEST)
               WHEN "jobs.dat"
                   MOVE WS-SPOOL-LINE TO WS-JOB-LINE
                   PERFORM PARSE-JOB-LINE-FOR-SUMMARY
                   OPEN I-O JOBS-FILE
                   IF WS-JOBS-STAT = "35"
                       OPEN OUTPUT JOBS-FILE
                       CLOSE JOBS-FILE
                       OPEN I-O JOBS-FILE
                   END-IF
                   IF WS-JOBS-STAT = "00"
                       MOVE WS-JOB-PARSE-ID TO JB-JOBID
                       MOVE WS-JOB-LINE TO JB-LINE
                       WRITE JOBS-REC
                           INVALID KEY CONTINUE
                       END-WRITE
                       CLOSE JOBS-FILE
                       MOVE "Y" TO WS-SPL-OK
                   ELSE
                       CLOSE JOBS-FILE
                   END-IF
               WHEN "applications.dat"
                   MOVE WS-SPOOL-LINE TO WS-APPS-LINE
                   PERFORM PARSE-APPS-LINE
                   OPEN I-O APPS-FILE
                   IF WS-APPS-STAT = "35"
                       OPEN OUTPUT APPS-FILE
                       CLOSE APPS-FILE
                       OPEN I-O APPS-FILE
                   END-IF
                   IF WS-APPS-STAT = "00"
                       MOVE WS-APP-PARSE-JOBNUM TO AP-JOBID
                       MOVE FUNCTION TRIM(WS-APP-PARSE-USER) TO AP-USER
                       MOVE WS-APPS-LINE TO AP-LINE
                       WRITE APPS-REC
                           INVALID KEY CONTINUE
                       END-WRITE
                       CLOSE APPS-FILE
                       MOVE "Y" TO WS-SPL-OK
                   ELSE
                       CLOSE APPS-FILE
                   END-IF
               WHEN OTHER
                   MOVE FUNCTION TRIM(WS-SPOOL-DEST)
                       TO WS-SPOOLOUT-NAME
                   OPEN EXTEND SPOOLOUT-FILE
                   IF WS-SPO-STAT = "41"
                       CLOSE SPOOLOUT-FILE
                       OPEN EXTEND SPOOLOUT-FILE
                   END-IF
                   IF WS-SPO-STAT = "00" OR WS-SPO-STAT = "05"
                       WRITE SPOOLOUT-REC FROM WS-SPOOL-LINE
                       CLOSE SPOOLOUT-FILE
                       MOVE "Y" TO WS-SPL-OK
                   END-IF
           END-EVALUATE
           IF WS-SPL-OK = "Y"
               ADD 1 TO WS-SPL-REPLAYED
               MOVE SPACES TO WS-SPL-ARRAY-LINE(WS-SPL-IDX)
           ELSE
               ADD 1 TO WS-SPL-KEPT
           END-IF.

       GET-NEXT-INPUT.
           READ IN-FILE
               AT END
                   SET EOF-YES TO TRUE
                   MOVE SPACES TO WS-INLINE
               NOT AT END
                   MOVE IN-REC TO WS-INLINE
                   *> Every .dat file is pipe-delimited, so a "|" typed
                   *> into any free-text answer would shift every later
                   *> field of the record it lands in. Neutralize it at
                   *> the single point all input flows through.
                   INSPECT WS-INLINE REPLACING ALL "|" BY "/"
                   ADD 1 TO WS-CKPT-LINE-NUM
           END-READ.

      *>---------------------------------------------
      *> SAVE-CHECKPOINT
      *> Purpose: Persist how many input lines have
      *>          been consumed so far, so a restart
      *>          of the same InCollege-Input.txt can
      *>          skip straight past them.
      *>---------------------------------------------
       SAVE-CHECKPOINT.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CKPT-LINE-NUM TO WS-CKPT-LINE-EDIT
           OPEN OUTPUT CKPT-FILE
           IF WS-CKPT-STAT = "00" OR WS-CKPT-STAT = "05"
               WRITE CKPT-REC FROM WS-CKPT-LINE-EDIT
               CLOSE CKPT-FILE
           END-IF.

      *>---------------------------------------------
      *> LOAD-CHECKPOINT
      *> Purpose: Read any checkpoint left by a prior,
      *>          interrupted run of this same input
      *>          file into WS-CKPT-LINE-NUM.
      *>---------------------------------------------
       LOAD-CHECKPOINT.
           MOVE 0 TO WS-CKPT-LINE-NUM
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STAT = "00"
               READ CKPT-FILE INTO WS-CKPT-LINE-EDIT
                   NOT AT END
                       MOVE FUNCTION NUMVAL(WS-CKPT-LINE-EDIT)
                           TO WS-CKPT-LINE-NUM
               END-READ
           END-IF
           IF WS-CKPT-STAT = "00" OR WS-CKPT-STAT = "05"
               CLOSE CKPT-FILE
           END-IF.

      *>---------------------------------------------
      *> SKIP-TO-CHECKPOINT
      *> Purpose: Re-read and discard the lines already
      *>          processed by a prior run so MAIN picks
      *>          up right after where it was interrupted.
      *>---------------------------------------------
       SKIP-TO-CHECKPOINT.
           PERFORM VARYING WS-CKPT-SKIP-I FROM 1 BY 1
               UNTIL WS-CKPT-SKIP-I > WS-CKPT-LINE-NUM OR EOF-YES
               READ IN-FILE
                   AT END
                       SET EOF-YES TO TRUE
                   NOT AT END
                       CONTINUE
               END-READ
           END-PERFORM.

      *>---------------------------------------------
      *> CLEAR-CHECKPOINT
      *> Purpose: Remove the checkpoint file once a run
      *>          has reached CLOSE-FILES normally, so
      *>          the next run starts at line 1 again.
      *>---------------------------------------------
       CLEAR-CHECKPOINT.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "rm -f batch-checkpoint.dat"
           END-CALL.

       ECHO-INPUT.
           MOVE SPACES TO WS-OUTLINE
           STRING
              FUNCTION TRIM(WS-PREV-PROMPT) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(WS-INLINE) DELIMITED BY SIZE
              INTO WS-OUTLINE
           END-STRING
           WRITE OUT-REC FROM WS-OUTLINE
           IF WS-OUT-STAT NOT = "00"
              DISPLAY "ERR: failed writing to outfile. Status= "
                  WS-OUT-STAT
              STOP RUN
           END-IF.

       REQUIRE-INPUT.
           PERFORM GET-NEXT-INPUT
           IF EOF-YES
               SET EXIT-YES TO TRUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY FUNCTION TRIM(WS-INLINE)
           DISPLAY SPACE
           PERFORM ECHO-INPUT
           EVALUATE FUNCTION TRIM(WS-INLINE)
               WHEN "ABORT-RUN"
                   MOVE "ABORT-RUN received - stopping the run."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   SET EOF-YES TO TRUE
                   SET EXIT-YES TO TRUE
               WHEN "LOGOUT"
                   SET EXIT-YES TO TRUE
               WHEN "MAIN-MENU"
                   SET NAV-MAIN-YES TO TRUE
                   SET EXIT-YES TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>---------------------------------------------
      *> NOTE-INVALID-CHOICE
      *> Purpose: Report an invalid menu choice and
      *>          count the streak of adjacent input
      *>          lines rejected in a row - a desynced
      *>          script fails the run loudly after
      *>          WS-MAX-INVALID-STREAK of them instead
      *>          of consuming every remaining line.
      *>---------------------------------------------
       NOTE-INVALID-CHOICE.
           MOVE "Invalid choice." TO WS-OUTLINE
           PERFORM PRINT-LINE
           IF WS-CKPT-LINE-NUM = WS-LAST-INVALID-LINE + 1
               ADD 1 TO WS-INVALID-STREAK
           ELSE
               MOVE 1 TO WS-INVALID-STREAK
           END-IF
           MOVE WS-CKPT-LINE-NUM TO WS-LAST-INVALID-LINE
           IF WS-INVALID-STREAK >= WS-MAX-INVALID-STREAK
               MOVE "Too many consecutive invalid choices - the input script is out of step."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "Failing the run instead of consuming the remaining lines."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               SET EOF-YES TO TRUE
               SET EXIT-YES TO TRUE
           END-IF.

       PRINT-INLINE.
           MOVE WS-OUTLINE TO WS-PREV-PROMPT
           DISPLAY FUNCTION TRIM(WS-OUTLINE) WITH NO ADVANCING.
           DISPLAY " " WITH NO ADVANCING.
       
       PRINT-LINE.
           DISPLAY WS-OUTLINE
           WRITE OUT-REC FROM WS-OUTLINE
           IF WS-OUT-STAT NOT = "00"
               DISPLAY "ERR: Failed writing to output file. Status="
                   WS-OUT-STAT
               STOP RUN
           END-IF.

      *>---------------------------------------------
      *> NOTE-FAILED-LOGIN
      *> Purpose: Circuit breaker for the login loop -
      *>          the most dangerous desync point, since
      *>          every wrong guess can bump a real
      *>          account's fail count. Back-to-back
      *>          failed attempts sit two input lines
      *>          apart (username and password), and
      *>          after WS-MAX-INVALID-STREAK of them
      *>          the run fails loudly instead of
      *>          consuming the remaining lines.
      *>---------------------------------------------
       NOTE-FAILED-LOGIN.
           IF WS-CKPT-LINE-NUM = WS-LAST-INVALID-LINE + 2
               ADD 1 TO WS-INVALID-STREAK
           ELSE
               MOVE 1 TO WS-INVALID-STREAK
           END-IF
           MOVE WS-CKPT-LINE-NUM TO WS-LAST-INVALID-LINE
           IF WS-INVALID-STREAK >= WS-MAX-INVALID-STREAK
               MOVE "Too many consecutive failed logins - the input script is out of step."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "Failing the run instead of consuming the remaining lines."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               SET EOF-YES TO TRUE
               SET EXIT-YES TO TRUE
           END-IF.

       TOP-LEVEL-MENU.
           *> This is the only point reached with no half-finished,
           *> multi-line prompt in progress - every login session
           *> started from here runs to completion (back to "Go
           *> Back"/Logout) before control returns to this loop.
           *> Checkpointing here, instead of on every raw line read,
           *> guarantees a restart always resumes at a safe prompt
           *> boundary instead of mid-flow.
           PERFORM SAVE-CHECKPOINT
           MOVE "Welcome to InCollege!" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "---------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "1. Log In" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "2. Create New Account" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "3. Export Data to CSV (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "4. Reconcile Applications (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "5. Exit" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "6. Repair Data Files (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "7. Archive Old Records (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "8. Integrity Audit (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "9. Import Accounts from CSV (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "10. Platform Analytics (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "11. Placement Outcomes Report (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "12. Graduation Rollover (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "13. Import Jobs from CSV (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "14. Retry Spooled Writes (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "15. Stalled Applications Report (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "16. Generate Weekly Digests (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "17. Security Exceptions Scan (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "18. Month-End Employer Invoicing (operations use)"
               TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "19. Enrollment Verification (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "20. Internship Hours Report (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "21. Legal Hold Register (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "22. Banned-Term Rescan (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "23. Snapshot Data Files (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "24. Restore Data Snapshot (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "25. Metrics Trend Report (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "26. Salary Benchmark Report (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "27. Research Extract (operations use)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "28. Job-Board Syndication Feed (operations use)"
               TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "29. Outbound Notification Mail (operations use)"
               TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "30. Monthly Feature Usage Report (operations use)"
               TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "31. Profile Name Normalization (operations use)"
               TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE

           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED

           EVALUATE TRUE
               WHEN WS-TRIMMED = "1"
                 OR WS-TRIMMED = "Log In"
                 OR WS-TRIMMED = "LogIn"
                 OR WS-TRIMMED = "login"
                 OR WS-TRIMMED = "LOG IN"
                   PERFORM AUTHENTICATE-USER
               WHEN WS-TRIMMED = "2"
                 OR WS-TRIMMED = "Create New Account"
                 OR WS-TRIMMED = "CreateNewAccount"
                 OR WS-TRIMMED = "create"
                   PERFORM CREATE-NEW-ACCOUNT
               WHEN WS-TRIMMED = "3"
                   PERFORM EXPORT-DATA-TO-CSV
               WHEN WS-TRIMMED = "4"
                   PERFORM RECONCILE-APPLICATIONS
               WHEN WS-TRIMMED = "6"
                   PERFORM REPAIR-DATA-FILES
               WHEN WS-TRIMMED = "7"
                   PERFORM ARCHIVE-OLD-RECORDS
               WHEN WS-TRIMMED = "8"
                   PERFORM INTEGRITY-AUDIT
               WHEN WS-TRIMMED = "9"
                   PERFORM IMPORT-ACCOUNTS-CSV
               WHEN WS-TRIMMED = "10"
                   PERFORM PLATFORM-ANALYTICS
               WHEN WS-TRIMMED = "11"
                   PERFORM PLACEMENT-OUTCOMES-REPORT
               WHEN WS-TRIMMED = "12"
                   PERFORM GRADUATION-ROLLOVER
               WHEN WS-TRIMMED = "13"
                   PERFORM IMPORT-JOBS-CSV
               WHEN WS-TRIMMED = "14"
                   PERFORM RETRY-SPOOLED-WRITES
               WHEN WS-TRIMMED = "15"
                   PERFORM STALE-APPLICATIONS-REPORT
               WHEN WS-TRIMMED = "16"
                   PERFORM GENERATE-WEEKLY-DIGESTS
               WHEN WS-TRIMMED = "17"
                   PERFORM SECURITY-SCAN
               WHEN WS-TRIMMED = "18"
                   PERFORM MONTH-END-INVOICING
               WHEN WS-TRIMMED = "19"
                   PERFORM ENROLLMENT-VERIFICATION
               WHEN WS-TRIMMED = "20"
                   PERFORM INTERNSHIP-HOURS-REPORT
               WHEN WS-TRIMMED = "21"
                   PERFORM HOLD-REGISTER-REPORT
               WHEN WS-TRIMMED = "22"
                   PERFORM TERM-RESCAN
               WHEN WS-TRIMMED = "23"
                   PERFORM SNAPSHOT-DATA-FILES
               WHEN WS-TRIMMED = "24"
                   PERFORM RESTORE-SNAPSHOT
               WHEN WS-TRIMMED = "25"
                   PERFORM METRICS-TREND-REPORT
               WHEN WS-TRIMMED = "26"
                   PERFORM SALARY-BENCHMARK-REPORT
               WHEN WS-TRIMMED = "27"
                   PERFORM RESEARCH-EXTRACT
               WHEN WS-TRIMMED = "28"
                   PERFORM SYNDICATION-FEED
               WHEN WS-TRIMMED = "29"
                   PERFORM OUTBOUND-MAIL
               WHEN WS-TRIMMED = "30"
                   PERFORM USAGE-REPORT
               WHEN WS-TRIMMED = "31"
                   PERFORM NORMALIZE-PROFILE-NAMES
               WHEN WS-TRIMMED = "BATCH-MAINTENANCE"
                   PERFORM BATCH-MAINTENANCE
               WHEN WS-TRIMMED = "5"
                 OR WS-TRIMMED = "Logout"
                 OR WS-TRIMMED = "logout"
                   SET EXIT-YES TO TRUE
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
           END-EVALUATE.

      *>---------------------------------------------
      *> BATCH-MAINTENANCE
      *> Purpose: Run the nightly operations jobs -
      *>          data snapshot, expired-job purge,
      *>          retention archive,
      *>          application reconciliation, integrity
      *>          audit, security scan, banned-term
      *>          rescan, profile name normalization,
      *>          enrollment verification,
      *>          dormant report,
      *>          platform analytics, the job-board
      *>          syndication feed and outbound
      *>          notification mail - in one command, keeping
      *>          going past a failed step and logging
      *>          per-step status and timings to
      *>          maintenance-log.txt.
      *> Called:  From TOP-LEVEL-MENU by the
      *>          BATCH-MAINTENANCE input line.
      *>---------------------------------------------
       BATCH-MAINTENANCE.
           SET BATCH-MAINT-YES TO TRUE
           OPEN OUTPUT MAINTLOG-FILE
           IF WS-MNT-STAT NOT = "00" AND WS-MNT-STAT NOT = "05"
               MOVE "ERROR: Cannot write maintenance-log.txt."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               SET BATCH-MAINT-NO TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "--- InCollege Nightly Maintenance ---" TO MAINTLOG-REC
           WRITE MAINTLOG-REC
           MOVE SPACES TO WS-MNT-LINE
           STRING
               "Processing date: " DELIMITED BY SIZE
               WS-BIZ-DATE-DISP DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-BIZ-DATE-SOURCE) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-MNT-LINE
           END-STRING
           WRITE MAINTLOG-REC FROM WS-MNT-LINE

           MOVE "SNAPSHOT-DATA-FILES" TO WS-MNT-STEP-NAME
           PERFORM MNT-LOG-STEP-START
           PERFORM SNAPSHOT-DATA-FILES
           PERFORM MNT-LOG-STEP-END

           MOVE "PURGE-EXPIRED-JOBS" TO WS-MNT-STEP-NAME
           PERFORM MNT-LOG-STEP-START
           PERFORM PURGE-EXPIRED-JOBS
           PERFORM MNT-LOG-STEP-END

           MOVE "ARCHIVE-OLD-RECORDS" TO WS-MNT-STEP-NAME
           PERFORM MNT-LOG-STEP-START
           PERFORM ARCHIVE-OLD-RECORDS
           PERFORM MNT-LOG-STEP-END

           MOVE "RECONCILE-APPLICATIONS" TO WS-MNT-STEP-NAME
           PERFORM MNT-LOG-STEP-START
           PERFORM RECONCILE-APPLICATIONS
           PERFORM MNT-LOG-STEP-END

           MOVE "INTEGRITY-AUDIT" TO WS-MNT-STEP-NAME
           PERFORM MNT-LOG-STEP-START
           PERFORM INTEGRITY-AUDIT
           PERFORM MNT-LOG-STEP-END

           MOVE "SECURITY-SCAN" TO WS-MNT-STEP-NAME
           PERFORM MNT-LOG-STEP-START
           PERFORM SECURITY-SCAN
           PERFORM MNT-LOG-STEP-END

           MOVE "TERM-RESCAN" TO WS-MNT-STEP-NAME
           PERFORM MNT-LOG-STEP-START
           PERFORM TERM-RESCAN-IF-CHANGED
           PERFORM MNT-LOG-STEP-END

           MOVE "NORMALIZE-PROFILE-NAMES" TO WS-MNT-STEP-NAME
           PERFORM MNT-LOG-STEP-START
           PERFORM NORMALIZE-PROFILE-NAMES
           PERFORM MNT-LOG-STEP-END

           MOVE "ENROLLMENT-VERIFICATION" TO WS-MNT-STEP-NAME
           PERFORM MNT-LOG-STEP-START
           PERFORM ENROLLMENT-VERIFICATION
           PERFORM MNT-LOG-STEP-END

           MOVE "DORMANT-ACCOUNTS-REPORT" TO WS-MNT-STEP-NAME
           PERFORM MNT-LOG-STEP-START
           PERFORM DORMANT-ACCOUNTS-REPORT
           PERFORM MNT-LOG-STEP-END

           MOVE "PLATFORM-ANALYTICS" TO WS-MNT-STEP-NAME
           PERFORM MNT-LOG-STEP-START
           PERFORM PLATFORM-ANALYTICS
           PERFORM MNT-LOG-STEP-END

           MOVE "SYNDICATION-FEED" TO WS-MNT-STEP-NAME
           PERFORM MNT-LOG-STEP-START
           PERFORM SYNDICATION-FEED
           PERFORM MNT-LOG-STEP-END

           MOVE "OUTBOUND-MAIL" TO WS-MNT-STEP-NAME
           PERFORM MNT-LOG-STEP-START
           PERFORM OUTBOUND-MAIL
           PERFORM MNT-LOG-STEP-END

           MOVE "--- Maintenance run complete ---" TO MAINTLOG-REC
           WRITE MAINTLOG-REC
           CLOSE MAINTLOG-FILE
           SET BATCH-MAINT-NO TO TRUE
           MOVE "Maintenance complete - see maintenance-log.txt."
               TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> SYNDICATION-FEED
      *> Purpose: Write jobfeed.csv for the external
      *>          job boards - a POST row for every
      *>          live posting (approved and not past
      *>          its expiration date) and a WITHDRAW
      *>          row for every posting sent last time
      *>          that has since been deleted, expired
      *>          or taken down. syndicated.dat holds
      *>          the Job IDs the boards were last sent,
      *>          in key order, so the whole run is one
      *>          match-merge against jobs.dat.
      *> Called:  From TOP-LEVEL-MENU option 28 and
      *>          BATCH-MAINTENANCE.
      *>---------------------------------------------
       SYNDICATION-FEED.
           MOVE 0 TO WS-SYN-POSTED
           MOVE 0 TO WS-SYN-WITHDRAWN
           MOVE 0 TO WS-SYN-JOBS-READ
           MOVE 0 TO WS-SYN-STATE-READ
           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STAT NOT = "00" AND WS-FEED-STAT NOT = "05"
               MOVE "ERROR: Cannot write jobfeed.csv." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Action,Job ID,Title,Employer,Employer ID,Location,Salary Min,Salary Max,Required Skills,Grad Year From,Grad Year To,Post Date,Expire Date,Withdrawal Reason"
               TO WS-CSV-LINE
           WRITE FEED-REC FROM WS-CSV-LINE
           PERFORM LOAD-EMP-ARRAY

           MOVE "N" TO WS-SYN-TMP-OPEN
           IF DRY-RUN-NO
               OPEN OUTPUT TEMP-SYN-FILE
               IF WS-TMPSYN-STAT = "00" OR WS-TMPSYN-STAT = "05"
                   MOVE "Y" TO WS-SYN-TMP-OPEN
               ELSE
                   DISPLAY "ERROR: Cannot write temp-syndicated.dat. Status="
                       WS-TMPSYN-STAT
               END-IF
           END-IF

           MOVE "N" TO WS-SYN-JOBS-OPEN
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STAT = "00"
               MOVE "Y" TO WS-SYN-JOBS-OPEN
           ELSE
               IF WS-JOBS-STAT = "05"
                   CLOSE JOBS-FILE
               END-IF
           END-IF
           MOVE "N" TO WS-SYN-STATE-OPEN
           OPEN INPUT SYNDSTATE-FILE
           IF WS-SYN-STAT = "00"
               MOVE "Y" TO WS-SYN-STATE-OPEN
           ELSE
               IF WS-SYN-STAT = "05"
                   CLOSE SYNDSTATE-FILE
               END-IF
           END-IF
           PERFORM SYN-READ-NEXT-JOB
           PERFORM SYN-READ-NEXT-STATE

           PERFORM UNTIL WS-SYN-JOB-KEY = HIGH-VALUES
                     AND WS-SYN-STATE-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-SYN-JOB-KEY < WS-SYN-STATE-KEY
                       PERFORM SYN-CHECK-LIVE
                       IF WS-SYN-LIVE = "Y"
                           PERFORM SYN-POST-JOB
                       END-IF
                       PERFORM SYN-READ-NEXT-JOB
                   WHEN WS-SYN-JOB-KEY = WS-SYN-STATE-KEY
                       PERFORM SYN-CHECK-LIVE
                       IF WS-SYN-LIVE = "Y"
                           PERFORM SYN-POST-JOB
                       ELSE
                           PERFORM SYN-WITHDRAW-JOB
                       END-IF
                       PERFORM SYN-READ-NEXT-JOB
                       PERFORM SYN-READ-NEXT-STATE
                   WHEN OTHER
                       *> Sent last time and gone from jobs.dat now -
                       *> purged at expiry or deleted by its poster.
                       IF WS-SYN-STATE-EXP > 0
                       AND WS-SYN-STATE-EXP < WS-BIZ-DATE
                           MOVE "EXPIRED" TO WS-SYN-REASON
                       ELSE
                           MOVE "DELETED" TO WS-SYN-REASON
                       END-IF
                       MOVE WS-SYN-STATE-KEY TO WS-SYN-WD-ID
                       PERFORM SYN-WRITE-WITHDRAWAL
                       PERFORM SYN-READ-NEXT-STATE
               END-EVALUATE
           END-PERFORM

           IF WS-SYN-JOBS-OPEN = "Y"
               CLOSE JOBS-FILE
           END-IF
           IF WS-SYN-STATE-OPEN = "Y"
               CLOSE SYNDSTATE-FILE
           END-IF
           MOVE "N" TO WS-SYN-JOBS-OPEN
           MOVE "N" TO WS-SYN-STATE-OPEN
           CLOSE FEED-FILE
           IF WS-SYN-TMP-OPEN = "Y"
               CLOSE TEMP-SYN-FILE
               MOVE "N" TO WS-SYN-TMP-OPEN
               CALL "SYSTEM" USING "cp -f syndicated.dat syndicated.dat.bak"
               END-CALL
               CALL "SYSTEM" USING "mv -f temp-syndicated.dat syndicated.dat"
               END-CALL
           END-IF
           IF DRY-RUN-YES
               MOVE "syndicated.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
           END-IF

           MOVE WS-SYN-POSTED TO WS-SRT-COUNT-DISP
           MOVE WS-SYN-WITHDRAWN TO WS-CSV-OUT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Job feed written to jobfeed.csv. Postings: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRT-COUNT-DISP) DELIMITED BY SIZE
                  ", withdrawals: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-OUT-DISP) DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE "Input records read:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "jobs.dat" TO WS-SRT-LABEL
           MOVE WS-SYN-JOBS-READ TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE
           MOVE "syndicated.dat" TO WS-SRT-LABEL
           MOVE WS-SYN-STATE-READ TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> SYN-READ-NEXT-JOB / SYN-READ-NEXT-STATE
      *> Purpose: Advance one side of the merge;
      *>          HIGH-VALUES once it runs out.
      *>---------------------------------------------
       SYN-READ-NEXT-JOB.
           IF WS-SYN-JOBS-OPEN NOT = "Y"
               MOVE HIGH-VALUES TO WS-SYN-JOB-KEY
               EXIT PARAGRAPH
           END-IF
           READ JOBS-FILE NEXT
               AT END
                   MOVE HIGH-VALUES TO WS-SYN-JOB-KEY
               NOT AT END
                   ADD 1 TO WS-SYN-JOBS-READ
                   MOVE JB-JOBID TO WS-SYN-JOB-KEY
                   MOVE JB-LINE TO WS-JOB-LINE
           END-READ.

       SYN-READ-NEXT-STATE.
           IF WS-SYN-STATE-OPEN NOT = "Y"
               MOVE HIGH-VALUES TO WS-SYN-STATE-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SYN-LINE
           PERFORM UNTIL FUNCTION TRIM(WS-SYN-LINE) NOT = SPACES
               READ SYNDSTATE-FILE INTO WS-SYN-LINE
                   AT END
                       MOVE HIGH-VALUES TO WS-SYN-STATE-KEY
                       EXIT PARAGRAPH
               END-READ
           END-PERFORM
           ADD 1 TO WS-SYN-STATE-READ
           MOVE SPACES TO WS-SYN-PARSE-ID-X
           MOVE SPACES TO WS-SYN-PARSE-EXP-X
           UNSTRING WS-SYN-LINE
               DELIMITED BY "|"
               INTO WS-SYN-PARSE-ID-X WS-SYN-PARSE-EXP-X
           END-UNSTRING
           MOVE WS-SYN-PARSE-ID-X TO WS-SYN-STATE-KEY
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SYN-PARSE-EXP-X)) = 0
               MOVE FUNCTION NUMVAL(WS-SYN-PARSE-EXP-X)
                   TO WS-SYN-STATE-EXP
           ELSE
               MOVE 0 TO WS-SYN-STATE-EXP
           END-IF.

      *>---------------------------------------------
      *> SYN-CHECK-LIVE
      *> Purpose: Decide whether the current jobs.dat
      *>          row may be syndicated - approved and
      *>          not past its expiration date - and,
      *>          when it may not, why.
      *>---------------------------------------------
       SYN-CHECK-LIVE.
           MOVE "N" TO WS-SYN-LIVE
           MOVE SPACES TO WS-SYN-REASON
           IF FUNCTION TRIM(WS-JOB-LINE) = SPACES
               MOVE "DELETED" TO WS-SYN-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-JOB-LINE-FOR-SUMMARY
           IF FUNCTION TRIM(WS-JOB-PARSE-REVIEW) NOT = "APPROVED"
               MOVE "TAKEN-DOWN" TO WS-SYN-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-PARSE-EXP-DATE > 0
           AND WS-JOB-PARSE-EXP-DATE < WS-BIZ-DATE
               MOVE "EXPIRED" TO WS-SYN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SYN-LIVE.

      *>---------------------------------------------
      *> SYN-POST-JOB
      *> Purpose: Write the POST row for the live
      *>          posting just parsed, naming the
      *>          employer as the directory has it, and
      *>          carry its ID into the new
      *>          syndicated.dat.
      *>---------------------------------------------
       SYN-POST-JOB.
           MOVE "POST" TO WS-CSV-FIELD-IN
           PERFORM RSX-START-ROW
           MOVE WS-SYN-JOB-KEY TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-JOB-PARSE-TITLE TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-JOB-PARSE-EMP TO WS-EMP-LOOKUP-NAME
           PERFORM LOOKUP-EMPLOYER-ID
           IF WS-EMP-FOUND-IDX > 0
               MOVE WS-EM-NAME(WS-EMP-FOUND-IDX) TO WS-CSV-FIELD-IN
               PERFORM RSX-ADD-FIELD
               MOVE WS-EM-ID(WS-EMP-FOUND-IDX) TO WS-CSV-FIELD-IN
               PERFORM RSX-ADD-FIELD
           ELSE
               MOVE WS-JOB-PARSE-EMP TO WS-CSV-FIELD-IN
               PERFORM RSX-ADD-FIELD
               MOVE SPACES TO WS-CSV-FIELD-IN
               PERFORM RSX-ADD-FIELD
           END-IF
           MOVE WS-JOB-PARSE-LOC TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-JOB-PARSE-SAL-MIN TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-JOB-PARSE-SAL-MAX TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-JOB-PARSE-REQSK TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-JOB-PARSE-GMIN-X TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-JOB-PARSE-GMAX-X TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-JOB-PARSE-POST-DATE TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-JOB-PARSE-EXP-DATE TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE SPACES TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           WRITE FEED-REC FROM WS-CSV-LINE
           ADD 1 TO WS-SYN-POSTED
           IF WS-SYN-TMP-OPEN = "Y"
               MOVE SPACES TO WS-SYN-LINE
               STRING WS-SYN-JOB-KEY DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-JOB-PARSE-EXP-DATE DELIMITED BY SIZE
                      INTO WS-SYN-LINE
               END-STRING
               WRITE TEMP-SYN-REC FROM WS-SYN-LINE
           END-IF.

      *>---------------------------------------------
      *> SYN-WITHDRAW-JOB / SYN-WRITE-WITHDRAWAL
      *> Purpose: Tell the boards to drop a posting
      *>          they were sent last time, with the
      *>          reason in WS-SYN-REASON. The ID is
      *>          not carried forward, so it is
      *>          withdrawn once.
      *>---------------------------------------------
       SYN-WITHDRAW-JOB.
           MOVE WS-SYN-JOB-KEY TO WS-SYN-WD-ID
           PERFORM SYN-WRITE-WITHDRAWAL.

       SYN-WRITE-WITHDRAWAL.
           MOVE "WITHDRAW" TO WS-CSV-FIELD-IN
           PERFORM RSX-START-ROW
           MOVE WS-SYN-WD-ID TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE SPACES TO WS-CSV-FIELD-IN
           PERFORM VARYING WS-SYN-I FROM 1 BY 1 UNTIL WS-SYN-I > 11
               PERFORM RSX-ADD-FIELD
           END-PERFORM
           MOVE WS-SYN-REASON TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           WRITE FEED-REC FROM WS-CSV-LINE
           ADD 1 TO WS-SYN-WITHDRAWN.

      *>---------------------------------------------
      *> OUTBOUND-MAIL
      *> Purpose: Hand unsent notifications to the
      *>          campus mail relay. Returned mail from
      *>          the relay is read first so a bad
      *>          address is flagged before it is
      *>          mailed again. Each unseen notification
      *>          newer than the recipient's last mailed
      *>          one goes to a verified, unreturned
      *>          address when the recipient's privacy
      *>          settings still allow its type -
      *>          straight away for Immediate delivery,
      *>          gathered into one digest a day for
      *>          Daily, and not at all for Never.
      *> Called:  From TOP-LEVEL-MENU option 29 and
      *>          BATCH-MAINTENANCE.
      *>---------------------------------------------
       OUTBOUND-MAIL.
           MOVE "--- Outbound Notification Mail ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-MAIL-NOTIFS-READ
           MOVE 0 TO WS-MAIL-RETURNS-READ
           MOVE 0 TO WS-MAIL-BOUNCED
           MOVE 0 TO WS-MAIL-SENT
           MOVE 0 TO WS-MAIL-DIGESTS
           MOVE 0 TO WS-MAIL-SUPPRESSED
           MOVE 0 TO WS-MAIL-DEFERRED
           PERFORM LOAD-CTC-ARRAY
           PERFORM MAIL-READ-RETURNS
           PERFORM LOAD-PRV-ARRAY
           PERFORM FORMAT-BUSINESS-TIMESTAMP
           MOVE WS-BIZ-TIMESTAMP(1:10) TO WS-MAIL-TODAY
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
               UNTIL WS-CTC-IDX > WS-CTC-TOTAL
               MOVE 0 TO WS-CE-PENDING(WS-CTC-IDX)
               MOVE WS-CE-LASTMAILED(WS-CTC-IDX)
                   TO WS-CE-NEWMARK(WS-CTC-IDX)
               MOVE SPACES TO WS-CE-LATEST(WS-CTC-IDX)
           END-PERFORM

           MOVE "N" TO WS-MAIL-OPEN
           IF NOT DRY-RUN-YES
               OPEN EXTEND MAILOUT-FILE
               IF WS-MAIL-STAT = "41"
                   CLOSE MAILOUT-FILE
                   OPEN EXTEND MAILOUT-FILE
               END-IF
               IF WS-MAIL-STAT = "00" OR WS-MAIL-STAT = "05"
                   MOVE "Y" TO WS-MAIL-OPEN
               ELSE
                   MOVE "ERROR: Cannot open mailout.dat - no mail queued."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   *> The returns already read are still kept.
                   IF WS-CTC-TOTAL > 0
                       PERFORM REWRITE-CTC-FILE
                   END-IF
                   PERFORM MAIL-ROTATE-RETURNS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           SET NOTIF-EOF-NO TO TRUE
           OPEN INPUT NOTIF-FILE
           IF WS-NOTIF-STAT = "00"
               PERFORM UNTIL NOTIF-EOF-YES
                   READ NOTIF-FILE INTO WS-NOTIF-LINE
                       AT END
                           SET NOTIF-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM MAIL-ONE-NOTIFICATION
                   END-READ
               END-PERFORM
               CLOSE NOTIF-FILE
           ELSE
               IF WS-NOTIF-STAT = "05"
                   CLOSE NOTIF-FILE
               END-IF
           END-IF
           SET NOTIF-EOF-NO TO TRUE

           PERFORM MAIL-SEND-DIGESTS
           IF WS-MAIL-OPEN = "Y"
               CLOSE MAILOUT-FILE
           END-IF
           MOVE "N" TO WS-MAIL-OPEN
           IF DRY-RUN-YES AND WS-MAIL-SENT + WS-MAIL-DIGESTS > 0
               MOVE "mailout.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
           END-IF
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
               UNTIL WS-CTC-IDX > WS-CTC-TOTAL
               MOVE WS-CE-NEWMARK(WS-CTC-IDX)
                   TO WS-CE-LASTMAILED(WS-CTC-IDX)
           END-PERFORM
           IF WS-CTC-TOTAL > 0
               PERFORM REWRITE-CTC-FILE
           END-IF
           PERFORM MAIL-ROTATE-RETURNS

           MOVE "Notifications mailed individually" TO WS-SRT-LABEL
           MOVE WS-MAIL-SENT TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE
           MOVE "Daily digests mailed" TO WS-SRT-LABEL
           MOVE WS-MAIL-DIGESTS TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE
           MOVE "Held back by privacy settings" TO WS-SRT-LABEL
           MOVE WS-MAIL-SUPPRESSED TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE
           MOVE "Held for tomorrow's digest" TO WS-SRT-LABEL
           MOVE WS-MAIL-DEFERRED TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE
           MOVE "Addresses flagged as returned" TO WS-SRT-LABEL
           MOVE WS-MAIL-BOUNCED TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE
           MOVE "Input records read:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "notifications.dat" TO WS-SRT-LABEL
           MOVE WS-MAIL-NOTIFS-READ TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE
           MOVE "mailreturns.dat" TO WS-SRT-LABEL
           MOVE WS-MAIL-RETURNS-READ TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE
           MOVE "contacts.dat" TO WS-SRT-LABEL
           MOVE WS-CTC-TOTAL TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> MAIL-ONE-NOTIFICATION
      *> Purpose: Decide what happens to one
      *>          notifications.dat row - mail it now,
      *>          hold it for the recipient's digest,
      *>          or leave it - and move the
      *>          recipient's mailed-up-to mark past
      *>          every row that was dealt with.
      *>---------------------------------------------
       MAIL-ONE-NOTIFICATION.
           ADD 1 TO WS-MAIL-NOTIFS-READ
           IF FUNCTION TRIM(WS-NOTIF-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NOTIF-PARSE-RECIP
           MOVE SPACES TO WS-NOTIF-PARSE-TS
           MOVE SPACES TO WS-NOTIF-PARSE-TYPE
           MOVE SPACES TO WS-NOTIF-PARSE-REF
           MOVE SPACES TO WS-NOTIF-PARSE-SEEN
           UNSTRING WS-NOTIF-LINE
               DELIMITED BY "|"
               INTO WS-NOTIF-PARSE-RECIP WS-NOTIF-PARSE-TS
                    WS-NOTIF-PARSE-TYPE WS-NOTIF-PARSE-REF
                    WS-NOTIF-PARSE-SEEN
           END-UNSTRING
           IF FUNCTION TRIM(WS-NOTIF-PARSE-SEEN) NOT = "NEW"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOTIF-PARSE-RECIP TO WS-CTC-TARGET
           PERFORM FIND-CTC-ROW
           IF WS-CTC-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CE-VERIFIED(WS-CTC-FOUND) NOT = "Y"
           OR WS-CE-BOUNCED(WS-CTC-FOUND) = "Y"
           OR WS-CE-DELIVERY(WS-CTC-FOUND) = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-NOTIF-PARSE-TS NOT > WS-CE-LASTMAILED(WS-CTC-FOUND)
               EXIT PARAGRAPH
           END-IF
           *> A daily-digest user already mailed today keeps the row
           *> (and the mark) for tomorrow's digest.
           IF WS-CE-DELIVERY(WS-CTC-FOUND) NOT = "I"
           AND WS-CE-LASTDIGEST(WS-CTC-FOUND) = WS-MAIL-TODAY
               ADD 1 TO WS-MAIL-DEFERRED
               EXIT PARAGRAPH
           END-IF
           IF WS-NOTIF-PARSE-TS > WS-CE-NEWMARK(WS-CTC-FOUND)
               MOVE WS-NOTIF-PARSE-TS TO WS-CE-NEWMARK(WS-CTC-FOUND)
           END-IF
           MOVE WS-NOTIF-PARSE-RECIP TO WS-PRV-TARGET
           PERFORM RESOLVE-PRIVACY-FOR-USER
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRV-NOTIF)) NOT =
              "ALL"
               MOVE 0 TO WS-PRV-TALLY
               INSPECT FUNCTION UPPER-CASE(WS-PRV-NOTIF)
                   TALLYING WS-PRV-TALLY
                   FOR ALL FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-NOTIF-PARSE-TYPE))
               IF WS-PRV-TALLY = 0
                   ADD 1 TO WS-MAIL-SUPPRESSED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CE-DELIVERY(WS-CTC-FOUND) NOT = "I"
               ADD 1 TO WS-CE-PENDING(WS-CTC-FOUND)
               MOVE SPACES TO WS-CE-LATEST(WS-CTC-FOUND)
               STRING
                   FUNCTION TRIM(WS-NOTIF-PARSE-TS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOTIF-PARSE-TYPE) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOTIF-PARSE-REF) DELIMITED BY SIZE
                   INTO WS-CE-LATEST(WS-CTC-FOUND)
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CE-EMAIL(WS-CTC-FOUND) TO WS-MAIL-TO
           MOVE WS-CE-USER(WS-CTC-FOUND) TO WS-MAIL-USER
           MOVE "NOTICE" TO WS-MAIL-KIND
           MOVE SPACES TO WS-MAIL-SUBJECT
           STRING
               "InCollege: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOTIF-PARSE-TYPE) DELIMITED BY SIZE
               INTO WS-MAIL-SUBJECT
           END-STRING
           MOVE SPACES TO WS-MAIL-BODY
           STRING
               FUNCTION TRIM(WS-NOTIF-PARSE-TS) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOTIF-PARSE-TYPE) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOTIF-PARSE-REF) DELIMITED BY SIZE
               ". Log in to InCollege for details." DELIMITED BY SIZE
               INTO WS-MAIL-BODY
           END-STRING
           PERFORM QUEUE-MAIL
           ADD 1 TO WS-MAIL-SENT.

      *>---------------------------------------------
      *> MAIL-SEND-DIGESTS
      *> Purpose: Mail one digest to each daily-digest
      *>          user with notifications gathered in
      *>          this run, and stamp today's date so
      *>          they get no second digest today.
      *>---------------------------------------------
       MAIL-SEND-DIGESTS.
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
               UNTIL WS-CTC-IDX > WS-CTC-TOTAL
               IF WS-CE-PENDING(WS-CTC-IDX) > 0
                   MOVE WS-CE-PENDING(WS-CTC-IDX) TO WS-MAIL-COUNT-DISP
                   MOVE WS-CE-EMAIL(WS-CTC-IDX) TO WS-MAIL-TO
                   MOVE WS-CE-USER(WS-CTC-IDX) TO WS-MAIL-USER
                   MOVE "DIGEST" TO WS-MAIL-KIND
                   MOVE SPACES TO WS-MAIL-SUBJECT
                   STRING
                       "InCollege: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MAIL-COUNT-DISP)
                           DELIMITED BY SIZE
                       " new notification(s)" DELIMITED BY SIZE
                       INTO WS-MAIL-SUBJECT
                   END-STRING
                   MOVE SPACES TO WS-MAIL-BODY
                   STRING
                       "You have " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MAIL-COUNT-DISP)
                           DELIMITED BY SIZE
                       " new notification(s) waiting in InCollege. Latest: "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CE-LATEST(WS-CTC-IDX))
                           DELIMITED BY SIZE
                       INTO WS-MAIL-BODY
                   END-STRING
                   PERFORM QUEUE-MAIL
                   MOVE WS-MAIL-TODAY TO WS-CE-LASTDIGEST(WS-CTC-IDX)
                   ADD 1 TO WS-MAIL-DIGESTS
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> MAIL-READ-RETURNS
      *> Purpose: Read the relay's returned-mail file
      *>          (email|reason|date rows), flag each
      *>          matching contact address as returned
      *>          and tell its owner. The rows are
      *>          moved on by MAIL-ROTATE-RETURNS once
      *>          the flags are safely in contacts.dat.
      *>---------------------------------------------
       MAIL-READ-RETURNS.
           SET MRET-EOF-NO TO TRUE
           OPEN INPUT MAILRET-FILE
           IF WS-MRET-STAT NOT = "00"
               IF WS-MRET-STAT = "05"
                   CLOSE MAILRET-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MRET-EOF-YES
               READ MAILRET-FILE INTO WS-MRET-LINE
                   AT END
                       SET MRET-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MAIL-RETURNS-READ
                       IF FUNCTION TRIM(WS-MRET-LINE) NOT = SPACES
                           MOVE SPACES TO WS-MRET-EMAIL
                           MOVE SPACES TO WS-MRET-REASON
                           MOVE SPACES TO WS-MRET-DATE
                           UNSTRING WS-MRET-LINE
                               DELIMITED BY "|"
                               INTO WS-MRET-EMAIL WS-MRET-REASON
                                    WS-MRET-DATE
                           END-UNSTRING
                           PERFORM MAIL-FLAG-RETURN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAILRET-FILE
           SET MRET-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> MAIL-ROTATE-RETURNS
      *> Purpose: Move the processed returned-mail
      *>          rows onto mailreturns-done.dat so a
      *>          later run doesn't flag the address
      *>          again after the user has fixed it.
      *>          When the flags they set could not be
      *>          written to contacts.dat the rows stay
      *>          put for the next run.
      *>---------------------------------------------
       MAIL-ROTATE-RETURNS.
           IF DRY-RUN-YES OR WS-MAIL-RETURNS-READ = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MAIL-BOUNCED > 0 AND WS-CTC-SAVED NOT = "Y"
               MOVE "mailreturns.dat kept - the returns will be read again next run."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING
               "cat mailreturns.dat >> mailreturns-done.dat"
           END-CALL
           CALL "SYSTEM" USING "rm -f mailreturns.dat"
           END-CALL.

       MAIL-FLAG-RETURN.
           IF FUNCTION TRIM(WS-MRET-REASON) = SPACES
               MOVE "undeliverable" TO WS-MRET-REASON
           END-IF
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
               UNTIL WS-CTC-IDX > WS-CTC-TOTAL
               IF FUNCTION TRIM(WS-CE-EMAIL(WS-CTC-IDX)) NOT = SPACES
               AND WS-CE-BOUNCED(WS-CTC-IDX) NOT = "Y"
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CE-EMAIL(WS-CTC-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRET-EMAIL))
                   MOVE "Y" TO WS-CE-BOUNCED(WS-CTC-IDX)
                   MOVE WS-MRET-REASON TO WS-CE-REASON(WS-CTC-IDX)
                   ADD 1 TO WS-MAIL-BOUNCED
                   MOVE "MAIL-RETURNED" TO WS-AUDIT-ACTION
                   MOVE WS-CE-USER(WS-CTC-IDX) TO WS-AUDIT-TARGET
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE WS-CE-USER(WS-CTC-IDX) TO WS-NOTIF-RECIP
                   MOVE "MAIL-RETURNED" TO WS-NOTIF-TYPE
                   MOVE SPACES TO WS-NOTIF-REF
                   STRING
                       "Mail to " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CE-EMAIL(WS-CTC-IDX))
                           DELIMITED BY SIZE
                       " was returned - please update your email"
                           DELIMITED BY SIZE
                       INTO WS-NOTIF-REF
                   END-STRING
                   PERFORM ADD-NOTIFICATION
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> COUNT-MENU-USE
      *> Purpose: Count one selection of option
      *>          WS-TRIMMED on menu WS-USG-MENU for the
      *>          current user in this run's usage
      *>          table. Entries that are not options on
      *>          that menu (logout words, typing errors)
      *>          are not counted.
      *> Called:  From the main, job search, events,
      *>          groups, messages and admin menus.
      *>---------------------------------------------
       COUNT-MENU-USE.
           MOVE 0 TO WS-USG-CAT-HIT
           PERFORM VARYING WS-USG-C FROM 1 BY 1
               UNTIL WS-USG-C > WS-USG-CAT-COUNT
               IF WS-UC-MENU(WS-USG-C) = WS-USG-MENU
               AND WS-UC-OPT(WS-USG-C) = WS-TRIMMED
                   MOVE WS-USG-C TO WS-USG-CAT-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-USG-CAT-HIT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USG-TYPE-USER)) NOT =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               MOVE WS-CURRENT-USERNAME TO WS-USG-TYPE-USER
               MOVE "S" TO WS-USG-TYPE
               PERFORM VARYING WS-USG-I FROM 1 BY 1
                   UNTIL WS-USG-I > WS-ACCOUNT-COUNT
                   IF FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-USERNAME(WS-USG-I))) =
                      FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-CURRENT-USERNAME))
                       MOVE WS-ACCOUNT-TYPE(WS-USG-I) TO WS-USG-TYPE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-USG-I FROM 1 BY 1
               UNTIL WS-USG-I > WS-USG-RUN-TOTAL
               IF WS-UR-MENU(WS-USG-I) = WS-USG-MENU
               AND WS-UR-OPT(WS-USG-I) = WS-TRIMMED
               AND WS-UR-TYPE(WS-USG-I) = WS-USG-TYPE
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-UR-USER(WS-USG-I))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
                   ADD 1 TO WS-UR-COUNT(WS-USG-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-USG-RUN-TOTAL >= 200
               PERFORM USAGE-FLUSH
           END-IF
           ADD 1 TO WS-USG-RUN-TOTAL
           MOVE WS-USG-MENU TO WS-UR-MENU(WS-USG-RUN-TOTAL)
           MOVE WS-TRIMMED TO WS-UR-OPT(WS-USG-RUN-TOTAL)
           MOVE WS-USG-TYPE TO WS-UR-TYPE(WS-USG-RUN-TOTAL)
           MOVE WS-CURRENT-USERNAME TO WS-UR-USER(WS-USG-RUN-TOTAL)
           MOVE 1 TO WS-UR-COUNT(WS-USG-RUN-TOTAL).

      *>---------------------------------------------
      *> USAGE-FLUSH
      *> Purpose: Append this run's counted selections
      *>          to usage.dat as date|menu|option|
      *>          type|username|count rows and empty
      *>          the run table.
      *> Called:  From CLOSE-FILES, USAGE-REPORT, the
      *>          merge/rename and offboarding usage
      *>          sweeps, and COUNT-MENU-USE when the
      *>          table fills.
      *>---------------------------------------------
       USAGE-FLUSH.
           IF WS-USG-RUN-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE 0 TO WS-USG-RUN-TOTAL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-USG-OPEN
           OPEN EXTEND USAGE-FILE
           IF WS-USG-STAT = "41"
               CLOSE USAGE-FILE
               OPEN EXTEND USAGE-FILE
           END-IF
           IF WS-USG-STAT = "00" OR WS-USG-STAT = "05"
               MOVE "Y" TO WS-USG-OPEN
           ELSE
               DISPLAY "ERROR: Cannot write to usage.dat. Status="
                   WS-USG-STAT
           END-IF
           PERFORM VARYING WS-USG-I FROM 1 BY 1
               UNTIL WS-USG-I > WS-USG-RUN-TOTAL
               MOVE WS-UR-COUNT(WS-USG-I) TO WS-USG-COUNT-DISP
               MOVE SPACES TO WS-USG-LINE
               STRING
                   WS-BIZ-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-UR-MENU(WS-USG-I)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-UR-OPT(WS-USG-I)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-UR-TYPE(WS-USG-I) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-UR-USER(WS-USG-I)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-USG-COUNT-DISP) DELIMITED BY SIZE
                   INTO WS-USG-LINE
               END-STRING
               IF WS-USG-OPEN = "Y"
                   WRITE USAGE-REC FROM WS-USG-LINE
               ELSE
                   MOVE "usage.dat" TO WS-SPOOL-DEST
                   MOVE WS-USG-LINE TO WS-SPOOL-LINE
                   PERFORM SPOOL-FAILED-WRITE
               END-IF
           END-PERFORM
           IF WS-USG-OPEN = "Y"
               CLOSE USAGE-FILE
           END-IF
           MOVE "N" TO WS-USG-OPEN
           MOVE 0 TO WS-USG-RUN-TOTAL.

      *>---------------------------------------------
      *> USAGE-REPORT
      *> Purpose: Monthly feature-usage report - every
      *>          counted menu option ranked by unique
      *>          users and then total uses, with the
      *>          uses split by account type, followed
      *>          by the options no one chose in the
      *>          month. Written to usage-report.txt as
      *>          well as the output.
      *> Called:  From TOP-LEVEL-MENU option 30.
      *>---------------------------------------------
       USAGE-REPORT.
           MOVE "Month to report (YYYYMM, blank for last month):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-INLINE) = SPACES
               COMPUTE WS-USG-MONTH = WS-BIZ-DATE / 100
               IF FUNCTION MOD(WS-USG-MONTH, 100) = 1
                   SUBTRACT 89 FROM WS-USG-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-USG-MONTH
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-INLINE)) NOT = 0
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-INLINE)) NOT = 6
                   MOVE "Please enter the month as YYYYMM." TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-INLINE) TO WS-USG-MONTH
               IF FUNCTION MOD(WS-USG-MONTH, 100) < 1
               OR FUNCTION MOD(WS-USG-MONTH, 100) > 12
                   MOVE "Please enter the month as YYYYMM." TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-USG-FROM-DATE = WS-USG-MONTH * 100 + 1
           COMPUTE WS-USG-TO-DATE = WS-USG-MONTH * 100 + 31

           OPEN OUTPUT USAGERPT-FILE
           IF WS-USR-STAT NOT = "00" AND WS-USR-STAT NOT = "05"
               MOVE "ERROR: Cannot write usage-report.txt." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM USAGE-FLUSH
           PERFORM USAGE-TALLY

           MOVE WS-USG-MONTH TO WS-USG-MONTH-X
           MOVE SPACES TO WS-OUTLINE
           STRING
               "--- InCollege Feature Usage " DELIMITED BY SIZE
               WS-USG-MONTH-X(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-USG-MONTH-X(5:2) DELIMITED BY SIZE
               " ---" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM USG-EMIT-LINE
           MOVE "Options ranked by unique users, then total uses:"
               TO WS-OUTLINE
           PERFORM USG-EMIT-LINE
           MOVE 0 TO WS-USG-RANK
           SORT SORT-FILE
               ON DESCENDING KEY SRT-NUM SRT-KEY1
               ON ASCENDING KEY SRT-KEY2
               INPUT PROCEDURE IS USG-RANK-IN
               OUTPUT PROCEDURE IS USG-RANK-OUT
           IF WS-USG-RANK = 0
               MOVE " No menu selections recorded." TO WS-OUTLINE
               PERFORM USG-EMIT-LINE
           END-IF

           MOVE "Options no one chose:" TO WS-OUTLINE
           PERFORM USG-EMIT-LINE
           PERFORM VARYING WS-USG-C FROM 1 BY 1
               UNTIL WS-USG-C > WS-USG-CAT-COUNT
               IF WS-UC-USES(WS-USG-C) = 0
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-UC-MENU(WS-USG-C))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-UC-OPT(WS-USG-C))
                           DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-UC-LABEL(WS-USG-C))
                           DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM USG-EMIT-LINE
               END-IF
           END-PERFORM
           IF WS-USG-UNUSED = 0
               MOVE " None - every option was chosen at least once."
                   TO WS-OUTLINE
               PERFORM USG-EMIT-LINE
           END-IF

           MOVE "Total selections" TO WS-SRT-LABEL
           MOVE WS-USG-TOTAL-USES TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM USG-EMIT-LINE
           MOVE "Options used" TO WS-SRT-LABEL
           COMPUTE WS-SRT-COUNT = WS-USG-CAT-COUNT - WS-USG-UNUSED
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM USG-EMIT-LINE
           MOVE "Options unused" TO WS-SRT-LABEL
           MOVE WS-USG-UNUSED TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM USG-EMIT-LINE
           MOVE "Input records read:" TO WS-OUTLINE
           PERFORM USG-EMIT-LINE
           MOVE "usage.dat" TO WS-SRT-LABEL
           MOVE WS-USG-ROWS-READ TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM USG-EMIT-LINE
           CLOSE USAGERPT-FILE
           MOVE "Report written to usage-report.txt." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> USG-EMIT-LINE
      *> Purpose: Send WS-OUTLINE to the usage report
      *>          and the screen/output transcript.
      *>---------------------------------------------
       USG-EMIT-LINE.
           WRITE USAGERPT-REC FROM WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> USAGE-TALLY
      *> Purpose: Total usage.dat rows dated
      *>          WS-USG-FROM-DATE to WS-USG-TO-DATE into
      *>          the option table - uses, uses by
      *>          account type and unique users per
      *>          option - and count the options no one
      *>          chose. Rows are sorted on option and
      *>          user so each user is counted once per
      *>          option however many runs they chose
      *>          it in.
      *> Called:  From USAGE-REPORT and
      *>          BUILD-METRICS-ROW.
      *>---------------------------------------------
       USAGE-TALLY.
           PERFORM VARYING WS-USG-C FROM 1 BY 1
               UNTIL WS-USG-C > WS-USG-CAT-COUNT
               INITIALIZE WS-USG-TOT-ITEM(WS-USG-C)
           END-PERFORM
           MOVE 0 TO WS-USG-ROWS-READ
           MOVE 0 TO WS-USG-TOTAL-USES
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY1 SRT-KEY2
               INPUT PROCEDURE IS USG-TALLY-IN
               OUTPUT PROCEDURE IS USG-TALLY-OUT
           MOVE 0 TO WS-USG-UNUSED
           PERFORM VARYING WS-USG-C FROM 1 BY 1
               UNTIL WS-USG-C > WS-USG-CAT-COUNT
               IF WS-UC-USES(WS-USG-C) = 0
                   ADD 1 TO WS-USG-UNUSED
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> USG-TALLY-IN
      *> Purpose: Stream usage.dat and release each
      *>          row in the period that names a current
      *>          menu option, keyed on the option's
      *>          place in the option table and the
      *>          upper-cased username.
      *>---------------------------------------------
       USG-TALLY-IN.
           SET USG-EOF-NO TO TRUE
           OPEN INPUT USAGE-FILE
           IF WS-USG-STAT NOT = "00"
               IF WS-USG-STAT = "05"
                   CLOSE USAGE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL USG-EOF-YES
               READ USAGE-FILE INTO WS-USG-LINE
                   AT END
                       SET USG-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-USG-ROWS-READ
                       PERFORM USG-RELEASE-ROW
               END-READ
           END-PERFORM
           CLOSE USAGE-FILE
           SET USG-EOF-NO TO TRUE.

       USG-RELEASE-ROW.
           MOVE SPACES TO WS-USG-P-DATE
           MOVE SPACES TO WS-USG-P-MENU
           MOVE SPACES TO WS-USG-P-OPT
           MOVE SPACES TO WS-USG-P-TYPE
           MOVE SPACES TO WS-USG-P-USER
           MOVE SPACES TO WS-USG-P-COUNT
           UNSTRING WS-USG-LINE
               DELIMITED BY "|"
               INTO WS-USG-P-DATE WS-USG-P-MENU WS-USG-P-OPT
                    WS-USG-P-TYPE WS-USG-P-USER WS-USG-P-COUNT
           END-UNSTRING
           IF WS-USG-P-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USG-P-DATE TO WS-USG-ROW-DATE
           IF WS-USG-ROW-DATE < WS-USG-FROM-DATE
           OR WS-USG-ROW-DATE > WS-USG-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-USG-P-COUNT) = SPACES
           OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-USG-P-COUNT)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-USG-CAT-HIT
           PERFORM VARYING WS-USG-C FROM 1 BY 1
               UNTIL WS-USG-C > WS-USG-CAT-COUNT
               IF WS-UC-MENU(WS-USG-C) = WS-USG-P-MENU
               AND WS-UC-OPT(WS-USG-C) = WS-USG-P-OPT
                   MOVE WS-USG-C TO WS-USG-CAT-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-USG-CAT-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SORT-REC
           MOVE WS-USG-CAT-HIT TO WS-USG-KEY-NUM
           MOVE WS-USG-KEY-NUM TO SRT-KEY1
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USG-P-USER))
               TO SRT-KEY2
           MOVE FUNCTION NUMVAL(WS-USG-P-COUNT) TO SRT-NUM
           MOVE WS-USG-P-TYPE TO SRT-DATA(1:1)
           RELEASE SORT-REC.

      *>---------------------------------------------
      *> USG-TALLY-OUT
      *> Purpose: Add each sorted row into its option's
      *>          totals, counting a user the first time
      *>          they appear under that option.
      *>---------------------------------------------
       USG-TALLY-OUT.
           SET SRT-EOF-NO TO TRUE
           MOVE SPACES TO WS-SRT-PREV1
           MOVE SPACES TO WS-SRT-PREV2
           PERFORM UNTIL SRT-EOF-YES
               RETURN SORT-FILE
                   AT END
                       SET SRT-EOF-YES TO TRUE
                   NOT AT END
                       MOVE SRT-KEY1(1:3) TO WS-USG-KEY-NUM
                       MOVE WS-USG-KEY-NUM TO WS-USG-C
                       IF SRT-KEY1 NOT = WS-SRT-PREV1
                       OR SRT-KEY2 NOT = WS-SRT-PREV2
                           MOVE SRT-KEY1 TO WS-SRT-PREV1
                           MOVE SRT-KEY2 TO WS-SRT-PREV2
                           ADD 1 TO WS-UC-USERS(WS-USG-C)
                       END-IF
                       ADD SRT-NUM TO WS-UC-USES(WS-USG-C)
                       ADD SRT-NUM TO WS-USG-TOTAL-USES
                       EVALUATE SRT-DATA(1:1)
                           WHEN "R"
                               ADD SRT-NUM TO WS-UC-USES-R(WS-USG-C)
                           WHEN "A"
                               ADD SRT-NUM TO WS-UC-USES-A(WS-USG-C)
                           WHEN "V"
                               ADD SRT-NUM TO WS-UC-USES-V(WS-USG-C)
                           WHEN OTHER
                               ADD SRT-NUM TO WS-UC-USES-S(WS-USG-C)
                       END-EVALUATE
               END-RETURN
           END-PERFORM
           SET SRT-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> USG-RANK-IN / USG-RANK-OUT
      *> Purpose: Release every option chosen in the
      *>          period keyed on unique users and total
      *>          uses (both descending, menu order
      *>          breaking ties) and print the ranking.
      *>---------------------------------------------
       USG-RANK-IN.
           PERFORM VARYING WS-USG-C FROM 1 BY 1
               UNTIL WS-USG-C > WS-USG-CAT-COUNT
               IF WS-UC-USES(WS-USG-C) > 0
                   MOVE SPACES TO SORT-REC
                   MOVE WS-UC-USERS(WS-USG-C) TO SRT-NUM
                   MOVE WS-UC-USES(WS-USG-C) TO WS-USG-USES-KEY
                   MOVE WS-USG-USES-KEY TO SRT-KEY1
                   MOVE WS-USG-C TO WS-USG-KEY-NUM
                   MOVE WS-USG-KEY-NUM TO SRT-KEY2
                   RELEASE SORT-REC
               END-IF
           END-PERFORM.

       USG-RANK-OUT.
           SET SRT-EOF-NO TO TRUE
           PERFORM UNTIL SRT-EOF-YES
               RETURN SORT-FILE
                   AT END
                       SET SRT-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-USG-RANK
                       MOVE SRT-KEY2(1:3) TO WS-USG-KEY-NUM
                       MOVE WS-USG-KEY-NUM TO WS-USG-C
                       PERFORM USG-RANK-LINE
               END-RETURN
           END-PERFORM
           SET SRT-EOF-NO TO TRUE.

       USG-RANK-LINE.
           MOVE WS-USG-RANK TO WS-USG-RANK-DISP
           MOVE WS-UC-USERS(WS-USG-C) TO WS-USG-USERS-DISP
           MOVE WS-UC-USES(WS-USG-C) TO WS-USG-USES-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               WS-USG-RANK-DISP DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(WS-UC-MENU(WS-USG-C)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-UC-OPT(WS-USG-C)) DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(WS-UC-LABEL(WS-USG-C)) DELIMITED BY SIZE
               " - users " DELIMITED BY SIZE
               FUNCTION TRIM(WS-USG-USERS-DISP) DELIMITED BY SIZE
               ", uses " DELIMITED BY SIZE
               FUNCTION TRIM(WS-USG-USES-DISP) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM USG-EMIT-LINE
           MOVE WS-UC-USES-S(WS-USG-C) TO WS-USG-S-DISP
           MOVE WS-UC-USES-R(WS-USG-C) TO WS-USG-R-DISP
           MOVE WS-UC-USES-A(WS-USG-C) TO WS-USG-A-DISP
           MOVE WS-UC-USES-V(WS-USG-C) TO WS-USG-V-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               "      students " DELIMITED BY SIZE
               FUNCTION TRIM(WS-USG-S-DISP) DELIMITED BY SIZE
               ", recruiters " DELIMITED BY SIZE
               FUNCTION TRIM(WS-USG-R-DISP) DELIMITED BY SIZE
               ", admins " DELIMITED BY SIZE
               FUNCTION TRIM(WS-USG-A-DISP) DELIMITED BY SIZE
               ", advisors " DELIMITED BY SIZE
               FUNCTION TRIM(WS-USG-V-DISP) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM USG-EMIT-LINE.

      *>---------------------------------------------
      *> USG-REWRITE-USER
      *> Purpose: Stream usage.dat through
      *>          temp-usage.dat replacing username
      *>          WS-USG-OLD-USER with WS-USG-NEW-USER,
      *>          for merges, renames and offboarding.
      *>---------------------------------------------
       USG-REWRITE-USER.
           IF DRY-RUN-YES
               MOVE "usage.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           SET USG-EOF-NO TO TRUE
           OPEN INPUT USAGE-FILE
           IF WS-USG-STAT NOT = "00"
               IF WS-USG-STAT = "05"
                   CLOSE USAGE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-USG-FILE
           IF WS-TMPUSG-STAT NOT = "00"
               CLOSE USAGE-FILE
               MOVE "ERROR: Cannot rewrite usage.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-USG-CHANGED
           PERFORM UNTIL USG-EOF-YES
               READ USAGE-FILE INTO WS-USG-LINE
                   AT END
                       SET USG-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM USG-REWRITE-ROW
                       WRITE TEMP-USG-REC FROM WS-USG-LINE
               END-READ
           END-PERFORM
           CLOSE USAGE-FILE
           CLOSE TEMP-USG-FILE
           SET USG-EOF-NO TO TRUE
           IF WS-USG-CHANGED = 0
               CALL "SYSTEM" USING "rm -f temp-usage.dat"
               END-CALL
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "cp -f usage.dat usage.dat.bak"
           END-CALL
           CALL "SYSTEM" USING "mv -f temp-usage.dat usage.dat"
           END-CALL.

       USG-REWRITE-ROW.
           MOVE SPACES TO WS-USG-P-DATE
           MOVE SPACES TO WS-USG-P-MENU
           MOVE SPACES TO WS-USG-P-OPT
           MOVE SPACES TO WS-USG-P-TYPE
           MOVE SPACES TO WS-USG-P-USER
           MOVE SPACES TO WS-USG-P-COUNT
           UNSTRING WS-USG-LINE
               DELIMITED BY "|"
               INTO WS-USG-P-DATE WS-USG-P-MENU WS-USG-P-OPT
                    WS-USG-P-TYPE WS-USG-P-USER WS-USG-P-COUNT
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USG-P-USER)) NOT =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USG-OLD-USER))
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USG-CHANGED
           MOVE SPACES TO WS-USG-LINE
           STRING
               FUNCTION TRIM(WS-USG-P-DATE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-USG-P-MENU) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-USG-P-OPT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-USG-P-TYPE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-USG-NEW-USER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-USG-P-COUNT) DELIMITED BY SIZE
               INTO WS-USG-LINE
           END-STRING.

      *>---------------------------------------------
      *> NORMALIZE-PROFILE-NAMES
      *> Purpose: Map every profile's university and
      *>          major through the reference tables,
      *>          rewriting a code or alias to the
      *>          entry's official name so the matching
      *>          and analytics see one spelling per
      *>          school and major, then list each value
      *>          still unmatched with its profile count
      *>          so aliases can be added or the data
      *>          fixed. Written to normalize-report.txt
      *>          and echoed.
      *> Called:  From TOP-LEVEL-MENU option 31 and as
      *>          a BATCH-MAINTENANCE step.
      *>---------------------------------------------
       NORMALIZE-PROFILE-NAMES.
           PERFORM LOAD-RFT-TABLES
           IF WS-RFT-TOTAL = 0
               MOVE "No universities.dat or majors.dat entries - nothing to normalize."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NRMRPT-FILE
           IF WS-NRM-STAT NOT = "00" AND WS-NRM-STAT NOT = "05"
               MOVE "ERROR: Cannot write normalize-report.txt."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "--- InCollege Profile Name Normalization ---"
               TO WS-OUTLINE
           PERFORM NRM-EMIT-LINE
           MOVE 0 TO WS-NRM-IN-PROF
           MOVE 0 TO WS-NRM-UNIV-MATCHED
           MOVE 0 TO WS-NRM-MAJOR-MATCHED
           MOVE 0 TO WS-NRM-REWRITTEN
           MOVE 0 TO WS-NRM-SEQ

           MOVE "Unmatched universities:" TO WS-OUTLINE
           PERFORM NRM-EMIT-LINE
           SET NRM-PASS-UNIV TO TRUE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY1 SRT-NUM
               INPUT PROCEDURE IS NRM-SORT-IN
               OUTPUT PROCEDURE IS NRM-SORT-OUT
           MOVE "Unmatched majors:" TO WS-OUTLINE
           PERFORM NRM-EMIT-LINE
           SET NRM-PASS-MAJOR TO TRUE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY1 SRT-NUM
               INPUT PROCEDURE IS NRM-SORT-IN
               OUTPUT PROCEDURE IS NRM-SORT-OUT

           MOVE WS-NRM-UNIV-MATCHED TO WS-NRM-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Universities on the list: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NRM-COUNT-DISP) DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM NRM-EMIT-LINE
           MOVE WS-NRM-MAJOR-MATCHED TO WS-NRM-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Majors on the list: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NRM-COUNT-DISP) DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM NRM-EMIT-LINE
           MOVE WS-NRM-REWRITTEN TO WS-NRM-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Profiles rewritten to official names: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NRM-COUNT-DISP) DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM NRM-EMIT-LINE
           MOVE "Input records read:" TO WS-OUTLINE
           PERFORM NRM-EMIT-LINE
           MOVE "profiles.dat" TO WS-SRT-LABEL
           MOVE WS-NRM-IN-PROF TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM NRM-EMIT-LINE
           CLOSE NRMRPT-FILE
           IF DRY-RUN-YES AND WS-NRM-REWRITTEN > 0
               MOVE "profiles.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
           END-IF
           MOVE "Report written to normalize-report.txt." TO WS-OUTLINE
           PERFORM PRINT-LINE.

       NRM-EMIT-LINE.
           WRITE NRMRPT-REC FROM WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> NRM-SORT-IN
      *> Purpose: Stream profiles.dat - open for update
      *>          on the university pass, which also
      *>          rewrites the profiles - and release
      *>          each unmatched value of the pass's
      *>          kind, keyed on its upper-cased text.
      *>---------------------------------------------
       NRM-SORT-IN.
           SET SEARCH-EOF-NO TO TRUE
           IF NRM-PASS-UNIV AND NOT DRY-RUN-YES
               OPEN I-O PROFILES-FILE
           ELSE
               OPEN INPUT PROFILES-FILE
           END-IF
           IF PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SEARCH-EOF-YES
               READ PROFILES-FILE NEXT
                   AT END
                       SET SEARCH-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM NRM-ONE-PROFILE
               END-READ
           END-PERFORM
           CLOSE PROFILES-FILE
           SET SEARCH-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> NRM-ONE-PROFILE
      *> Purpose: Resolve the university and major of
      *>          the profile just read. Only fields 4
      *>          and 5 of the row are replaced; the
      *>          rest is carried over as it was.
      *>---------------------------------------------
       NRM-ONE-PROFILE.
           MOVE PR-LINE TO WS-PROFILE-LINE
           MOVE SPACES TO WS-NRM-F-LEAD
           MOVE SPACES TO WS-NRM-F-UNIV
           MOVE SPACES TO WS-NRM-F-MAJOR
           MOVE 1 TO WS-NRM-PTR
           UNSTRING WS-PROFILE-LINE
               DELIMITED BY "|"
               INTO WS-NRM-F-LEAD WS-NRM-F-LEAD WS-NRM-F-LEAD
               WITH POINTER WS-NRM-PTR
           END-UNSTRING
           MOVE WS-NRM-PTR TO WS-NRM-LEAD-END
           UNSTRING WS-PROFILE-LINE
               DELIMITED BY "|"
               INTO WS-NRM-F-UNIV WS-NRM-F-MAJOR
               WITH POINTER WS-NRM-PTR
           END-UNSTRING
           IF NRM-PASS-MAJOR
               MOVE "M" TO WS-RFT-KIND
               MOVE WS-NRM-F-MAJOR TO WS-RFT-INPUT
               PERFORM RFT-RESOLVE
               IF WS-RFT-HIT = 0 AND WS-RFT-KEY NOT = SPACES
                   PERFORM NRM-RELEASE-VALUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NRM-IN-PROF
           MOVE "N" TO WS-NRM-CHANGED
           MOVE "U" TO WS-RFT-KIND
           MOVE WS-NRM-F-UNIV TO WS-RFT-INPUT
           PERFORM RFT-RESOLVE
           MOVE WS-RFT-RESULT TO WS-NRM-NEW-UNIV
           IF WS-RFT-HIT > 0
               ADD 1 TO WS-NRM-UNIV-MATCHED
               IF FUNCTION TRIM(WS-NRM-NEW-UNIV) NOT =
                  FUNCTION TRIM(WS-NRM-F-UNIV)
                   MOVE "Y" TO WS-NRM-CHANGED
               END-IF
           ELSE
               IF WS-RFT-KEY NOT = SPACES
                   PERFORM NRM-RELEASE-VALUE
               END-IF
           END-IF
           MOVE "M" TO WS-RFT-KIND
           MOVE WS-NRM-F-MAJOR TO WS-RFT-INPUT
           PERFORM RFT-RESOLVE
           MOVE WS-RFT-RESULT TO WS-NRM-NEW-MAJOR
           IF WS-RFT-HIT > 0
               ADD 1 TO WS-NRM-MAJOR-MATCHED
               IF FUNCTION TRIM(WS-NRM-NEW-MAJOR) NOT =
                  FUNCTION TRIM(WS-NRM-F-MAJOR)
                   MOVE "Y" TO WS-NRM-CHANGED
               END-IF
           END-IF
           IF WS-NRM-CHANGED = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NRM-REWRITTEN
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NRM-NEW-LINE
           MOVE 1 TO WS-NRM-OUT-PTR
           STRING
               WS-PROFILE-LINE(1:WS-NRM-LEAD-END - 1) DELIMITED BY SIZE
               FUNCTION TRIM(WS-NRM-NEW-UNIV) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NRM-NEW-MAJOR) DELIMITED BY SIZE
               INTO WS-NRM-NEW-LINE
               WITH POINTER WS-NRM-OUT-PTR
           END-STRING
           IF WS-NRM-PTR <= 2180
               STRING
                   "|" DELIMITED BY SIZE
                   WS-PROFILE-LINE(WS-NRM-PTR:) DELIMITED BY SIZE
                   INTO WS-NRM-NEW-LINE
                   WITH POINTER WS-NRM-OUT-PTR
               END-STRING
           END-IF
           MOVE WS-NRM-NEW-LINE TO PR-LINE
           REWRITE PROFILE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       NRM-RELEASE-VALUE.
           MOVE SPACES TO SORT-REC
           ADD 1 TO WS-NRM-SEQ
           MOVE WS-NRM-SEQ TO SRT-NUM
           MOVE WS-RFT-KEY TO SRT-KEY1
           MOVE WS-RFT-INPUT TO SRT-DATA(1:40)
           MOVE PR-USERNAME TO SRT-DATA(41:20)
           RELEASE SORT-REC.

      *>---------------------------------------------
      *> NRM-SORT-OUT
      *> Purpose: One line per distinct unmatched
      *>          value - its first spelling seen, the
      *>          number of profiles and one of them.
      *>---------------------------------------------
       NRM-SORT-OUT.
           SET SRT-EOF-NO TO TRUE
           MOVE 0 TO WS-NRM-GROUPS
           MOVE 0 TO WS-SRT-GROUP-N
           MOVE SPACES TO WS-SRT-PREV1
           PERFORM UNTIL SRT-EOF-YES
               RETURN SORT-FILE
                   AT END
                       SET SRT-EOF-YES TO TRUE
                   NOT AT END
                       IF SRT-KEY1 NOT = WS-SRT-PREV1
                           PERFORM NRM-GROUP-BREAK
                           MOVE SRT-KEY1 TO WS-SRT-PREV1
                           MOVE SRT-DATA(1:40) TO WS-NRM-HELD-VALUE
                           MOVE SRT-DATA(41:20) TO WS-NRM-HELD-USER
                       END-IF
                       ADD 1 TO WS-SRT-GROUP-N
               END-RETURN
           END-PERFORM
           PERFORM NRM-GROUP-BREAK
           SET SRT-EOF-NO TO TRUE
           IF WS-NRM-GROUPS = 0
               MOVE " None." TO WS-OUTLINE
               PERFORM NRM-EMIT-LINE
           END-IF.

       NRM-GROUP-BREAK.
           IF WS-SRT-GROUP-N = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NRM-GROUPS
           MOVE WS-SRT-GROUP-N TO WS-NRM-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NRM-HELD-VALUE) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NRM-COUNT-DISP) DELIMITED BY SIZE
               " profile(s), e.g. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NRM-HELD-USER) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM NRM-EMIT-LINE
           MOVE 0 TO WS-SRT-GROUP-N.

      *>---------------------------------------------
      *> MNT-LOG-STEP-START / MNT-LOG-STEP-END
      *> Purpose: Stamp one maintenance step's start
      *>          and end times into the log. A step
      *>          that aborted the whole run would be
      *>          visible as a started line with no
      *>          ended line.
      *>---------------------------------------------
       MNT-LOG-STEP-START.
           MOVE SPACES TO WS-MNT-TIME
           STRING
               FUNCTION CURRENT-DATE(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
               INTO WS-MNT-TIME
           END-STRING
           MOVE SPACES TO WS-MNT-LINE
           STRING
               FUNCTION TRIM(WS-MNT-STEP-NAME) DELIMITED BY SIZE
               " started  " DELIMITED BY SIZE
               WS-MNT-TIME DELIMITED BY SIZE
               INTO WS-MNT-LINE
           END-STRING
           WRITE MAINTLOG-REC FROM WS-MNT-LINE.

       MNT-LOG-STEP-END.
           MOVE SPACES TO WS-MNT-TIME
           STRING
               FUNCTION CURRENT-DATE(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
               INTO WS-MNT-TIME
           END-STRING
           MOVE SPACES TO WS-MNT-LINE
           STRING
               FUNCTION TRIM(WS-MNT-STEP-NAME) DELIMITED BY SIZE
               " finished " DELIMITED BY SIZE
               WS-MNT-TIME DELIMITED BY SIZE
               " COMPLETED" DELIMITED BY SIZE
               INTO WS-MNT-LINE
           END-STRING
           WRITE MAINTLOG-REC FROM WS-MNT-LINE.

      *>---------------------------------------------
      *> GENERATE-WEEKLY-DIGESTS
      *> Purpose: Digest batch - build one dated
      *>          one-page summary file per active user
      *>          (new connection requests, unread
      *>          message counts by sender, new jobs
      *>          matching their saved searches, RSVPed
      *>          events in the next seven days) and
      *>          mark each NEW in digests.dat so it
      *>          shows once at the user's next login.
      *> Called:  From TOP-LEVEL-MENU option 16.
      *>---------------------------------------------
       GENERATE-WEEKLY-DIGESTS.
           IF DRY-RUN-YES
               MOVE "digests.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIZ-DATE
               TO WS-DIG-TODAY
           COMPUTE WS-DIG-WEEK-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DIG-TODAY) + 7)
           PERFORM LOAD-CONN-ARRAY
           PERFORM LOAD-MSG-ARRAY
           PERFORM LOAD-SS-ARRAY
           PERFORM LOAD-JOB-ARRAY
           PERFORM LOAD-RSVP-ARRAY
           PERFORM LOAD-EVT-ARRAY
           MOVE 0 TO WS-DIG-USERS
           *> BUILD-MSG-THREADS keys off WS-CURRENT-USERNAME, so the
           *> operator identity is parked while each user's digest is
           *> built.
           MOVE WS-CURRENT-USERNAME TO WS-TMP-USER
           PERFORM VARYING WS-DIG-I FROM 1 BY 1
               UNTIL WS-DIG-I > WS-ACCOUNT-COUNT
               IF ACCOUNT-ACTIVE(WS-DIG-I)
                   MOVE WS-USERNAME(WS-DIG-I) TO WS-DIG-USER
                   MOVE WS-DIG-USER TO WS-CURRENT-USERNAME
                   PERFORM GENERATE-ONE-DIGEST
                   ADD 1 TO WS-DIG-USERS
               END-IF
           END-PERFORM
           MOVE WS-TMP-USER TO WS-CURRENT-USERNAME
           MOVE WS-DIG-USERS TO WS-DIG-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Digests generated: " DELIMITED BY SIZE
               WS-DIG-COUNT-DISP DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> GENERATE-ONE-DIGEST
      *> Purpose: Write the dated digest file for
      *>          WS-DIG-USER and note it NEW in
      *>          digests.dat. The record arrays are
      *>          already loaded by the batch driver.
      *>---------------------------------------------
       GENERATE-ONE-DIGEST.
           MOVE SPACES TO WS-DIGEST-FILENAME
           STRING
               "digest-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIG-USER) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DIG-TODAY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-DIGEST-FILENAME
           END-STRING
           OPEN OUTPUT DIGEST-FILE
           IF WS-DIG-STAT NOT = "00" AND WS-DIG-STAT NOT = "05"
               DISPLAY "ERROR: Cannot write " WS-DIGEST-FILENAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DIG-LINE
           STRING
               "--- Your week on InCollege, " DELIMITED BY SIZE
               WS-DIG-TODAY DELIMITED BY SIZE
               " ---" DELIMITED BY SIZE
               INTO WS-DIG-LINE
           END-STRING
           WRITE DIGEST-REC FROM WS-DIG-LINE

           *> Pending connection requests.
           MOVE 0 TO WS-DIG-COUNT
           PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
               UNTIL WS-CONN-IDX > WS-CONN-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CA-RECIP(WS-CONN-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DIG-USER))
               AND FUNCTION TRIM(WS-CA-STATUS(WS-CONN-IDX)) = "PENDING"
                   ADD 1 TO WS-DIG-COUNT
               END-IF
           END-PERFORM
           MOVE WS-DIG-COUNT TO WS-DIG-COUNT-DISP
           MOVE SPACES TO WS-DIG-LINE
           STRING
               "Pending connection requests: " DELIMITED BY SIZE
               WS-DIG-COUNT-DISP DELIMITED BY SIZE
               INTO WS-DIG-LINE
           END-STRING
           WRITE DIGEST-REC FROM WS-DIG-LINE

           *> Unread messages, counted by sender.
           PERFORM BUILD-MSG-THREADS
           MOVE "Unread messages:" TO WS-DIG-LINE
           WRITE DIGEST-REC FROM WS-DIG-LINE
           MOVE 0 TO WS-DIG-COUNT
           PERFORM VARYING WS-MSG-THREAD-IDX FROM 1 BY 1
               UNTIL WS-MSG-THREAD-IDX > WS-MSG-THREAD-COUNT
               IF WS-MSG-THREAD-UNREAD(WS-MSG-THREAD-IDX) > 0
                   ADD 1 TO WS-DIG-COUNT
                   MOVE SPACES TO WS-DIG-LINE
                   STRING
                       " from " DELIMITED BY SIZE
                       FUNCTION TRIM(
                           WS-MSG-THREAD-PARTNER(WS-MSG-THREAD-IDX))
                           DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-MSG-THREAD-UNREAD(WS-MSG-THREAD-IDX)
                           DELIMITED BY SIZE
                       INTO WS-DIG-LINE
                   END-STRING
                   WRITE DIGEST-REC FROM WS-DIG-LINE
               END-IF
           END-PERFORM
           IF WS-DIG-COUNT = 0
               MOVE " none" TO WS-DIG-LINE
               WRITE DIGEST-REC FROM WS-DIG-LINE
           END-IF

           *> New postings matching the user's saved searches.
           MOVE "Saved-search matches:" TO WS-DIG-LINE
           WRITE DIGEST-REC FROM WS-DIG-LINE
           MOVE 0 TO WS-DIG-COUNT
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
               UNTIL WS-SS-IDX > WS-SS-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-SS-USER(WS-SS-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DIG-USER))
                   MOVE 0 TO WS-SS-NEW-COUNT
                   PERFORM VARYING WS-JOB-ARRAY-IDX FROM 1 BY 1
                       UNTIL WS-JOB-ARRAY-IDX > WS-JOB-ARRAY-TOTAL
                       MOVE WS-JOB-ARRAY-LINE(WS-JOB-ARRAY-IDX)
                           TO WS-JOB-LINE
                       IF FUNCTION TRIM(WS-JOB-LINE) NOT = SPACES
                           PERFORM PARSE-JOB-LINE-FOR-SUMMARY
                           IF WS-JOB-PARSE-POST-DATE >
                               WS-SS-LASTRUN(WS-SS-IDX)
                               PERFORM SS-MATCH-JOB
                               IF WS-SS-MATCH = "Y"
                                   ADD 1 TO WS-SS-NEW-COUNT
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-SS-NEW-COUNT > 0
                       ADD 1 TO WS-DIG-COUNT
                       MOVE WS-SS-NEW-COUNT TO WS-SS-COUNT-DISP
                       MOVE SPACES TO WS-DIG-LINE
                       STRING
                           " '" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SS-NAME(WS-SS-IDX))
                               DELIMITED BY SIZE
                           "': " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SS-COUNT-DISP)
                               DELIMITED BY SIZE
                           " new match(es)" DELIMITED BY SIZE
                           INTO WS-DIG-LINE
                       END-STRING
                       WRITE DIGEST-REC FROM WS-DIG-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DIG-COUNT = 0
               MOVE " none" TO WS-DIG-LINE
               WRITE DIGEST-REC FROM WS-DIG-LINE
           END-IF

           *> RSVPed events in the next seven days.
           MOVE "Your events in the next 7 days:" TO WS-DIG-LINE
           WRITE DIGEST-REC FROM WS-DIG-LINE
           MOVE 0 TO WS-DIG-COUNT
           PERFORM VARYING WS-RSVP-IDX FROM 1 BY 1
               UNTIL WS-RSVP-IDX > WS-RSVP-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-RV-USER(WS-RSVP-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DIG-USER))
                   MOVE WS-RV-ID(WS-RSVP-IDX) TO WS-EVT-SELECT
                   PERFORM LOCATE-EVENT-BY-ID
                   IF EVT-FOUND
                   AND WS-EVT-PARSE-DATE >= WS-DIG-TODAY
                   AND WS-EVT-PARSE-DATE <= WS-DIG-WEEK-END
                       ADD 1 TO WS-DIG-COUNT
                       MOVE SPACES TO WS-DIG-LINE
                       STRING
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EVT-PARSE-TITLE)
                               DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EVT-PARSE-LOC)
                               DELIMITED BY SIZE
                           " on " DELIMITED BY SIZE
                           WS-EVT-PARSE-DATE DELIMITED BY SIZE
                           INTO WS-DIG-LINE
                       END-STRING
                       WRITE DIGEST-REC FROM WS-DIG-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DIG-COUNT = 0
               MOVE " none" TO WS-DIG-LINE
               WRITE DIGEST-REC FROM WS-DIG-LINE
           END-IF
           CLOSE DIGEST-FILE

           MOVE SPACES TO WS-DGI-LINE
           STRING
               FUNCTION TRIM(WS-DIG-USER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-DIG-TODAY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIGEST-FILENAME) DELIMITED BY SIZE
               "|NEW" DELIMITED BY SIZE
               INTO WS-DGI-LINE
           END-STRING
           OPEN EXTEND DIGESTS-FILE
           IF WS-DGI-STAT = "41"
               CLOSE DIGESTS-FILE
               OPEN EXTEND DIGESTS-FILE
           END-IF
           IF WS-DGI-STAT = "00" OR WS-DGI-STAT = "05"
               WRITE DIGESTS-REC FROM WS-DGI-LINE
               CLOSE DIGESTS-FILE
           ELSE
               DISPLAY "ERROR: Cannot write to digests.dat. Status="
                   WS-DGI-STAT
               MOVE "digests.dat" TO WS-SPOOL-DEST
               MOVE WS-DGI-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> LOAD-DGI-ARRAY
      *> Purpose: Read digests.dat into WS-DGI-ARRAY.
      *>---------------------------------------------
       LOAD-DGI-ARRAY.
           MOVE 0 TO WS-DGI-TOTAL
           SET DIG-EOF-NO TO TRUE
           OPEN INPUT DIGESTS-FILE
           IF WS-DGI-STAT NOT = "00"
               IF WS-DGI-STAT = "05"
                   CLOSE DIGESTS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DIG-EOF-YES
               READ DIGESTS-FILE INTO WS-DGI-LINE
                   AT END
                       SET DIG-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-DGI-LINE) NOT = SPACES
                       AND WS-DGI-TOTAL < 200
                           MOVE SPACES TO WS-DG-PARSE-USER
                           MOVE SPACES TO WS-DG-PARSE-DATE
                           MOVE SPACES TO WS-DG-PARSE-FILE
                           MOVE SPACES TO WS-DG-PARSE-SEEN
                           UNSTRING WS-DGI-LINE
                               DELIMITED BY "|"
                               INTO WS-DG-PARSE-USER WS-DG-PARSE-DATE
                                    WS-DG-PARSE-FILE WS-DG-PARSE-SEEN
                           END-UNSTRING
                           ADD 1 TO WS-DGI-TOTAL
                           MOVE WS-DG-PARSE-USER
                               TO WS-DG-USER(WS-DGI-TOTAL)
                           MOVE WS-DG-PARSE-DATE
                               TO WS-DG-DATE(WS-DGI-TOTAL)
                           MOVE WS-DG-PARSE-FILE
                               TO WS-DG-FILE(WS-DGI-TOTAL)
                           MOVE WS-DG-PARSE-SEEN
                               TO WS-DG-SEEN(WS-DGI-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIGESTS-FILE
           SET DIG-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-DGI-FILE
      *> Purpose: Overwrite digests.dat from
      *>          WS-DGI-ARRAY.
      *>---------------------------------------------
       REWRITE-DGI-FILE.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DIGESTS-FILE
           IF WS-DGI-STAT NOT = "00" AND WS-DGI-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite digests.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DGI-IDX FROM 1 BY 1
               UNTIL WS-DGI-IDX > WS-DGI-TOTAL
               IF FUNCTION TRIM(WS-DG-USER(WS-DGI-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-DGI-LINE
                   STRING
                       FUNCTION TRIM(WS-DG-USER(WS-DGI-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DG-DATE(WS-DGI-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DG-FILE(WS-DGI-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DG-SEEN(WS-DGI-IDX))
                           DELIMITED BY SIZE
                       INTO WS-DGI-LINE
                   END-STRING
                   WRITE DIGESTS-REC FROM WS-DGI-LINE
               END-IF
           END-PERFORM
           CLOSE DIGESTS-FILE.

      *>---------------------------------------------
      *> SHOW-MY-DIGEST
      *> Purpose: At login, show the user's newest
      *>          unseen weekly digest once and mark
      *>          their digest rows seen.
      *> Called:  From AFTER-LOGIN, under the banner.
      *>---------------------------------------------
       SHOW-MY-DIGEST.
           PERFORM LOAD-DGI-ARRAY
           IF WS-DGI-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DIG-FOUND-IDX
           MOVE "N" TO WS-DIG-DIRTY
           PERFORM VARYING WS-DGI-IDX FROM 1 BY 1
               UNTIL WS-DGI-IDX > WS-DGI-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-DG-USER(WS-DGI-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               AND FUNCTION TRIM(WS-DG-SEEN(WS-DGI-IDX)) = "NEW"
                   MOVE WS-DGI-IDX TO WS-DIG-FOUND-IDX
                   MOVE "SEEN" TO WS-DG-SEEN(WS-DGI-IDX)
                   MOVE "Y" TO WS-DIG-DIRTY
               END-IF
           END-PERFORM
           IF WS-DIG-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DG-FILE(WS-DIG-FOUND-IDX) TO WS-DIGEST-FILENAME
           SET DIG-EOF-NO TO TRUE
           OPEN INPUT DIGEST-FILE
           IF WS-DIG-STAT = "00"
               PERFORM UNTIL DIG-EOF-YES
                   READ DIGEST-FILE INTO WS-DIG-LINE
                       AT END
                           SET DIG-EOF-YES TO TRUE
                       NOT AT END
                           MOVE WS-DIG-LINE TO WS-OUTLINE
                           PERFORM PRINT-LINE
                   END-READ
               END-PERFORM
               CLOSE DIGEST-FILE
           ELSE
               IF WS-DIG-STAT = "05"
                   CLOSE DIGEST-FILE
               END-IF
           END-IF
           SET DIG-EOF-NO TO TRUE
           IF WS-DIG-DIRTY = "Y"
               PERFORM REWRITE-DGI-FILE
           END-IF.

      *>---------------------------------------------
      *> IMPORT-ACCOUNTS-CSV
      *> Purpose: Bulk onboarding - read the registrar
      *>          CSV (import.csv), run each row through
      *>          the same username and password rules
      *>          as the interactive flow plus profile
      *>          validation, load the good rows into
      *>          accounts.dat and profiles.dat, and
      *>          write a per-row accept/reject report
      *>          so only the rejects need fixing and
      *>          re-running.
      *> Called:  From TOP-LEVEL-MENU option 9.
      *>---------------------------------------------
       IMPORT-ACCOUNTS-CSV.
           IF DRY-RUN-YES
               MOVE "accounts.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               MOVE "profiles.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT IMPORT-FILE
           IF WS-IMP-STAT NOT = "00"
               IF WS-IMP-STAT = "05"
                   CLOSE IMPORT-FILE
               END-IF
               MOVE "import.csv not found - nothing to import."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT IMPORT-RPT-FILE
           MOVE "--- InCollege CSV Import Report ---" TO IMPORT-RPT-REC
           WRITE IMPORT-RPT-REC
           MOVE 0 TO WS-IMP-ACCEPTED
           MOVE 0 TO WS-IMP-REJECTED
           PERFORM LOAD-RFT-TABLES
           SET IMP-EOF-NO TO TRUE
           PERFORM UNTIL IMP-EOF-YES
               READ IMPORT-FILE INTO WS-IMP-LINE
                   AT END
                       SET IMP-EOF-YES TO TRUE
                   NOT AT END
                       *> Imported cells get the same pipe-delimiter
                       *> neutralizing interactive input gets in
                       *> GET-NEXT-INPUT, or a "|" in a registrar cell
                       *> would shift every later field of the record
                       *> it lands in.
                       INSPECT WS-IMP-LINE REPLACING ALL "|" BY "/"
                       IF FUNCTION TRIM(WS-IMP-LINE) NOT = SPACES
                           PERFORM IMPORT-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMPORT-FILE
           CLOSE IMPORT-RPT-FILE
           SET IMP-EOF-NO TO TRUE
           IF WS-IMP-ACCEPTED > 0
               PERFORM SAVE-ACCOUNTS-TO-FILE
           END-IF
           PERFORM CLEAR-PROFILE-DATA
           MOVE SPACES TO WS-CURRENT-USERNAME
           MOVE WS-IMP-ACCEPTED TO WS-IMP-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Import complete. Accepted: " DELIMITED BY SIZE
                  WS-IMP-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE WS-IMP-REJECTED TO WS-IMP-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Rejected: " DELIMITED BY SIZE
                  WS-IMP-COUNT-DISP DELIMITED BY SIZE
                  " (see import-report.txt)" DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> IMPORT-ONE-ROW
      *> Purpose: Validate and load one CSV row.
      *>---------------------------------------------
       IMPORT-ONE-ROW.
           MOVE SPACES TO WS-IMP-USER
           MOVE SPACES TO WS-IMP-PASS
           MOVE SPACES TO WS-IMP-TYPE
           MOVE SPACES TO WS-IMP-FNAME
           MOVE SPACES TO WS-IMP-LNAME
           MOVE SPACES TO WS-IMP-UNIV
           MOVE SPACES TO WS-IMP-MAJOR
           MOVE SPACES TO WS-IMP-GRAD
           MOVE SPACES TO WS-IMP-REASON
           UNSTRING WS-IMP-LINE
               DELIMITED BY ","
               INTO WS-IMP-USER WS-IMP-PASS WS-IMP-TYPE
                    WS-IMP-FNAME WS-IMP-LNAME WS-IMP-UNIV
                    WS-IMP-MAJOR WS-IMP-GRAD
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IMP-USER)) =
               "USERNAME"
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(WS-IMP-USER) = SPACES
               MOVE "missing username" TO WS-IMP-REASON
               PERFORM IMPORT-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-IMP-USER) TO WS-CURRENT-USERNAME
           PERFORM CHECK-USERNAME-EXISTS
           IF USERNAME-FOUND
               MOVE "username already exists" TO WS-IMP-REASON
               PERFORM IMPORT-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCOUNT-COUNT >= WS-ACCOUNT-MAX
               MOVE "account limit reached" TO WS-IMP-REASON
               PERFORM IMPORT-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-IMP-PASS) TO WS-INPUT-PASSWORD
           PERFORM VALIDATE-PASSWORD
           IF PASSWORD-INVALID
               MOVE "password failed validation" TO WS-IMP-REASON
               PERFORM IMPORT-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-IMP-GRAD) NOT = SPACES
           AND (FUNCTION STORED-CHAR-LENGTH(
                   FUNCTION TRIM(WS-IMP-GRAD)) NOT = 4
                OR FUNCTION TRIM(WS-IMP-GRAD) IS NOT NUMERIC)
               MOVE "invalid graduation year" TO WS-IMP-REASON
               PERFORM IMPORT-REJECT-ROW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE WS-CURRENT-USERNAME TO WS-USERNAME(WS-ACCOUNT-COUNT)
           MOVE WS-CURRENT-PASSWORD TO WS-HASH-INPUT
           PERFORM HASH-PASSWORD
           MOVE WS-HASH-TEXT TO WS-PASSWORD(WS-ACCOUNT-COUNT)
           MOVE 0 TO WS-FAIL-COUNT(WS-ACCOUNT-COUNT)
           MOVE "N" TO WS-LOCKED(WS-ACCOUNT-COUNT)
           MOVE "A" TO WS-ACCT-ACTIVE(WS-ACCOUNT-COUNT)
           MOVE 0 TO WS-LAST-LOGIN(WS-ACCOUNT-COUNT)
           MOVE WS-BIZ-DATE TO WS-ACCT-CREATED(WS-ACCOUNT-COUNT)
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IMP-TYPE))
               WHEN "R"
               WHEN "RECRUITER"
                   MOVE "R" TO WS-ACCOUNT-TYPE(WS-ACCOUNT-COUNT)
               WHEN "A"
               WHEN "ADMIN"
                   MOVE "A" TO WS-ACCOUNT-TYPE(WS-ACCOUNT-COUNT)
               WHEN "V"
               WHEN "ADVISOR"
                   MOVE "V" TO WS-ACCOUNT-TYPE(WS-ACCOUNT-COUNT)
               WHEN OTHER
                   MOVE "S" TO WS-ACCOUNT-TYPE(WS-ACCOUNT-COUNT)
           END-EVALUATE
           ADD 1 TO WS-RPT-ACCOUNTS-CREATED

           PERFORM CLEAR-PROFILE-DATA
           MOVE FUNCTION TRIM(WS-IMP-FNAME)(1:20) TO WS-P-FNAME
           MOVE FUNCTION TRIM(WS-IMP-LNAME)(1:20) TO WS-P-LNAME
           *> Registrar names on the reference lists are stored as
           *> the official name; others stay as sent, for the
           *> normalization report.
           MOVE "U" TO WS-RFT-KIND
           MOVE FUNCTION TRIM(WS-IMP-UNIV)(1:40) TO WS-RFT-INPUT
           PERFORM RFT-RESOLVE
           MOVE WS-RFT-RESULT TO WS-P-UNIVERSITY
           MOVE "M" TO WS-RFT-KIND
           MOVE FUNCTION TRIM(WS-IMP-MAJOR)(1:40) TO WS-RFT-INPUT
           PERFORM RFT-RESOLVE
           MOVE WS-RFT-RESULT TO WS-P-MAJOR
           MOVE FUNCTION TRIM(WS-IMP-GRAD)(1:4) TO WS-P-GRAD-YEAR
           PERFORM SAVE-PROFILE

           *> The actor of a registrar batch row is the operator run,
           *> not the account it just created.
           MOVE "ACCOUNT-IMPORT" TO WS-AUDIT-ACTION
           MOVE WS-IMP-USER TO WS-AUDIT-TARGET
           MOVE "OPERATOR" TO WS-CURRENT-USERNAME
           PERFORM WRITE-AUDIT-RECORD

           ADD 1 TO WS-IMP-ACCEPTED
           MOVE SPACES TO IMPORT-RPT-REC
           STRING
               "ACCEPTED: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IMP-USER) DELIMITED BY SIZE
               INTO IMPORT-RPT-REC
           END-STRING
           WRITE IMPORT-RPT-REC.

      *>---------------------------------------------
      *> IMPORT-REJECT-ROW
      *> Purpose: Report one rejected CSV row with its
      *>          reason.
      *>---------------------------------------------
       IMPORT-REJECT-ROW.
           ADD 1 TO WS-IMP-REJECTED
           MOVE SPACES TO IMPORT-RPT-REC
           STRING
               "REJECTED: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IMP-USER) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IMP-REASON) DELIMITED BY SIZE
               INTO IMPORT-RPT-REC
           END-STRING
           WRITE IMPORT-RPT-REC.

      *>---------------------------------------------
      *> IMPORT-JOBS-CSV
      *> Purpose: Bulk postings import - read the
      *>          partner-employer feed
      *>          (jobs-import.csv), validate each row
      *>          against the employer directory and
      *>          the same field rules as the
      *>          interactive flow, assign real IDs via
      *>          GET-NEXT-JOB-ID, land everything in
      *>          PENDING-REVIEW for the moderation
      *>          queue, and write a per-row
      *>          accept/reject report.
      *> Called:  From TOP-LEVEL-MENU option 13.
      *>---------------------------------------------
       IMPORT-JOBS-CSV.
           IF DRY-RUN-YES
               MOVE "jobs.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JOBSIMP-FILE
           IF WS-JIMP-STAT NOT = "00"
               IF WS-JIMP-STAT = "05"
                   CLOSE JOBSIMP-FILE
               END-IF
               MOVE "jobs-import.csv not found - nothing to import."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOBSIMP-RPT-FILE
           MOVE "--- InCollege Jobs Import Report ---"
               TO JOBSIMP-RPT-REC
           WRITE JOBSIMP-RPT-REC
           MOVE 0 TO WS-JIMP-ACCEPTED
           MOVE 0 TO WS-JIMP-REJECTED
           PERFORM LOAD-EMP-ARRAY
           PERFORM LOAD-BAN-ARRAY
           SET JIMP-EOF-NO TO TRUE
           PERFORM UNTIL JIMP-EOF-YES
               READ JOBSIMP-FILE INTO WS-JIMP-LINE
                   AT END
                       SET JIMP-EOF-YES TO TRUE
                   NOT AT END
                       *> Imported cells get the same pipe-delimiter
                       *> neutralizing interactive input gets.
                       INSPECT WS-JIMP-LINE REPLACING ALL "|" BY "/"
                       IF FUNCTION TRIM(WS-JIMP-LINE) NOT = SPACES
                           PERFORM IMPORT-ONE-JOB-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBSIMP-FILE
           CLOSE JOBSIMP-RPT-FILE
           SET JIMP-EOF-NO TO TRUE
           MOVE WS-JIMP-ACCEPTED TO WS-JIMP-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Jobs import complete. Accepted: " DELIMITED BY SIZE
                  WS-JIMP-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE WS-JIMP-REJECTED TO WS-JIMP-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Rejected: " DELIMITED BY SIZE
                  WS-JIMP-COUNT-DISP DELIMITED BY SIZE
                  " (see jobs-import-report.txt)" DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> IMPORT-ONE-JOB-ROW
      *> Purpose: Validate and land one feed row.
      *>---------------------------------------------
       IMPORT-ONE-JOB-ROW.
           MOVE SPACES TO WS-JIMP-POSTER
           MOVE SPACES TO WS-JIMP-TITLE
           MOVE SPACES TO WS-JIMP-DESC
           MOVE SPACES TO WS-JIMP-EMP
           MOVE SPACES TO WS-JIMP-LOC
           MOVE SPACES TO WS-JIMP-SALMIN-X
           MOVE SPACES TO WS-JIMP-SALMAX-X
           MOVE SPACES TO WS-JIMP-EXPDAYS-X
           MOVE SPACES TO WS-JIMP-REQSK
           MOVE SPACES TO WS-JIMP-GMIN
           MOVE SPACES TO WS-JIMP-GMAX
           MOVE SPACES TO WS-JIMP-REASON
           UNSTRING WS-JIMP-LINE
               DELIMITED BY ","
               INTO WS-JIMP-POSTER WS-JIMP-TITLE WS-JIMP-DESC
                    WS-JIMP-EMP WS-JIMP-LOC WS-JIMP-SALMIN-X
                    WS-JIMP-SALMAX-X WS-JIMP-EXPDAYS-X
                    WS-JIMP-REQSK WS-JIMP-GMIN WS-JIMP-GMAX
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JIMP-POSTER)) =
               "POSTER"
               EXIT PARAGRAPH
           END-IF
           *> The poster must be an existing recruiter account.
           MOVE "N" TO WS-JIMP-POSTER-OK
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-USERNAME(WS-I))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JIMP-POSTER))
               AND ACCOUNT-IS-RECRUITER(WS-I)
                   MOVE "Y" TO WS-JIMP-POSTER-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-JIMP-POSTER-OK = "N"
               MOVE "poster is not a recruiter account"
                   TO WS-JIMP-REASON
               PERFORM IMPORT-REJECT-JOB-ROW
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-JIMP-TITLE) = SPACES
               MOVE "missing title" TO WS-JIMP-REASON
               PERFORM IMPORT-REJECT-JOB-ROW
               EXIT PARAGRAPH
           END-IF
           *> Feed descriptions get the banned-term screen too.
           MOVE WS-JIMP-DESC TO WS-BAN-TEXT
           PERFORM BAN-MATCH-TEXT
           IF BAN-HARD
               MOVE "description contains a banned term" TO WS-JIMP-REASON
               PERFORM IMPORT-REJECT-JOB-ROW
               EXIT PARAGRAPH
           END-IF
           *> Feed rows must name a company already validated into
           *> the employer directory.
           MOVE FUNCTION TRIM(WS-JIMP-EMP)(1:40) TO WS-EMP-LOOKUP-NAME
           PERFORM LOOKUP-EMPLOYER-ID
           IF WS-EMP-FOUND-IDX = 0
               MOVE "employer not in the directory" TO WS-JIMP-REASON
               PERFORM IMPORT-REJECT-JOB-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EM-NAME(WS-EMP-FOUND-IDX) TO WS-JOB-EMPLOYER
           *> Each landed posting uses one of the employer's credits.
           MOVE WS-JOB-EMPLOYER TO WS-CRD-EMP-NAME
           MOVE 1 TO WS-CRD-COST
           PERFORM CHECK-POSTING-CREDIT
           IF CREDIT-REFUSED
               MOVE "employer has no posting credits" TO WS-JIMP-REASON
               PERFORM IMPORT-REJECT-JOB-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-JIMP-POSTER) TO WS-CRD-ACTOR
           MOVE 0 TO WS-JOB-SALARY-MIN
           MOVE 0 TO WS-JOB-SALARY-MAX
           IF FUNCTION TRIM(WS-JIMP-SALMIN-X) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-JIMP-SALMIN-X)) = 0
                   MOVE FUNCTION NUMVAL(WS-JIMP-SALMIN-X)
                       TO WS-JOB-SALARY-MIN
               ELSE
                   MOVE "non-numeric minimum salary" TO WS-JIMP-REASON
                   PERFORM IMPORT-REJECT-JOB-ROW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-JIMP-SALMAX-X) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-JIMP-SALMAX-X)) = 0
                   MOVE FUNCTION NUMVAL(WS-JIMP-SALMAX-X)
                       TO WS-JOB-SALARY-MAX
               ELSE
                   MOVE "non-numeric maximum salary" TO WS-JIMP-REASON
                   PERFORM IMPORT-REJECT-JOB-ROW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CFG-JOB-EXPIRE-DAYS TO WS-JOB-EXPIRE-DAYS
           IF FUNCTION TRIM(WS-JIMP-EXPDAYS-X) NOT = SPACES
           AND FUNCTION TEST-NUMVAL(
               FUNCTION TRIM(WS-JIMP-EXPDAYS-X)) = 0
               MOVE FUNCTION NUMVAL(WS-JIMP-EXPDAYS-X)
                   TO WS-JOB-EXPIRE-DAYS
           END-IF
           MOVE WS-BIZ-DATE
               TO WS-JOB-POST-DATE
           COMPUTE WS-JOB-EXPIRE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-JOB-POST-DATE)
                   + WS-JOB-EXPIRE-DAYS)
           *> Required skills travel semicolon-separated in the CSV
           *> cell; the posting carries them comma-separated like the
           *> interactive flow.
           MOVE FUNCTION TRIM(WS-JIMP-REQSK)(1:120) TO WS-JOB-REQSK
           INSPECT WS-JOB-REQSK REPLACING ALL ";" BY ","
           MOVE SPACES TO WS-JOB-GMIN-X
           MOVE SPACES TO WS-JOB-GMAX-X
           IF FUNCTION STORED-CHAR-LENGTH(
               FUNCTION TRIM(WS-JIMP-GMIN)) = 4
           AND FUNCTION TRIM(WS-JIMP-GMIN) IS NUMERIC
               MOVE FUNCTION TRIM(WS-JIMP-GMIN) TO WS-JOB-GMIN-X
           END-IF
           IF FUNCTION STORED-CHAR-LENGTH(
               FUNCTION TRIM(WS-JIMP-GMAX)) = 4
           AND FUNCTION TRIM(WS-JIMP-GMAX) IS NUMERIC
               MOVE FUNCTION TRIM(WS-JIMP-GMAX) TO WS-JOB-GMAX-X
           END-IF
           PERFORM GET-NEXT-JOB-ID
           MOVE SPACES TO WS-JOB-LINE
           STRING
               WS-NEXT-JOB-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-JIMP-POSTER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-JIMP-TITLE)(1:40) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-JIMP-DESC)(1:200) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOB-EMPLOYER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-JIMP-LOC)(1:40) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-JOB-SALARY-MIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-JOB-SALARY-MAX DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-JOB-POST-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-JOB-EXPIRE-DATE DELIMITED BY SIZE
               "|PENDING-REVIEW|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOB-REQSK) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOB-GMIN-X) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOB-GMAX-X) DELIMITED BY SIZE
               INTO WS-JOB-LINE
           END-STRING
           OPEN I-O JOBS-FILE
           IF WS-JOBS-STAT = "41"
               CLOSE JOBS-FILE
               OPEN I-O JOBS-FILE
           END-IF
           IF WS-JOBS-STAT = "35"
               OPEN OUTPUT JOBS-FILE
               CLOSE JOBS-FILE
               OPEN I-O JOBS-FILE
           END-IF
           IF WS-JOBS-STAT = "00"
               MOVE WS-NEXT-JOB-ID TO JB-JOBID
               MOVE WS-JOB-LINE TO JB-LINE
               WRITE JOBS-REC
                   INVALID KEY CONTINUE
               END-WRITE
               CLOSE JOBS-FILE
               ADD 1 TO WS-RPT-JOBS-POSTED
               MOVE "POST" TO WS-CRD-TXN-TYPE
               MOVE WS-NEXT-JOB-ID TO WS-CRD-JOBID
               MOVE FUNCTION TRIM(WS-JIMP-TITLE)(1:40) TO WS-CRD-TXN-NOTE
               PERFORM DEBIT-POSTING-CREDIT
           ELSE
               CLOSE JOBS-FILE
               MOVE "cannot write to jobs.dat" TO WS-JIMP-REASON
               PERFORM IMPORT-REJECT-JOB-ROW
               EXIT PARAGRAPH
           END-IF
           *> The feed row also registers its poster with the
           *> employer, so the recruiting team shares the posting.
           MOVE WS-CURRENT-USERNAME TO WS-TMP-USER
           MOVE FUNCTION TRIM(WS-JIMP-POSTER) TO WS-CURRENT-USERNAME
           PERFORM EMPLOYER-REGISTER-RECRUITER
           MOVE WS-TMP-USER TO WS-CURRENT-USERNAME
           IF BAN-SOFT
               MOVE "SOFT" TO WS-BAN-LEVEL-HIT
               MOVE "N" TO WS-BAN-DEDUPE-ALL
               MOVE "JOB" TO WS-ABR-NEW-TYPE
               MOVE WS-NEXT-JOB-ID TO WS-ABR-NEW-KEY
               MOVE FUNCTION TRIM(WS-JIMP-POSTER) TO WS-ABR-NEW-OWNER
               PERFORM QUEUE-TERM-FLAG
           END-IF
           ADD 1 TO WS-JIMP-ACCEPTED
           MOVE SPACES TO JOBSIMP-RPT-REC
           STRING
               "ACCEPTED: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JIMP-TITLE) DELIMITED BY SIZE
               " as job " DELIMITED BY SIZE
               WS-NEXT-JOB-ID DELIMITED BY SIZE
               " (pending review)" DELIMITED BY SIZE
               INTO JOBSIMP-RPT-REC
           END-STRING
           WRITE JOBSIMP-RPT-REC.

      *>---------------------------------------------
      *> IMPORT-REJECT-JOB-ROW
      *> Purpose: Report one rejected feed row with its
      *>          reason.
      *>---------------------------------------------
       IMPORT-REJECT-JOB-ROW.
           ADD 1 TO WS-JIMP-REJECTED
           MOVE SPACES TO JOBSIMP-RPT-REC
           STRING
               "REJECTED: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JIMP-TITLE) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JIMP-REASON) DELIMITED BY SIZE
               INTO JOBSIMP-RPT-REC
           END-STRING
           WRITE JOBSIMP-RPT-REC.

      *>---------------------------------------------
      *> PLATFORM-ANALYTICS
      *> Purpose: Whole-platform analytics batch - read
      *>          every data file in full and produce
      *>          the monthly report: totals and active
      *>          counts, accepted-connection
      *>          distribution, top endorsed skills,
      *>          applications per posting and messages
      *>          per week, each from a single pass or
      *>          sorted pass over the file, closing
      *>          with the records read per file.
      *> Called:  From TOP-LEVEL-MENU option 10.
      *>---------------------------------------------
       PLATFORM-ANALYTICS.
           OPEN OUTPUT ANALYTICS-FILE
           IF WS-ANA-STAT NOT = "00" AND WS-ANA-STAT NOT = "05"
               MOVE "ERROR: Cannot write platform-analytics.txt."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "--- InCollege Platform Analytics ---" TO WS-OUTLINE
           PERFORM EMIT-ANALYTICS-LINE

           PERFORM ANA-TALLY-ACCOUNTS
           PERFORM ANA-TALLY-PROFILES
           PERFORM ANA-TALLY-CONNECTIONS
           PERFORM ANA-TALLY-JOBS-APPS
           PERFORM ANA-TALLY-MESSAGES
           PERFORM ANA-TALLY-INPUTS

           CLOSE ANALYTICS-FILE
           MOVE "Analytics written to platform-analytics.txt."
               TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> EMIT-ANALYTICS-LINE
      *> Purpose: Send WS-OUTLINE to the analytics file
      *>          and the screen/output transcript.
      *>---------------------------------------------
       EMIT-ANALYTICS-LINE.
           WRITE ANALYTICS-REC FROM WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> ANA-EMIT-COUNT
      *> Purpose: Emit "label: count" from WS-OUTLINE
      *>          (holding the label) and
      *>          WS-ANA-COUNT-DISP.
      *>---------------------------------------------
       ANA-EMIT-COUNT.
           STRING
               FUNCTION TRIM(WS-OUTLINE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ANA-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM EMIT-ANALYTICS-LINE.

      *>---------------------------------------------
      *> ANA-TALLY-ACCOUNTS
      *> Purpose: Account totals by state and type,
      *>          plus the accepted-connection
      *>          distribution per account from one
      *>          sorted pass over connections.dat.
      *>---------------------------------------------
       ANA-TALLY-ACCOUNTS.
           MOVE 0 TO WS-ANA-ACCTS-TOTAL
           MOVE 0 TO WS-ANA-ACCTS-ACTIVE
           MOVE 0 TO WS-ANA-ACCTS-CLOSED
           MOVE 0 TO WS-ANA-STUDENTS
           MOVE 0 TO WS-ANA-RECRUITERS
           MOVE 0 TO WS-ANA-ADMINS
           MOVE 0 TO WS-ANA-ADVISORS
           MOVE 0 TO WS-ANA-DIST-0
           MOVE 0 TO WS-ANA-DIST-1
           MOVE 0 TO WS-ANA-DIST-3
           MOVE 0 TO WS-ANA-DIST-6
           MOVE 0 TO WS-ANA-CONN-ACCEPTED
           MOVE 0 TO WS-ANA-CONN-PENDING
           MOVE 0 TO WS-ANA-IN-CONNS
           PERFORM VARYING WS-ANA-I FROM 1 BY 1
               UNTIL WS-ANA-I > WS-ACCOUNT-COUNT
               ADD 1 TO WS-ANA-ACCTS-TOTAL
               IF ACCOUNT-CLOSED(WS-ANA-I)
                   ADD 1 TO WS-ANA-ACCTS-CLOSED
               ELSE
                   ADD 1 TO WS-ANA-ACCTS-ACTIVE
               END-IF
               EVALUATE TRUE
                   WHEN ACCOUNT-IS-RECRUITER(WS-ANA-I)
                       ADD 1 TO WS-ANA-RECRUITERS
                   WHEN ACCOUNT-IS-ADMIN(WS-ANA-I)
                       ADD 1 TO WS-ANA-ADMINS
                   WHEN ACCOUNT-IS-ADVISOR(WS-ANA-I)
                       ADD 1 TO WS-ANA-ADVISORS
                   WHEN OTHER
                       ADD 1 TO WS-ANA-STUDENTS
               END-EVALUATE
           END-PERFORM
           *> One "A" row per account and one "C" row per accepted
           *> endpoint, grouped on the upper-cased username - each
           *> group is one account's accepted-connection count.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY1 SRT-KEY2
               INPUT PROCEDURE IS ANA-CONN-SORT-IN
               OUTPUT PROCEDURE IS ANA-CONN-SORT-OUT
           MOVE WS-ANA-ACCTS-TOTAL TO WS-ANA-COUNT-DISP
           MOVE "Accounts total:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           MOVE WS-ANA-ACCTS-ACTIVE TO WS-ANA-COUNT-DISP
           MOVE "Accounts active:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           MOVE WS-ANA-ACCTS-CLOSED TO WS-ANA-COUNT-DISP
           MOVE "Accounts closed:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           MOVE WS-ANA-STUDENTS TO WS-ANA-COUNT-DISP
           MOVE "Students:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           MOVE WS-ANA-RECRUITERS TO WS-ANA-COUNT-DISP
           MOVE "Recruiters:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           MOVE WS-ANA-ADMINS TO WS-ANA-COUNT-DISP
           MOVE "Administrators:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           MOVE WS-ANA-ADVISORS TO WS-ANA-COUNT-DISP
           MOVE "Career advisors:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           *> Alumni standing is broken out so the "active students"
           *> number stops counting past-due graduates.
           PERFORM ANA-COUNT-ALUMNI
           MOVE WS-ANA-ALUMNI TO WS-ANA-COUNT-DISP
           MOVE "Alumni standing:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           IF WS-ANA-STUDENTS > WS-ANA-ALUMNI
               COMPUTE WS-ANA-USER-CONNS =
                   WS-ANA-STUDENTS - WS-ANA-ALUMNI
           ELSE
               MOVE 0 TO WS-ANA-USER-CONNS
           END-IF
           MOVE WS-ANA-USER-CONNS TO WS-ANA-COUNT-DISP
           MOVE "Current students (excluding alumni):" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           MOVE "Accepted-connection distribution:" TO WS-OUTLINE
           PERFORM EMIT-ANALYTICS-LINE
           MOVE WS-ANA-DIST-0 TO WS-ANA-COUNT-DISP
           MOVE " Users with 0 connections:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           MOVE WS-ANA-DIST-1 TO WS-ANA-COUNT-DISP
           MOVE " Users with 1-2 connections:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           MOVE WS-ANA-DIST-3 TO WS-ANA-COUNT-DISP
           MOVE " Users with 3-5 connections:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           MOVE WS-ANA-DIST-6 TO WS-ANA-COUNT-DISP
           MOVE " Users with 6 or more connections:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT.

      *>---------------------------------------------
      *> ANA-CONN-SORT-IN
      *> Purpose: Release an "A" row for every account,
      *>          then stream connections.dat - tally
      *>          the status totals and release a "C"
      *>          row for each end of an accepted
      *>          connection.
      *>---------------------------------------------
       ANA-CONN-SORT-IN.
           PERFORM VARYING WS-ANA-I FROM 1 BY 1
               UNTIL WS-ANA-I > WS-ACCOUNT-COUNT
               MOVE SPACES TO SORT-REC
               MOVE 0 TO SRT-NUM
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-USERNAME(WS-ANA-I))) TO SRT-KEY1
               MOVE "A" TO SRT-KEY2
               RELEASE SORT-REC
           END-PERFORM
           SET CONN-EOF-NO TO TRUE
           OPEN INPUT CONN-FILE
           IF WS-CONN-STAT NOT = "00"
               IF WS-CONN-STAT = "05"
                   CLOSE CONN-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CONN-EOF-YES
               READ CONN-FILE INTO WS-CONN-LINE
                   AT END
                       SET CONN-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ANA-IN-CONNS
                       PERFORM PARSE-CONNECTION-LINE
                       EVALUATE FUNCTION TRIM(WS-CONN-STATUS-PARSE)
                           WHEN "ACCEPTED"
                               ADD 1 TO WS-ANA-CONN-ACCEPTED
                               MOVE SPACES TO SORT-REC
                               MOVE 0 TO SRT-NUM
                               MOVE "C" TO SRT-KEY2
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-CONN-SENDER-PARSE)) TO SRT-KEY1
                               RELEASE SORT-REC
                               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-CONN-RECIP-PARSE)) NOT = SRT-KEY1
                                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                       WS-CONN-RECIP-PARSE)) TO SRT-KEY1
                                   RELEASE SORT-REC
                               END-IF
                           WHEN "PENDING"
                               ADD 1 TO WS-ANA-CONN-PENDING
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CONN-FILE
           SET CONN-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> ANA-CONN-SORT-OUT
      *> Purpose: Control break on the username - an
      *>          account's "A" row sorts ahead of its
      *>          "C" rows, so each group closes with
      *>          that account's connection count.
      *>          Connections naming no account are
      *>          left out of the distribution.
      *>---------------------------------------------
       ANA-CONN-SORT-OUT.
           SET SRT-EOF-NO TO TRUE
           MOVE SPACES TO WS-SRT-PREV1
           MOVE "N" TO WS-ANA-HAS-ACCOUNT
           MOVE 0 TO WS-ANA-USER-CONNS
           PERFORM UNTIL SRT-EOF-YES
               RETURN SORT-FILE
                   AT END
                       SET SRT-EOF-YES TO TRUE
                   NOT AT END
                       IF SRT-KEY1 NOT = WS-SRT-PREV1
                           PERFORM ANA-CONN-BREAK
                           MOVE SRT-KEY1 TO WS-SRT-PREV1
                       END-IF
                       IF SRT-KEY2 = "A"
                           MOVE "Y" TO WS-ANA-HAS-ACCOUNT
                       ELSE
                           ADD 1 TO WS-ANA-USER-CONNS
                       END-IF
               END-RETURN
           END-PERFORM
           PERFORM ANA-CONN-BREAK
           SET SRT-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> ANA-CONN-BREAK
      *> Purpose: Bucket the finished account group
      *>          into the distribution and reset.
      *>---------------------------------------------
       ANA-CONN-BREAK.
           IF WS-ANA-HAS-ACCOUNT = "Y"
               EVALUATE TRUE
                   WHEN WS-ANA-USER-CONNS = 0
                       ADD 1 TO WS-ANA-DIST-0
                   WHEN WS-ANA-USER-CONNS <= 2
                       ADD 1 TO WS-ANA-DIST-1
                   WHEN WS-ANA-USER-CONNS <= 5
                       ADD 1 TO WS-ANA-DIST-3
                   WHEN OTHER
                       ADD 1 TO WS-ANA-DIST-6
               END-EVALUATE
           END-IF
           MOVE "N" TO WS-ANA-HAS-ACCOUNT
           MOVE 0 TO WS-ANA-USER-CONNS.

      *>---------------------------------------------
      *> ANA-COUNT-ALUMNI
      *> Purpose: Count the alumni.dat rows in one
      *>          pass, without loading the table.
      *>---------------------------------------------
       ANA-COUNT-ALUMNI.
           MOVE 0 TO WS-ANA-ALUMNI
           MOVE 0 TO WS-ANA-IN-ALUMNI
           SET ALM-EOF-NO TO TRUE
           OPEN INPUT ALUMNI-FILE
           IF WS-ALM-STAT NOT = "00"
               IF WS-ALM-STAT = "05"
                   CLOSE ALUMNI-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ALM-EOF-YES
               READ ALUMNI-FILE INTO WS-ALM-LINE
                   AT END
                       SET ALM-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ANA-IN-ALUMNI
                       IF FUNCTION TRIM(WS-ALM-LINE) NOT = SPACES
                           ADD 1 TO WS-ANA-ALUMNI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALUMNI-FILE
           SET ALM-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> ANA-TALLY-PROFILES
      *> Purpose: Profile count and the top endorsed
      *>          skills across every profile - skills
      *>          are sorted by name, endorsements
      *>          summed per skill, and the five
      *>          highest kept.
      *>---------------------------------------------
       ANA-TALLY-PROFILES.
           MOVE 0 TO WS-ANA-PROFILES
           MOVE 0 TO WS-ANA-TOP-TOTAL
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY1
               INPUT PROCEDURE IS ANA-SKILL-SORT-IN
               OUTPUT PROCEDURE IS ANA-SKILL-SORT-OUT
           MOVE WS-ANA-PROFILES TO WS-ANA-COUNT-DISP
           MOVE "Profiles on file:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           MOVE "Top endorsed skills:" TO WS-OUTLINE
           PERFORM EMIT-ANALYTICS-LINE
           IF WS-ANA-TOP-TOTAL = 0
               MOVE " None recorded." TO WS-OUTLINE
               PERFORM EMIT-ANALYTICS-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ANA-K FROM 1 BY 1
               UNTIL WS-ANA-K > WS-ANA-TOP-TOTAL
               MOVE WS-ANA-TOP-CNT(WS-ANA-K) TO WS-ANA-COUNT-DISP
               MOVE SPACES TO WS-OUTLINE
               STRING
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANA-TOP-NAME(WS-ANA-K))
                       DELIMITED BY SIZE
                   " - endorsements:" DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM ANA-EMIT-COUNT
           END-PERFORM.

      *>---------------------------------------------
      *> ANA-SKILL-SORT-IN
      *> Purpose: Stream profiles.dat, counting every
      *>          profile and releasing one row per
      *>          named skill with its endorsements.
      *>---------------------------------------------
       ANA-SKILL-SORT-IN.
           SET SEARCH-EOF-NO TO TRUE
           OPEN INPUT PROFILES-FILE
           IF PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SEARCH-EOF-YES
               READ PROFILES-FILE NEXT
                   AT END
                       SET SEARCH-EOF-YES TO TRUE
                   NOT AT END
                       MOVE PR-LINE TO WS-PROFILE-LINE
                       PERFORM PARSE-PROFILE-LINE
                       ADD 1 TO WS-ANA-PROFILES
                       PERFORM ANA-RELEASE-PROFILE-SKILLS
               END-READ
           END-PERFORM
           CLOSE PROFILES-FILE
           SET SEARCH-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> ANA-RELEASE-PROFILE-SKILLS
      *> Purpose: Release the parsed profile's skills,
      *>          keyed on the upper-cased name with
      *>          the endorsement count alongside.
      *>---------------------------------------------
       ANA-RELEASE-PROFILE-SKILLS.
           PERFORM VARYING WS-ANA-K FROM 1 BY 1
               UNTIL WS-ANA-K > 5
               IF FUNCTION TRIM(WS-PARSED-SKILL-NAME(WS-ANA-K))
                  NOT = SPACES
                   MOVE SPACES TO SORT-REC
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-PARSED-SKILL-ENDORSE(WS-ANA-K))) = 0
                       MOVE FUNCTION NUMVAL(
                           WS-PARSED-SKILL-ENDORSE(WS-ANA-K))
                           TO SRT-NUM
                   ELSE
                       MOVE 0 TO SRT-NUM
                   END-IF
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-PARSED-SKILL-NAME(WS-ANA-K))) TO SRT-KEY1
                   MOVE WS-PARSED-SKILL-NAME(WS-ANA-K) TO SRT-DATA
                   RELEASE SORT-REC
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> ANA-SKILL-SORT-OUT
      *> Purpose: Sum endorsements per skill name and
      *>          offer each finished skill to the
      *>          top-five table.
      *>---------------------------------------------
       ANA-SKILL-SORT-OUT.
           SET SRT-EOF-NO TO TRUE
           MOVE SPACES TO WS-SRT-PREV1
           MOVE 0 TO WS-SRT-GROUP-N
           MOVE 0 TO WS-ANA-SKILL-SUM
           PERFORM UNTIL SRT-EOF-YES
               RETURN SORT-FILE
                   AT END
                       SET SRT-EOF-YES TO TRUE
                   NOT AT END
                       IF SRT-KEY1 NOT = WS-SRT-PREV1
                       OR WS-SRT-GROUP-N = 0
                           PERFORM ANA-SKILL-BREAK
                           MOVE SRT-KEY1 TO WS-SRT-PREV1
                           MOVE SRT-DATA TO WS-ANA-SKILL-NAME
                       END-IF
                       ADD 1 TO WS-SRT-GROUP-N
                       ADD SRT-NUM TO WS-ANA-SKILL-SUM
               END-RETURN
           END-PERFORM
           PERFORM ANA-SKILL-BREAK
           SET SRT-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> ANA-SKILL-BREAK
      *> Purpose: Insert the finished skill into the
      *>          top-five table when it ranks - an
      *>          earlier skill keeps its place on a
      *>          tie - and reset the group.
      *>---------------------------------------------
       ANA-SKILL-BREAK.
           IF WS-SRT-GROUP-N = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SRT-GROUP-N
           IF WS-ANA-TOP-TOTAL = 5
           AND WS-ANA-SKILL-SUM NOT > WS-ANA-TOP-CNT(5)
               MOVE 0 TO WS-ANA-SKILL-SUM
               EXIT PARAGRAPH
           END-IF
           IF WS-ANA-TOP-TOTAL < 5
               ADD 1 TO WS-ANA-TOP-TOTAL
           END-IF
           MOVE WS-ANA-TOP-TOTAL TO WS-ANA-K
           PERFORM UNTIL WS-ANA-K = 1
               IF WS-ANA-TOP-CNT(WS-ANA-K - 1) >= WS-ANA-SKILL-SUM
                   EXIT PERFORM
               END-IF
               MOVE WS-ANA-TOP-ENTRY(WS-ANA-K - 1)
                   TO WS-ANA-TOP-ENTRY(WS-ANA-K)
               SUBTRACT 1 FROM WS-ANA-K
           END-PERFORM
           MOVE WS-ANA-SKILL-NAME TO WS-ANA-TOP-NAME(WS-ANA-K)
           MOVE WS-ANA-SKILL-SUM TO WS-ANA-TOP-CNT(WS-ANA-K)
           MOVE 0 TO WS-ANA-SKILL-SUM.

      *>---------------------------------------------
      *> ANA-TALLY-CONNECTIONS
      *> Purpose: Connection totals by status, as
      *>          tallied during the accepted-connection
      *>          pass in ANA-CONN-SORT-IN.
      *>---------------------------------------------
       ANA-TALLY-CONNECTIONS.
           MOVE WS-ANA-CONN-ACCEPTED TO WS-ANA-COUNT-DISP
           MOVE "Accepted connections:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           MOVE WS-ANA-CONN-PENDING TO WS-ANA-COUNT-DISP
           MOVE "Pending connection requests:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT.

      *>---------------------------------------------
      *> ANA-TALLY-JOBS-APPS
      *> Purpose: Posting count and applications per
      *>          posting. applications.dat is keyed on
      *>          Job ID first, so a pass in key order
      *>          is already grouped by posting.
      *>---------------------------------------------
       ANA-TALLY-JOBS-APPS.
           MOVE 0 TO WS-ANA-JOBS
           MOVE 0 TO WS-ANA-IN-JOBS
           MOVE 0 TO WS-ANA-APPS
           MOVE 0 TO WS-ANA-IN-APPS
           SET SEARCH-EOF-NO TO TRUE
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STAT = "00"
               PERFORM UNTIL SEARCH-EOF-YES
                   READ JOBS-FILE NEXT
                       AT END
                           SET SEARCH-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ANA-IN-JOBS
                           IF FUNCTION TRIM(JB-LINE) NOT = SPACES
                               ADD 1 TO WS-ANA-JOBS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOBS-FILE
           SET SEARCH-EOF-NO TO TRUE
           *> First pass totals the file so the count prints ahead
           *> of the per-posting lines.
           SET APPS-EOF-NO TO TRUE
           OPEN INPUT APPS-FILE
           IF WS-APPS-STAT = "00"
               PERFORM UNTIL APPS-EOF-YES
                   READ APPS-FILE NEXT
                       AT END
                           SET APPS-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ANA-IN-APPS
                           IF FUNCTION TRIM(AP-LINE) NOT = SPACES
                               ADD 1 TO WS-ANA-APPS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE APPS-FILE
           SET APPS-EOF-NO TO TRUE
           MOVE WS-ANA-JOBS TO WS-ANA-COUNT-DISP
           MOVE "Job postings on file:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           MOVE WS-ANA-APPS TO WS-ANA-COUNT-DISP
           MOVE "Applications on file:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           MOVE "Applications per posting:" TO WS-OUTLINE
           PERFORM EMIT-ANALYTICS-LINE
           IF WS-ANA-APPS = 0
               MOVE " None recorded." TO WS-OUTLINE
               PERFORM EMIT-ANALYTICS-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ANA-PREV-JOBID
           MOVE 0 TO WS-SRT-GROUP-N
           SET APPS-EOF-NO TO TRUE
           OPEN INPUT APPS-FILE
           IF WS-APPS-STAT = "00"
               PERFORM UNTIL APPS-EOF-YES
                   READ APPS-FILE NEXT
                       AT END
                           SET APPS-EOF-YES TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(AP-LINE) NOT = SPACES
                               IF AP-JOBID NOT = WS-ANA-PREV-JOBID
                                   PERFORM ANA-JOBAPP-BREAK
                                   MOVE AP-JOBID TO WS-ANA-PREV-JOBID
                               END-IF
                               ADD 1 TO WS-SRT-GROUP-N
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM ANA-JOBAPP-BREAK
           END-IF
           CLOSE APPS-FILE
           SET APPS-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> ANA-JOBAPP-BREAK
      *> Purpose: Emit the finished posting's
      *>          application count and reset.
      *>---------------------------------------------
       ANA-JOBAPP-BREAK.
           IF WS-SRT-GROUP-N = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SRT-GROUP-N TO WS-ANA-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               " Job " DELIMITED BY SIZE
               WS-ANA-PREV-JOBID DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM ANA-EMIT-COUNT
           MOVE 0 TO WS-SRT-GROUP-N.

      *>---------------------------------------------
      *> ANA-TALLY-MESSAGES
      *> Purpose: Message total and messages per week,
      *>          sorted on each timestamp's week
      *>          start.
      *>---------------------------------------------
       ANA-TALLY-MESSAGES.
           MOVE 0 TO WS-ANA-MSGS
           MOVE 0 TO WS-ANA-IN-MSGS
           MOVE 0 TO WS-ANA-WEEKS
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY1
               INPUT PROCEDURE IS ANA-MSG-SORT-IN
               OUTPUT PROCEDURE IS ANA-MSG-SORT-OUT
           IF WS-ANA-WEEKS = 0
               MOVE " None recorded." TO WS-OUTLINE
               PERFORM EMIT-ANALYTICS-LINE
           END-IF.

      *>---------------------------------------------
      *> ANA-MSG-SORT-IN
      *> Purpose: Stream messages.dat, counting every
      *>          message and releasing the week start
      *>          of each one with a readable date.
      *>---------------------------------------------
       ANA-MSG-SORT-IN.
           SET MSG-VIEW-EOF-NO TO TRUE
           OPEN INPUT MSGS-FILE
           IF WS-MSGS-STAT NOT = "00"
               CLOSE MSGS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MSG-VIEW-EOF-YES
               READ MSGS-FILE INTO WS-MSG-LINE
                   AT END
                       SET MSG-VIEW-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ANA-IN-MSGS
                       IF FUNCTION TRIM(WS-MSG-LINE) NOT = SPACES
                           PERFORM PARSE-MSG-LINE
                           ADD 1 TO WS-ANA-MSGS
                           MOVE WS-MSG-PARSE-TS TO WS-ARCH-TS
                           PERFORM ARCH-DATE-FROM-TS
                           IF WS-ARCH-ROW-DATE NOT = 0
                               COMPUTE WS-ANA-INT-DATE =
                                   FUNCTION INTEGER-OF-DATE(
                                       WS-ARCH-ROW-DATE)
                               COMPUTE WS-ANA-WEEK-START =
                                   FUNCTION DATE-OF-INTEGER(
                                   WS-ANA-INT-DATE
                                   - FUNCTION MOD(WS-ANA-INT-DATE, 7))
                               MOVE SPACES TO SORT-REC
                               MOVE 0 TO SRT-NUM
                               MOVE WS-ANA-WEEK-START TO SRT-KEY1
                               RELEASE SORT-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MSGS-FILE
           SET MSG-VIEW-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> ANA-MSG-SORT-OUT
      *> Purpose: Emit the message total, then one
      *>          line per week from a control break on
      *>          the week start.
      *>---------------------------------------------
       ANA-MSG-SORT-OUT.
           MOVE WS-ANA-MSGS TO WS-ANA-COUNT-DISP
           MOVE "Messages on file:" TO WS-OUTLINE
           PERFORM ANA-EMIT-COUNT
           MOVE "Messages per week:" TO WS-OUTLINE
           PERFORM EMIT-ANALYTICS-LINE
           SET SRT-EOF-NO TO TRUE
           MOVE SPACES TO WS-SRT-PREV1
           MOVE 0 TO WS-SRT-GROUP-N
           PERFORM UNTIL SRT-EOF-YES
               RETURN SORT-FILE
                   AT END
                       SET SRT-EOF-YES TO TRUE
                   NOT AT END
                       IF SRT-KEY1 NOT = WS-SRT-PREV1
                           PERFORM ANA-WEEK-BREAK
                           MOVE SRT-KEY1 TO WS-SRT-PREV1
                       END-IF
                       ADD 1 TO WS-SRT-GROUP-N
               END-RETURN
           END-PERFORM
           PERFORM ANA-WEEK-BREAK
           SET SRT-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> ANA-WEEK-BREAK
      *> Purpose: Emit the finished week's count and
      *>          reset.
      *>---------------------------------------------
       ANA-WEEK-BREAK.
           IF WS-SRT-GROUP-N = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ANA-WEEKS
           MOVE WS-SRT-GROUP-N TO WS-ANA-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               " Week of " DELIMITED BY SIZE
               WS-SRT-PREV1(1:8) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM ANA-EMIT-COUNT
           MOVE 0 TO WS-SRT-GROUP-N.

      *>---------------------------------------------
      *> ANA-TALLY-INPUTS
      *> Purpose: Close the report with the record
      *>          count read from each input file, so a
      *>          total can be checked against the file
      *>          itself.
      *>---------------------------------------------
       ANA-TALLY-INPUTS.
           MOVE "Input records read:" TO WS-OUTLINE
           PERFORM EMIT-ANALYTICS-LINE
           MOVE "accounts.dat" TO WS-SRT-LABEL
           MOVE WS-ACCOUNT-COUNT TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM EMIT-ANALYTICS-LINE
           MOVE "profiles.dat" TO WS-SRT-LABEL
           MOVE WS-ANA-PROFILES TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM EMIT-ANALYTICS-LINE
           MOVE "connections.dat" TO WS-SRT-LABEL
           MOVE WS-ANA-IN-CONNS TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM EMIT-ANALYTICS-LINE
           MOVE "alumni.dat" TO WS-SRT-LABEL
           MOVE WS-ANA-IN-ALUMNI TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM EMIT-ANALYTICS-LINE
           MOVE "jobs.dat" TO WS-SRT-LABEL
           MOVE WS-ANA-IN-JOBS TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM EMIT-ANALYTICS-LINE
           MOVE "applications.dat" TO WS-SRT-LABEL
           MOVE WS-ANA-IN-APPS TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM EMIT-ANALYTICS-LINE
           MOVE "messages.dat" TO WS-SRT-LABEL
           MOVE WS-ANA-IN-MSGS TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM EMIT-ANALYTICS-LINE.

      *>---------------------------------------------
      *> PLACEMENT-OUTCOMES-REPORT
      *> Purpose: Operations report for career services
      *>          - every ACCEPTED or HIRED transition
      *>          in apphistory.dat (deduped per
      *>          applicant/job pair) joined to the
      *>          applicant's major, university and
      *>          graduation year in profiles.dat and
      *>          the employer on the posting, broken
      *>          out by major and by employer. Each
      *>          section is a sorted pass over
      *>          apphistory.dat. Written to
      *>          placement-report.txt and echoed. Run
      *>          by a campus-scoped administrator it
      *>          covers their campuses' students only.
      *> Called:  From TOP-LEVEL-MENU option 11 and
      *>          ADMIN-CONSOLE option 29.
      *>---------------------------------------------
       PLACEMENT-OUTCOMES-REPORT.
           OPEN OUTPUT PLACEMENT-FILE
           IF WS-PLC-STAT NOT = "00" AND WS-PLC-STAT NOT = "05"
               MOVE "ERROR: Cannot write placement-report.txt."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "--- InCollege Placement Outcomes ---" TO WS-OUTLINE
           PERFORM PLC-EMIT-LINE
           IF ASC-SCOPED-YES
               MOVE " (Limited to your campus scope.)" TO WS-OUTLINE
               PERFORM PLC-EMIT-LINE
           END-IF
           PERFORM PLC-OPEN-LOOKUPS

           MOVE 0 TO WS-PLC-TOTAL
           MOVE 0 TO WS-PLC-IN-AH
           MOVE "Placements:" TO WS-OUTLINE
           PERFORM PLC-EMIT-LINE
           SET PLC-PASS-DETAIL TO TRUE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY1 SRT-KEY2 SRT-KEY3
               INPUT PROCEDURE IS PLC-SORT-IN
               OUTPUT PROCEDURE IS PLC-DETAIL-OUT
           IF WS-PLC-TOTAL = 0
               MOVE " None recorded." TO WS-OUTLINE
               PERFORM PLC-EMIT-LINE
           END-IF

           MOVE "Placements by major:" TO WS-OUTLINE
           PERFORM PLC-EMIT-LINE
           SET PLC-PASS-MAJOR TO TRUE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY1 SRT-KEY2 SRT-KEY3
               INPUT PROCEDURE IS PLC-SORT-IN
               OUTPUT PROCEDURE IS PLC-GROUP-OUT
           MOVE "Placements by employer:" TO WS-OUTLINE
           PERFORM PLC-EMIT-LINE
           SET PLC-PASS-EMPLOYER TO TRUE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY1 SRT-KEY2 SRT-KEY3
               INPUT PROCEDURE IS PLC-SORT-IN
               OUTPUT PROCEDURE IS PLC-GROUP-OUT
           PERFORM PLC-CLOSE-LOOKUPS

           MOVE WS-PLC-TOTAL TO WS-PLC-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Total placements: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PLC-COUNT-DISP) DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PLC-EMIT-LINE
           MOVE "Input records read:" TO WS-OUTLINE
           PERFORM PLC-EMIT-LINE
           MOVE "apphistory.dat" TO WS-SRT-LABEL
           MOVE WS-PLC-IN-AH TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PLC-EMIT-LINE
           CLOSE PLACEMENT-FILE
           MOVE "Report written to placement-report.txt." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> PLC-EMIT-LINE
      *> Purpose: Send WS-OUTLINE to the placement
      *>          report and the screen/output
      *>          transcript.
      *>---------------------------------------------
       PLC-EMIT-LINE.
           WRITE PLACEMENT-REC FROM WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> PLC-OPEN-LOOKUPS
      *> Purpose: Open profiles.dat and jobs.dat for
      *>          keyed lookups through the report. A
      *>          missing file leaves its flag "N" and
      *>          the lookup falls back to blanks.
      *>---------------------------------------------
       PLC-OPEN-LOOKUPS.
           MOVE "N" TO WS-PLC-PROF-OPEN
           MOVE "N" TO WS-PLC-JOBS-OPEN
           OPEN INPUT PROFILES-FILE
           IF PROFILES-STATUS = "00"
               MOVE "Y" TO WS-PLC-PROF-OPEN
           ELSE
               IF PROFILES-STATUS = "05"
                   CLOSE PROFILES-FILE
               END-IF
           END-IF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STAT = "00"
               MOVE "Y" TO WS-PLC-JOBS-OPEN
           ELSE
               IF WS-JOBS-STAT = "05"
                   CLOSE JOBS-FILE
               END-IF
           END-IF.

       PLC-CLOSE-LOOKUPS.
           IF WS-PLC-PROF-OPEN = "Y"
               CLOSE PROFILES-FILE
           END-IF
           IF WS-PLC-JOBS-OPEN = "Y"
               CLOSE JOBS-FILE
           END-IF
           MOVE "N" TO WS-PLC-PROF-OPEN
           MOVE "N" TO WS-PLC-JOBS-OPEN.

      *>---------------------------------------------
      *> PLC-SORT-IN
      *> Purpose: Stream apphistory.dat and release
      *>          every ACCEPTED or HIRED transition,
      *>          keyed on the pass's group (blank for
      *>          the detail pass, the major or the
      *>          employer otherwise), then Job ID and
      *>          applicant.
      *>---------------------------------------------
       PLC-SORT-IN.
           SET AH-EOF-NO TO TRUE
           OPEN INPUT APPHIST-FILE
           IF WS-AH-STAT NOT = "00"
               IF WS-AH-STAT = "05"
                   CLOSE APPHIST-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AH-EOF-YES
               READ APPHIST-FILE INTO WS-AH-LINE
                   AT END
                       SET AH-EOF-YES TO TRUE
                   NOT AT END
                       IF PLC-PASS-DETAIL
                           ADD 1 TO WS-PLC-IN-AH
                       END-IF
                       PERFORM PLC-RELEASE-TRANSITION
               END-READ
           END-PERFORM
           CLOSE APPHIST-FILE
           SET AH-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> PLC-RELEASE-TRANSITION
      *> Purpose: Release the apphistory row in
      *>          WS-AH-LINE when it is an ACCEPTED or
      *>          HIRED transition.
      *>---------------------------------------------
       PLC-RELEASE-TRANSITION.
           MOVE SPACES TO WS-AH-PARSE-ID-X
           MOVE SPACES TO WS-AH-PARSE-USER
           MOVE SPACES TO WS-AH-PARSE-OLD
           MOVE SPACES TO WS-AH-PARSE-NEW
           UNSTRING WS-AH-LINE
               DELIMITED BY "|"
               INTO WS-AH-PARSE-ID-X WS-AH-PARSE-USER
                    WS-AH-PARSE-OLD WS-AH-PARSE-NEW
           END-UNSTRING
           IF FUNCTION TRIM(WS-AH-PARSE-NEW) NOT = "ACCEPTED"
           AND FUNCTION TRIM(WS-AH-PARSE-NEW) NOT = "HIRED"
               EXIT PARAGRAPH
           END-IF
           IF ASC-SCOPED-YES
               MOVE WS-AH-PARSE-USER TO WS-PLC-USER-KEY
               PERFORM PLC-LOOKUP-PROFILE
               MOVE WS-PARSED-UNIVERSITY TO WS-ASC-CHK-UNIV
               PERFORM ADMIN-UNIV-IN-SCOPE
               IF WS-ASC-OK = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-AH-PARSE-ID-X)) = 0
               MOVE FUNCTION NUMVAL(WS-AH-PARSE-ID-X) TO WS-AH-PARSE-ID
           ELSE
               MOVE 0 TO WS-AH-PARSE-ID
           END-IF
           MOVE SPACES TO SORT-REC
           MOVE 0 TO SRT-NUM
           MOVE WS-AH-PARSE-ID TO WS-PLC-JOBID
           MOVE WS-PLC-JOBID TO SRT-KEY2
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AH-PARSE-USER))
               TO SRT-KEY3
           EVALUATE TRUE
               WHEN PLC-PASS-MAJOR
                   MOVE WS-AH-PARSE-USER TO WS-PLC-USER-KEY
                   PERFORM PLC-LOOKUP-PROFILE
                   IF FUNCTION TRIM(WS-PARSED-MAJOR) = SPACES
                       MOVE "(no major on file)" TO WS-PARSED-MAJOR
                   END-IF
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PARSED-MAJOR)) TO SRT-KEY1
                   MOVE WS-PARSED-MAJOR TO SRT-DATA
               WHEN PLC-PASS-EMPLOYER
                   PERFORM PLC-LOOKUP-EMPLOYER
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PLC-EMP-NAME)) TO SRT-KEY1
                   MOVE WS-PLC-EMP-NAME TO SRT-DATA
               WHEN OTHER
                   MOVE WS-AH-PARSE-USER TO SRT-DATA
           END-EVALUATE
           RELEASE SORT-REC.

      *>---------------------------------------------
      *> PLC-LOOKUP-PROFILE
      *> Purpose: Keyed profiles.dat read for
      *>          WS-PLC-USER-KEY into WS-PARSED-PROFILE
      *>          (blank when there is no profile).
      *>---------------------------------------------
       PLC-LOOKUP-PROFILE.
           MOVE SPACES TO WS-PARSED-PROFILE
           IF WS-PLC-PROF-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-PLC-USER-KEY) TO PR-USERNAME
           READ PROFILES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PR-LINE TO WS-PROFILE-LINE
                   PERFORM PARSE-PROFILE-LINE
           END-READ.

      *>---------------------------------------------
      *> PLC-LOOKUP-EMPLOYER
      *> Purpose: Keyed jobs.dat read for WS-PLC-JOBID
      *>          into WS-PLC-EMP-NAME.
      *>---------------------------------------------
       PLC-LOOKUP-EMPLOYER.
           MOVE "(posting removed)" TO WS-PLC-EMP-NAME
           IF WS-PLC-JOBS-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLC-JOBID TO JB-JOBID
           READ JOBS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JB-LINE TO WS-JOB-LINE
                   IF FUNCTION TRIM(WS-JOB-LINE) NOT = SPACES
                       PERFORM PARSE-JOB-LINE-FOR-SUMMARY
                       MOVE WS-JOB-PARSE-EMP TO WS-PLC-EMP-NAME
                   END-IF
           END-READ.

      *>---------------------------------------------
      *> PLC-DETAIL-OUT
      *> Purpose: One detail line per applicant/job
      *>          pair - repeated transitions for the
      *>          same pair sort together and only the
      *>          first is reported.
      *>---------------------------------------------
       PLC-DETAIL-OUT.
           SET SRT-EOF-NO TO TRUE
           MOVE SPACES TO WS-SRT-PREV2
           MOVE SPACES TO WS-SRT-PREV3
           PERFORM UNTIL SRT-EOF-YES
               RETURN SORT-FILE
                   AT END
                       SET SRT-EOF-YES TO TRUE
                   NOT AT END
                       IF SRT-KEY2 NOT = WS-SRT-PREV2
                       OR SRT-KEY3 NOT = WS-SRT-PREV3
                           MOVE SRT-KEY2 TO WS-SRT-PREV2
                           MOVE SRT-KEY3 TO WS-SRT-PREV3
                           PERFORM PLC-REPORT-ONE-PLACEMENT
                       END-IF
               END-RETURN
           END-PERFORM
           SET SRT-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> PLC-REPORT-ONE-PLACEMENT
      *> Purpose: Emit the detail line for the sort
      *>          row just returned - keyed profile
      *>          read for the applicant, keyed posting
      *>          read for the employer.
      *>---------------------------------------------
       PLC-REPORT-ONE-PLACEMENT.
           ADD 1 TO WS-PLC-TOTAL
           MOVE SRT-DATA(1:20) TO WS-PLC-USER-KEY
           MOVE SRT-KEY2(1:5) TO WS-PLC-JOBID
           PERFORM PLC-LOOKUP-PROFILE
           PERFORM PLC-LOOKUP-EMPLOYER
           MOVE SPACES TO WS-OUTLINE
           STRING
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PLC-USER-KEY) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PARSED-MAJOR) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PARSED-UNIVERSITY) DELIMITED BY SIZE
               " - class of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PARSED-GRAD-YEAR) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PLC-EMP-NAME) DELIMITED BY SIZE
               " (job " DELIMITED BY SIZE
               WS-PLC-JOBID DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PLC-EMIT-LINE.

      *>---------------------------------------------
      *> PLC-GROUP-OUT
      *> Purpose: Control break on the major or
      *>          employer, counting each
      *>          applicant/job pair once.
      *>---------------------------------------------
       PLC-GROUP-OUT.
           SET SRT-EOF-NO TO TRUE
           MOVE 0 TO WS-PLC-GROUPS
           MOVE 0 TO WS-SRT-GROUP-N
           MOVE SPACES TO WS-PLC-GROUP-NAME
           MOVE SPACES TO WS-SRT-PREV1
           MOVE SPACES TO WS-SRT-PREV2
           MOVE SPACES TO WS-SRT-PREV3
           PERFORM UNTIL SRT-EOF-YES
               RETURN SORT-FILE
                   AT END
                       SET SRT-EOF-YES TO TRUE
                   NOT AT END
                       IF SRT-KEY1 NOT = WS-SRT-PREV1
                           PERFORM PLC-GROUP-BREAK
                           MOVE SRT-KEY1 TO WS-SRT-PREV1
                           MOVE SRT-DATA TO WS-PLC-GROUP-NAME
                           MOVE SPACES TO WS-SRT-PREV2
                           MOVE SPACES TO WS-SRT-PREV3
                       END-IF
                       IF SRT-KEY2 NOT = WS-SRT-PREV2
                       OR SRT-KEY3 NOT = WS-SRT-PREV3
                           MOVE SRT-KEY2 TO WS-SRT-PREV2
                           MOVE SRT-KEY3 TO WS-SRT-PREV3
                           ADD 1 TO WS-SRT-GROUP-N
                       END-IF
               END-RETURN
           END-PERFORM
           PERFORM PLC-GROUP-BREAK
           SET SRT-EOF-NO TO TRUE
           IF WS-PLC-GROUPS = 0
               MOVE " None recorded." TO WS-OUTLINE
               PERFORM PLC-EMIT-LINE
           END-IF.

       PLC-GROUP-BREAK.
           IF WS-SRT-GROUP-N = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLC-GROUPS
           MOVE WS-SRT-GROUP-N TO WS-PLC-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PLC-GROUP-NAME) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PLC-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PLC-EMIT-LINE
           MOVE 0 TO WS-SRT-GROUP-N.

      *>---------------------------------------------
      *> INTEGRITY-AUDIT
      *> Purpose: Cross-check every file pair -
      *>          profiles, connections, messages,
      *>          savedjobs, profileviews, applications
      *>          and skillprogress against accounts.dat
      *>          and jobs.dat. Exceptions go to
      *>          integrity-report.txt; a confirmed
      *>          repair pass quarantines or flags them.
      *> Called:  From TOP-LEVEL-MENU option 8.
      *>---------------------------------------------
       INTEGRITY-AUDIT.
           SET INTEG-REPAIR-NO TO TRUE
           MOVE 0 TO WS-INTEG-EXC-COUNT
           OPEN OUTPUT INTEG-FILE
           IF WS-INTEG-STAT NOT = "00" AND WS-INTEG-STAT NOT = "05"
               MOVE "ERROR: Cannot write integrity-report.txt."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "--- InCollege Integrity Audit ---" TO INTEG-REC
           WRITE INTEG-REC
           PERFORM INTEG-CHECK-ALL-FILES
           PERFORM INTEG-WRITE-INPUT-COUNTS
           CLOSE INTEG-FILE

           MOVE WS-INTEG-EXC-COUNT TO WS-INTEG-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Integrity audit complete. Exceptions found: "
                   DELIMITED BY SIZE
               WS-INTEG-COUNT-DISP DELIMITED BY SIZE
               " (see integrity-report.txt)" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           IF WS-INTEG-EXC-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           *> Under BATCH-MAINTENANCE there is no operator to answer
           *> the repair prompt - report only and move on.
           IF BATCH-MAINT-YES
               MOVE "Repair pass skipped - unattended maintenance run."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           *> The repair pass rewrites each file from its table, so it
           *> is only offered when every file fits.
           PERFORM INTEG-CHECK-REPAIR-LIMITS
           IF WS-INTEG-OVER = "Y"
               MOVE WS-SRT-COUNT TO WS-SRT-COUNT-DISP
               MOVE WS-INTEG-LIMIT TO WS-INTEG-LIMIT-DISP
               MOVE SPACES TO WS-OUTLINE
               STRING
                   "Repair pass unavailable - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRT-LABEL) DELIMITED BY SIZE
                   " has " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRT-COUNT-DISP) DELIMITED BY SIZE
                   " rows, over the " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INTEG-LIMIT-DISP) DELIMITED BY SIZE
                   "-row repair limit." DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
               MOVE "Archive or trim that file, then re-run the audit."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Run the repair pass now? (YES to repair):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE)) NOT = "YES"
               MOVE "Repair pass skipped." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE "[DRY-RUN] Repair pass skipped." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           SET INTEG-REPAIR-YES TO TRUE
           MOVE 0 TO WS-INTEG-EXC-COUNT
           PERFORM INTEG-CHECK-ALL-FILES
           SET INTEG-REPAIR-NO TO TRUE
           MOVE "Repair pass complete - offending rows quarantined or flagged."
               TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> INTEG-CHECK-ALL-FILES
      *> Purpose: One pass over every cross-file check.
      *>          In report mode each exception is
      *>          written to the report; in repair mode
      *>          the offending row is quarantined,
      *>          cancelled or flagged instead. Report
      *>          mode streams each file; the repair
      *>          pass works from the loaded tables,
      *>          which INTEG-CHECK-REPAIR-LIMITS has
      *>          confirmed hold every row.
      *>---------------------------------------------
       INTEG-CHECK-ALL-FILES.
           PERFORM INTEG-OPEN-JOBS
           PERFORM INTEG-CHECK-PROFILES
           PERFORM INTEG-CHECK-CONNECTIONS
           PERFORM INTEG-CHECK-MESSAGES
           PERFORM INTEG-CHECK-SAVEDJOBS
           PERFORM INTEG-CHECK-PROFILEVIEWS
           PERFORM INTEG-CHECK-APPLICATIONS
           PERFORM INTEG-CHECK-SKILLPROGRESS
           PERFORM INTEG-CLOSE-JOBS.

      *>---------------------------------------------
      *> INTEG-NOTE-EXCEPTION
      *> Purpose: Count the exception in WS-INTEG-LINE
      *>          and, in report mode, write it to
      *>          integrity-report.txt.
      *>---------------------------------------------
       INTEG-NOTE-EXCEPTION.
           ADD 1 TO WS-INTEG-EXC-COUNT
           IF INTEG-REPAIR-NO
               WRITE INTEG-REC FROM WS-INTEG-LINE
           END-IF.

      *>---------------------------------------------
      *> INTEG-USER-EXISTS
      *> Purpose: Set WS-INTEG-FOUND when WS-INTEG-USER
      *>          matches an accounts.dat row (closed
      *>          accounts still count as existing).
      *>---------------------------------------------
       INTEG-USER-EXISTS.
           MOVE "N" TO WS-INTEG-FOUND
           PERFORM VARYING WS-INTEG-I FROM 1 BY 1
               UNTIL WS-INTEG-I > WS-ACCOUNT-COUNT
                   OR WS-INTEG-FOUND = "Y"
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-USERNAME(WS-INTEG-I))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTEG-USER))
                   MOVE "Y" TO WS-INTEG-FOUND
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> INTEG-JOBID-EXISTS
      *> Purpose: Set WS-INTEG-JOB-FOUND when
      *>          WS-INTEG-JOBID is a key in jobs.dat,
      *>          opened by INTEG-OPEN-JOBS for the
      *>          pass.
      *>---------------------------------------------
       INTEG-JOBID-EXISTS.
           MOVE "N" TO WS-INTEG-JOB-FOUND
           IF WS-INTEG-JOBS-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INTEG-JOBID TO JB-JOBID
           READ JOBS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FUNCTION TRIM(JB-LINE) NOT = SPACES
                       MOVE "Y" TO WS-INTEG-JOB-FOUND
                   END-IF
           END-READ.

      *>---------------------------------------------
      *> INTEG-CHECK-PROFILES
      *> Purpose: Profiles whose username no longer
      *>          exists in accounts.dat. Repair:
      *>          quarantine and delete the record.
      *>---------------------------------------------
       INTEG-CHECK-PROFILES.
           MOVE "profiles.dat" TO WS-QUAR-SOURCE
           IF INTEG-REPAIR-NO
               MOVE 0 TO WS-INTEG-IN-PROF
           END-IF
           IF INTEG-REPAIR-YES
               OPEN I-O PROFILES-FILE
           ELSE
               OPEN INPUT PROFILES-FILE
           END-IF
           IF PROFILES-STATUS = "41"
               CLOSE PROFILES-FILE
               IF INTEG-REPAIR-YES
                   OPEN I-O PROFILES-FILE
               ELSE
                   OPEN INPUT PROFILES-FILE
               END-IF
           END-IF
           IF PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT PARAGRAPH
           END-IF
           SET PROFILE-EOF-NO TO TRUE
           PERFORM UNTIL PROFILE-EOF-YES
               READ PROFILES-FILE NEXT
                   AT END
                       SET PROFILE-EOF-YES TO TRUE
                   NOT AT END
                       IF INTEG-REPAIR-NO
                           ADD 1 TO WS-INTEG-IN-PROF
                       END-IF
                       MOVE PR-USERNAME TO WS-INTEG-USER
                       PERFORM INTEG-USER-EXISTS
                       IF WS-INTEG-FOUND = "N"
                           MOVE SPACES TO WS-INTEG-LINE
                           STRING
                               "profiles.dat: no account for user "
                                   DELIMITED BY SIZE
                               FUNCTION TRIM(WS-INTEG-USER)
                                   DELIMITED BY SIZE
                               INTO WS-INTEG-LINE
                           END-STRING
                           PERFORM INTEG-NOTE-EXCEPTION
                           IF INTEG-REPAIR-YES
                               MOVE PR-LINE TO WS-QUAR-LINE
                               PERFORM QUARANTINE-BAD-ROW
                               DELETE PROFILES-FILE RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILES-FILE
           SET PROFILE-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> INTEG-CHECK-CONNECTIONS
      *> Purpose: Connections naming missing users,
      *>          self-referencing rows, and duplicate
      *>          pairs. Repair: cancel the row (the
      *>          rewrite drops CANCELLED rows).
      *>---------------------------------------------
       INTEG-CHECK-CONNECTIONS.
           IF INTEG-REPAIR-NO
               PERFORM INTEG-SCAN-CONNECTIONS
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CONN-ARRAY
           PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
               UNTIL WS-CONN-IDX > WS-CONN-TOTAL
               MOVE WS-CA-SENDER(WS-CONN-IDX) TO WS-INTEG-USER
               PERFORM INTEG-USER-EXISTS
               IF WS-INTEG-FOUND = "N"
                   MOVE SPACES TO WS-INTEG-LINE
                   STRING
                       "connections.dat: unknown sender "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-INTEG-USER) DELIMITED BY SIZE
                       INTO WS-INTEG-LINE
                   END-STRING
                   PERFORM INTEG-NOTE-EXCEPTION
                   IF INTEG-REPAIR-YES
                       MOVE "CANCELLED" TO WS-CA-STATUS(WS-CONN-IDX)
                   END-IF
               END-IF
               MOVE WS-CA-RECIP(WS-CONN-IDX) TO WS-INTEG-USER
               PERFORM INTEG-USER-EXISTS
               IF WS-INTEG-FOUND = "N"
                   MOVE SPACES TO WS-INTEG-LINE
                   STRING
                       "connections.dat: unknown recipient "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-INTEG-USER) DELIMITED BY SIZE
                       INTO WS-INTEG-LINE
                   END-STRING
                   PERFORM INTEG-NOTE-EXCEPTION
                   IF INTEG-REPAIR-YES
                       MOVE "CANCELLED" TO WS-CA-STATUS(WS-CONN-IDX)
                   END-IF
               END-IF
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CA-SENDER(WS-CONN-IDX))) =
                  FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CA-RECIP(WS-CONN-IDX)))
                   MOVE SPACES TO WS-INTEG-LINE
                   STRING
                       "connections.dat: self-referencing row for "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CA-SENDER(WS-CONN-IDX))
                           DELIMITED BY SIZE
                       INTO WS-INTEG-LINE
                   END-STRING
                   PERFORM INTEG-NOTE-EXCEPTION
                   IF INTEG-REPAIR-YES
                       MOVE "CANCELLED" TO WS-CA-STATUS(WS-CONN-IDX)
                   END-IF
               END-IF
               PERFORM INTEG-CHECK-CONN-DUP
           END-PERFORM
           IF INTEG-REPAIR-YES
               PERFORM REWRITE-CONN-FILE
           END-IF.

      *>---------------------------------------------
      *> INTEG-CHECK-CONN-DUP
      *> Purpose: Flag the row at WS-CONN-IDX when an
      *>          earlier row already links the same
      *>          pair in either direction.
      *>---------------------------------------------
       INTEG-CHECK-CONN-DUP.
           MOVE "N" TO WS-INTEG-DUP
           PERFORM VARYING WS-CONN-IDX2 FROM 1 BY 1
               UNTIL WS-CONN-IDX2 >= WS-CONN-IDX
                   OR WS-INTEG-DUP = "Y"
               IF FUNCTION TRIM(WS-CA-STATUS(WS-CONN-IDX2)) NOT =
                   "CANCELLED"
               AND ((FUNCTION TRIM(WS-CA-SENDER(WS-CONN-IDX2)) =
                     FUNCTION TRIM(WS-CA-SENDER(WS-CONN-IDX))
                 AND FUNCTION TRIM(WS-CA-RECIP(WS-CONN-IDX2)) =
                     FUNCTION TRIM(WS-CA-RECIP(WS-CONN-IDX)))
                OR (FUNCTION TRIM(WS-CA-SENDER(WS-CONN-IDX2)) =
                     FUNCTION TRIM(WS-CA-RECIP(WS-CONN-IDX))
                 AND FUNCTION TRIM(WS-CA-RECIP(WS-CONN-IDX2)) =
                     FUNCTION TRIM(WS-CA-SENDER(WS-CONN-IDX))))
                   MOVE "Y" TO WS-INTEG-DUP
               END-IF
           END-PERFORM
           IF WS-INTEG-DUP = "Y"
               MOVE SPACES TO WS-INTEG-LINE
               STRING
                   "connections.dat: duplicate pair "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CA-SENDER(WS-CONN-IDX))
                       DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CA-RECIP(WS-CONN-IDX))
                       DELIMITED BY SIZE
                   INTO WS-INTEG-LINE
               END-STRING
               PERFORM INTEG-NOTE-EXCEPTION
               IF INTEG-REPAIR-YES
                   MOVE "CANCELLED" TO WS-CA-STATUS(WS-CONN-IDX)
               END-IF
           END-IF.

      *>---------------------------------------------
      *> INTEG-CHECK-MESSAGES
      *> Purpose: Messages whose sender or recipient
      *>          has no account. Repair: quarantine
      *>          and drop the row.
      *>---------------------------------------------
       INTEG-CHECK-MESSAGES.
           IF INTEG-REPAIR-NO
               PERFORM INTEG-SCAN-MESSAGES
               EXIT PARAGRAPH
           END-IF
           MOVE "messages.dat" TO WS-QUAR-SOURCE
           PERFORM LOAD-MSG-ARRAY
           PERFORM VARYING WS-MSG-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-MSG-ARRAY-IDX > WS-MSG-ARRAY-TOTAL
               MOVE WS-MSG-ARRAY-LINE(WS-MSG-ARRAY-IDX) TO WS-MSG-LINE
               PERFORM PARSE-MSG-LINE
               MOVE WS-MSG-PARSE-SENDER TO WS-INTEG-USER
               PERFORM INTEG-USER-EXISTS
               IF WS-INTEG-FOUND = "Y"
                   MOVE WS-MSG-PARSE-RECIP TO WS-INTEG-USER
                   PERFORM INTEG-USER-EXISTS
               END-IF
               IF WS-INTEG-FOUND = "N"
                   MOVE SPACES TO WS-INTEG-LINE
                   STRING
                       "messages.dat: unknown user on row from "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MSG-PARSE-SENDER)
                           DELIMITED BY SIZE
                       " to " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MSG-PARSE-RECIP)
                           DELIMITED BY SIZE
                       INTO WS-INTEG-LINE
                   END-STRING
                   PERFORM INTEG-NOTE-EXCEPTION
                   IF INTEG-REPAIR-YES
                       MOVE WS-MSG-ARRAY-LINE(WS-MSG-ARRAY-IDX)
                           TO WS-QUAR-LINE
                       PERFORM QUARANTINE-BAD-ROW
                       MOVE SPACES
                           TO WS-MSG-ARRAY-LINE(WS-MSG-ARRAY-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF INTEG-REPAIR-YES
               PERFORM REWRITE-MSGS-FILE
           END-IF.

      *>---------------------------------------------
      *> INTEG-CHECK-SAVEDJOBS
      *> Purpose: Bookmarks pointing at purged job IDs
      *>          or unknown users. Repair: quarantine
      *>          and drop.
      *>---------------------------------------------
       INTEG-CHECK-SAVEDJOBS.
           IF INTEG-REPAIR-NO
               PERFORM INTEG-SCAN-SAVEDJOBS
               EXIT PARAGRAPH
           END-IF
           MOVE "savedjobs.dat" TO WS-QUAR-SOURCE
           PERFORM LOAD-SAVEDJOB-ARRAY
           PERFORM VARYING WS-SAVEDJOB-IDX FROM 1 BY 1
               UNTIL WS-SAVEDJOB-IDX > WS-SAVEDJOB-TOTAL
               PERFORM PARSE-SAVEDJOB-LINE
               MOVE WS-SAVEDJOB-PARSE-USER TO WS-INTEG-USER
               PERFORM INTEG-USER-EXISTS
               MOVE WS-SAVEDJOB-PARSE-ID TO WS-INTEG-JOBID
               PERFORM INTEG-JOBID-EXISTS
               IF WS-INTEG-FOUND = "N" OR WS-INTEG-JOB-FOUND = "N"
                   MOVE SPACES TO WS-INTEG-LINE
                   STRING
                       "savedjobs.dat: stale bookmark "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(
                           WS-SAVEDJOB-ARRAY-LINE(WS-SAVEDJOB-IDX))
                           DELIMITED BY SIZE
                       INTO WS-INTEG-LINE
                   END-STRING
                   PERFORM INTEG-NOTE-EXCEPTION
                   IF INTEG-REPAIR-YES
                       MOVE WS-SAVEDJOB-ARRAY-LINE(WS-SAVEDJOB-IDX)
                           TO WS-QUAR-LINE
                       PERFORM QUARANTINE-BAD-ROW
                       MOVE SPACES
                           TO WS-SAVEDJOB-ARRAY-LINE(WS-SAVEDJOB-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF INTEG-REPAIR-YES
               PERFORM REWRITE-SAVEDJOBS-FILE
           END-IF.

      *>---------------------------------------------
      *> INTEG-CHECK-PROFILEVIEWS
      *> Purpose: View rows naming users that never
      *>          existed. Repair: quarantine and drop.
      *>---------------------------------------------
       INTEG-CHECK-PROFILEVIEWS.
           IF INTEG-REPAIR-NO
               PERFORM INTEG-SCAN-PROFILEVIEWS
               EXIT PARAGRAPH
           END-IF
           MOVE "profileviews.dat" TO WS-QUAR-SOURCE
           PERFORM LOAD-PV-ARRAY
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-TOTAL
               PERFORM PARSE-PV-LINE
               MOVE WS-PV-PARSE-VIEWER TO WS-INTEG-USER
               PERFORM INTEG-USER-EXISTS
               IF WS-INTEG-FOUND = "Y"
                   MOVE WS-PV-PARSE-VIEWED TO WS-INTEG-USER
                   PERFORM INTEG-USER-EXISTS
               END-IF
               IF WS-INTEG-FOUND = "N"
                   MOVE SPACES TO WS-INTEG-LINE
                   STRING
                       "profileviews.dat: unknown user on row "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PV-ARRAY-LINE(WS-PV-IDX))
                           DELIMITED BY SIZE
                       INTO WS-INTEG-LINE
                   END-STRING
                   PERFORM INTEG-NOTE-EXCEPTION
                   IF INTEG-REPAIR-YES
                       MOVE WS-PV-ARRAY-LINE(WS-PV-IDX) TO WS-QUAR-LINE
                       PERFORM QUARANTINE-BAD-ROW
                       MOVE SPACES TO WS-PV-ARRAY-LINE(WS-PV-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF INTEG-REPAIR-YES
               PERFORM REWRITE-PV-FILE
           END-IF.

      *>---------------------------------------------
      *> INTEG-CHECK-APPLICATIONS
      *> Purpose: Applications naming unknown users
      *>          (repair: quarantine and drop) or
      *>          purged jobs (repair: flag ORPHANED,
      *>          matching RECONCILE-APPLICATIONS).
      *>---------------------------------------------
       INTEG-CHECK-APPLICATIONS.
           IF INTEG-REPAIR-NO
               PERFORM INTEG-SCAN-APPLICATIONS
               EXIT PARAGRAPH
           END-IF
           MOVE "applications.dat" TO WS-QUAR-SOURCE
           PERFORM LOAD-APPS-ARRAY
           PERFORM VARYING WS-APPS-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-APPS-ARRAY-IDX > WS-APPS-ARRAY-TOTAL
               MOVE WS-APPS-ARRAY-LINE(WS-APPS-ARRAY-IDX) TO WS-APPS-LINE
               PERFORM PARSE-APPS-LINE
               MOVE WS-APP-PARSE-USER TO WS-INTEG-USER
               PERFORM INTEG-USER-EXISTS
               IF WS-INTEG-FOUND = "N"
                   MOVE SPACES TO WS-INTEG-LINE
                   STRING
                       "applications.dat: unknown applicant "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-APP-PARSE-USER)
                           DELIMITED BY SIZE
                       INTO WS-INTEG-LINE
                   END-STRING
                   PERFORM INTEG-NOTE-EXCEPTION
                   IF INTEG-REPAIR-YES
                       MOVE WS-APPS-ARRAY-LINE(WS-APPS-ARRAY-IDX)
                           TO WS-QUAR-LINE
                       PERFORM QUARANTINE-BAD-ROW
                       MOVE SPACES
                           TO WS-APPS-ARRAY-LINE(WS-APPS-ARRAY-IDX)
                   END-IF
               ELSE
                   MOVE WS-APP-PARSE-JOBNUM TO WS-INTEG-JOBID
                   PERFORM INTEG-JOBID-EXISTS
                   IF WS-INTEG-JOB-FOUND = "N"
                   AND FUNCTION TRIM(WS-APP-PARSE-STATUS) NOT =
                       "ORPHANED"
                       MOVE SPACES TO WS-INTEG-LINE
                       STRING
                           "applications.dat: job not found for "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(WS-APP-PARSE-USER)
                               DELIMITED BY SIZE
                           " job " DELIMITED BY SIZE
                           WS-APP-PARSE-JOBNUM DELIMITED BY SIZE
                           INTO WS-INTEG-LINE
                       END-STRING
                       PERFORM INTEG-NOTE-EXCEPTION
                       IF INTEG-REPAIR-YES
                           MOVE "ORPHANED" TO WS-APP-PARSE-STATUS
                           PERFORM REBUILD-APPS-ARRAY-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF INTEG-REPAIR-YES
               PERFORM REWRITE-APPS-FILE
           END-IF.

      *>---------------------------------------------
      *> INTEG-CHECK-SKILLPROGRESS
      *> Purpose: Completion rows for users with no
      *>          account. Repair: quarantine and drop.
      *>---------------------------------------------
       INTEG-CHECK-SKILLPROGRESS.
           IF INTEG-REPAIR-NO
               PERFORM INTEG-SCAN-SKILLPROGRESS
               EXIT PARAGRAPH
           END-IF
           MOVE "skillprogress.dat" TO WS-QUAR-SOURCE
           PERFORM LOAD-SKPROG-ARRAY
           PERFORM VARYING WS-SKPROG-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-SKPROG-ARRAY-IDX > WS-SKPROG-ARRAY-TOTAL
               UNSTRING WS-SKPROG-ARRAY-LINE(WS-SKPROG-ARRAY-IDX)
                   DELIMITED BY "|"
                   INTO WS-SKPROG-PARSE-USER WS-SKPROG-PARSE-NUM
               END-UNSTRING
               MOVE WS-SKPROG-PARSE-USER TO WS-INTEG-USER
               PERFORM INTEG-USER-EXISTS
               IF WS-INTEG-FOUND = "N"
                   MOVE SPACES TO WS-INTEG-LINE
                   STRING
                       "skillprogress.dat: unknown user "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SKPROG-PARSE-USER)
                           DELIMITED BY SIZE
                       INTO WS-INTEG-LINE
                   END-STRING
                   PERFORM INTEG-NOTE-EXCEPTION
                   IF INTEG-REPAIR-YES
                       MOVE WS-SKPROG-ARRAY-LINE(WS-SKPROG-ARRAY-IDX)
                           TO WS-QUAR-LINE
                       PERFORM QUARANTINE-BAD-ROW
                       MOVE SPACES
                           TO WS-SKPROG-ARRAY-LINE(WS-SKPROG-ARRAY-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF INTEG-REPAIR-YES
               PERFORM REWRITE-SKPROG-FILE
           END-IF.

      *>---------------------------------------------
      *> INTEG-OPEN-JOBS
      *> Purpose: Open jobs.dat for keyed Job ID checks
      *>          through one audit pass.
      *>---------------------------------------------
       INTEG-OPEN-JOBS.
           MOVE "N" TO WS-INTEG-JOBS-OPEN
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STAT = "00"
               MOVE "Y" TO WS-INTEG-JOBS-OPEN
           ELSE
               IF WS-JOBS-STAT = "05"
                   CLOSE JOBS-FILE
               END-IF
           END-IF.

       INTEG-CLOSE-JOBS.
           IF WS-INTEG-JOBS-OPEN = "Y"
               CLOSE JOBS-FILE
           END-IF
           MOVE "N" TO WS-INTEG-JOBS-OPEN.

      *>---------------------------------------------
      *> INTEG-WRITE-INPUT-COUNTS
      *> Purpose: Record how many rows the report pass
      *>          read from each file, in the report
      *>          and on screen.
      *>---------------------------------------------
       INTEG-WRITE-INPUT-COUNTS.
           MOVE "Input records read:" TO WS-OUTLINE
           PERFORM INTEG-EMIT-COUNT-LINE
           MOVE "profiles.dat" TO WS-SRT-LABEL
           MOVE WS-INTEG-IN-PROF TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM INTEG-EMIT-COUNT-LINE
           MOVE "connections.dat" TO WS-SRT-LABEL
           MOVE WS-INTEG-IN-CONN TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM INTEG-EMIT-COUNT-LINE
           MOVE "messages.dat" TO WS-SRT-LABEL
           MOVE WS-INTEG-IN-MSGS TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM INTEG-EMIT-COUNT-LINE
           MOVE "savedjobs.dat" TO WS-SRT-LABEL
           MOVE WS-INTEG-IN-SAVED TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM INTEG-EMIT-COUNT-LINE
           MOVE "profileviews.dat" TO WS-SRT-LABEL
           MOVE WS-INTEG-IN-PV TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM INTEG-EMIT-COUNT-LINE
           MOVE "applications.dat" TO WS-SRT-LABEL
           MOVE WS-INTEG-IN-APPS TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM INTEG-EMIT-COUNT-LINE
           MOVE "skillprogress.dat" TO WS-SRT-LABEL
           MOVE WS-INTEG-IN-SKPROG TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM INTEG-EMIT-COUNT-LINE.

       INTEG-EMIT-COUNT-LINE.
           WRITE INTEG-REC FROM WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> INTEG-CHECK-REPAIR-LIMITS
      *> Purpose: The repair pass rebuilds each file
      *>          from its in-memory table, so it may
      *>          only run when every file fits in its
      *>          table - otherwise rows past the limit
      *>          would be lost. Sets WS-INTEG-OVER and
      *>          names the first file that does not
      *>          fit.
      *>---------------------------------------------
       INTEG-CHECK-REPAIR-LIMITS.
           MOVE "N" TO WS-INTEG-OVER
           EVALUATE TRUE
               WHEN WS-INTEG-IN-CONN > WS-CONN-MAX
                   MOVE "connections.dat" TO WS-SRT-LABEL
                   MOVE WS-INTEG-IN-CONN TO WS-SRT-COUNT
                   MOVE WS-CONN-MAX TO WS-INTEG-LIMIT
               WHEN WS-INTEG-IN-MSGS > WS-MSG-MAX
                   MOVE "messages.dat" TO WS-SRT-LABEL
                   MOVE WS-INTEG-IN-MSGS TO WS-SRT-COUNT
                   MOVE WS-MSG-MAX TO WS-INTEG-LIMIT
               WHEN WS-INTEG-IN-SAVED > WS-SAVEDJOB-MAX
                   MOVE "savedjobs.dat" TO WS-SRT-LABEL
                   MOVE WS-INTEG-IN-SAVED TO WS-SRT-COUNT
                   MOVE WS-SAVEDJOB-MAX TO WS-INTEG-LIMIT
               WHEN WS-INTEG-IN-PV > WS-PV-MAX
                   MOVE "profileviews.dat" TO WS-SRT-LABEL
                   MOVE WS-INTEG-IN-PV TO WS-SRT-COUNT
                   MOVE WS-PV-MAX TO WS-INTEG-LIMIT
               WHEN WS-INTEG-IN-APPS > WS-APPS-MAX
                   MOVE "applications.dat" TO WS-SRT-LABEL
                   MOVE WS-INTEG-IN-APPS TO WS-SRT-COUNT
                   MOVE WS-APPS-MAX TO WS-INTEG-LIMIT
               WHEN WS-INTEG-IN-SKPROG > 500
                   MOVE "skillprogress.dat" TO WS-SRT-LABEL
                   MOVE WS-INTEG-IN-SKPROG TO WS-SRT-COUNT
                   MOVE 500 TO WS-INTEG-LIMIT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "Y" TO WS-INTEG-OVER.

      *>---------------------------------------------
      *> INTEG-SCAN-CONNECTIONS
      *> Purpose: Report-mode connections check in one
      *>          pass - missing users and self-links
      *>          as each row is read, then duplicate
      *>          pairs from a sort on the pair (lower
      *>          name first) and file position.
      *>---------------------------------------------
       INTEG-SCAN-CONNECTIONS.
           MOVE 0 TO WS-INTEG-IN-CONN
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY1 SRT-KEY2 SRT-NUM
               INPUT PROCEDURE IS INTEG-CONN-SORT-IN
               OUTPUT PROCEDURE IS INTEG-CONN-SORT-OUT.

       INTEG-CONN-SORT-IN.
           SET CONN-EOF-NO TO TRUE
           OPEN INPUT CONN-FILE
           IF WS-CONN-STAT NOT = "00"
               IF WS-CONN-STAT = "05"
                   CLOSE CONN-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CONN-EOF-YES
               READ CONN-FILE INTO WS-CONN-LINE
                   AT END
                       SET CONN-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INTEG-IN-CONN
                       PERFORM PARSE-CONNECTION-LINE
                       PERFORM INTEG-SCAN-ONE-CONN
               END-READ
           END-PERFORM
           CLOSE CONN-FILE
           SET CONN-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> INTEG-SCAN-ONE-CONN
      *> Purpose: Per-row connection checks for the
      *>          parsed row, then release it under
      *>          its normalized pair for the
      *>          duplicate check.
      *>---------------------------------------------
       INTEG-SCAN-ONE-CONN.
           MOVE WS-CONN-SENDER-PARSE TO WS-INTEG-USER
           PERFORM INTEG-USER-EXISTS
           IF WS-INTEG-FOUND = "N"
               MOVE SPACES TO WS-INTEG-LINE
               STRING
                   "connections.dat: unknown sender "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INTEG-USER) DELIMITED BY SIZE
                   INTO WS-INTEG-LINE
               END-STRING
               PERFORM INTEG-NOTE-EXCEPTION
           END-IF
           MOVE WS-CONN-RECIP-PARSE TO WS-INTEG-USER
           PERFORM INTEG-USER-EXISTS
           IF WS-INTEG-FOUND = "N"
               MOVE SPACES TO WS-INTEG-LINE
               STRING
                   "connections.dat: unknown recipient "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INTEG-USER) DELIMITED BY SIZE
                   INTO WS-INTEG-LINE
               END-STRING
               PERFORM INTEG-NOTE-EXCEPTION
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONN-SENDER-PARSE)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONN-RECIP-PARSE))
               MOVE SPACES TO WS-INTEG-LINE
               STRING
                   "connections.dat: self-referencing row for "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CONN-SENDER-PARSE)
                       DELIMITED BY SIZE
                   INTO WS-INTEG-LINE
               END-STRING
               PERFORM INTEG-NOTE-EXCEPTION
           END-IF
           MOVE SPACES TO SORT-REC
           MOVE WS-INTEG-IN-CONN TO SRT-NUM
           IF FUNCTION TRIM(WS-CONN-SENDER-PARSE) >
              FUNCTION TRIM(WS-CONN-RECIP-PARSE)
               MOVE FUNCTION TRIM(WS-CONN-RECIP-PARSE) TO SRT-KEY1
               MOVE FUNCTION TRIM(WS-CONN-SENDER-PARSE) TO SRT-KEY2
           ELSE
               MOVE FUNCTION TRIM(WS-CONN-SENDER-PARSE) TO SRT-KEY1
               MOVE FUNCTION TRIM(WS-CONN-RECIP-PARSE) TO SRT-KEY2
           END-IF
           MOVE WS-CONN-SENDER-PARSE TO SRT-DATA(1:20)
           MOVE WS-CONN-RECIP-PARSE TO SRT-DATA(21:20)
           MOVE WS-CONN-STATUS-PARSE TO SRT-DATA(41:20)
           RELEASE SORT-REC.

      *>---------------------------------------------
      *> INTEG-CONN-SORT-OUT
      *> Purpose: Within each pair, every row after a
      *>          live (not CANCELLED) row is a
      *>          duplicate.
      *>---------------------------------------------
       INTEG-CONN-SORT-OUT.
           SET SRT-EOF-NO TO TRUE
           MOVE SPACES TO WS-SRT-PREV1
           MOVE SPACES TO WS-SRT-PREV2
           MOVE "N" TO WS-INTEG-DUP
           PERFORM UNTIL SRT-EOF-YES
               RETURN SORT-FILE
                   AT END
                       SET SRT-EOF-YES TO TRUE
                   NOT AT END
                       IF SRT-KEY1 NOT = WS-SRT-PREV1
                       OR SRT-KEY2 NOT = WS-SRT-PREV2
                           MOVE SRT-KEY1 TO WS-SRT-PREV1
                           MOVE SRT-KEY2 TO WS-SRT-PREV2
                           MOVE "N" TO WS-INTEG-DUP
                       END-IF
                       IF WS-INTEG-DUP = "Y"
                           MOVE SPACES TO WS-INTEG-LINE
                           STRING
                               "connections.dat: duplicate pair "
                                   DELIMITED BY SIZE
                               FUNCTION TRIM(SRT-DATA(1:20))
                                   DELIMITED BY SIZE
                               " / " DELIMITED BY SIZE
                               FUNCTION TRIM(SRT-DATA(21:20))
                                   DELIMITED BY SIZE
                               INTO WS-INTEG-LINE
                           END-STRING
                           PERFORM INTEG-NOTE-EXCEPTION
                       END-IF
                       IF FUNCTION TRIM(SRT-DATA(41:20)) NOT = "CANCELLED"
                           MOVE "Y" TO WS-INTEG-DUP
                       END-IF
               END-RETURN
           END-PERFORM
           SET SRT-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> INTEG-SCAN-MESSAGES
      *> Purpose: Report-mode messages check, streamed.
      *>---------------------------------------------
       INTEG-SCAN-MESSAGES.
           MOVE 0 TO WS-INTEG-IN-MSGS
           SET MSG-VIEW-EOF-NO TO TRUE
           OPEN INPUT MSGS-FILE
           IF WS-MSGS-STAT NOT = "00"
               CLOSE MSGS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MSG-VIEW-EOF-YES
               READ MSGS-FILE INTO WS-MSG-LINE
                   AT END
                       SET MSG-VIEW-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INTEG-IN-MSGS
                       IF FUNCTION TRIM(WS-MSG-LINE) NOT = SPACES
                           PERFORM PARSE-MSG-LINE
                           MOVE WS-MSG-PARSE-SENDER TO WS-INTEG-USER
                           PERFORM INTEG-USER-EXISTS
                           IF WS-INTEG-FOUND = "Y"
                               MOVE WS-MSG-PARSE-RECIP TO WS-INTEG-USER
                               PERFORM INTEG-USER-EXISTS
                           END-IF
                           IF WS-INTEG-FOUND = "N"
                               MOVE SPACES TO WS-INTEG-LINE
                               STRING
                                   "messages.dat: unknown user on row from "
                                       DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-MSG-PARSE-SENDER)
                                       DELIMITED BY SIZE
                                   " to " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-MSG-PARSE-RECIP)
                                       DELIMITED BY SIZE
                                   INTO WS-INTEG-LINE
                               END-STRING
                               PERFORM INTEG-NOTE-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MSGS-FILE
           SET MSG-VIEW-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> INTEG-SCAN-SAVEDJOBS
      *> Purpose: Report-mode bookmark check, streamed.
      *>---------------------------------------------
       INTEG-SCAN-SAVEDJOBS.
           MOVE 0 TO WS-INTEG-IN-SAVED
           SET SEARCH-EOF-NO TO TRUE
           OPEN INPUT SAVEDJOBS-FILE
           IF WS-SAVEDJOBS-STAT NOT = "00"
               IF WS-SAVEDJOBS-STAT = "05"
                   CLOSE SAVEDJOBS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SEARCH-EOF-YES
               READ SAVEDJOBS-FILE INTO WS-SAVEDJOB-LINE
                   AT END
                       SET SEARCH-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INTEG-IN-SAVED
                       IF FUNCTION TRIM(WS-SAVEDJOB-LINE) NOT = SPACES
                           PERFORM INTEG-SCAN-ONE-SAVEDJOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAVEDJOBS-FILE
           SET SEARCH-EOF-NO TO TRUE.

       INTEG-SCAN-ONE-SAVEDJOB.
           MOVE SPACES TO WS-SAVEDJOB-PARSE-USER
           MOVE SPACES TO WS-SAVEDJOB-PARSE-ID-X
           UNSTRING WS-SAVEDJOB-LINE
               DELIMITED BY "|"
               INTO WS-SAVEDJOB-PARSE-USER
                    WS-SAVEDJOB-PARSE-ID-X
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SAVEDJOB-PARSE-ID-X)) = 0
               MOVE FUNCTION NUMVAL(WS-SAVEDJOB-PARSE-ID-X)
                   TO WS-SAVEDJOB-PARSE-ID
           ELSE
               MOVE 0 TO WS-SAVEDJOB-PARSE-ID
           END-IF
           MOVE WS-SAVEDJOB-PARSE-USER TO WS-INTEG-USER
           PERFORM INTEG-USER-EXISTS
           MOVE WS-SAVEDJOB-PARSE-ID TO WS-INTEG-JOBID
           PERFORM INTEG-JOBID-EXISTS
           IF WS-INTEG-FOUND = "N" OR WS-INTEG-JOB-FOUND = "N"
               MOVE SPACES TO WS-INTEG-LINE
               STRING
                   "savedjobs.dat: stale bookmark "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SAVEDJOB-LINE)
                       DELIMITED BY SIZE
                   INTO WS-INTEG-LINE
               END-STRING
               PERFORM INTEG-NOTE-EXCEPTION
           END-IF.

      *>---------------------------------------------
      *> INTEG-SCAN-PROFILEVIEWS
      *> Purpose: Report-mode profile-view check,
      *>          streamed.
      *>---------------------------------------------
       INTEG-SCAN-PROFILEVIEWS.
           MOVE 0 TO WS-INTEG-IN-PV
           SET SEARCH-EOF-NO TO TRUE
           OPEN INPUT PROFILEVIEWS-FILE
           IF WS-PV-STAT NOT = "00"
               IF WS-PV-STAT = "05"
                   CLOSE PROFILEVIEWS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SEARCH-EOF-YES
               READ PROFILEVIEWS-FILE INTO WS-PV-LINE
                   AT END
                       SET SEARCH-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INTEG-IN-PV
                       IF FUNCTION TRIM(WS-PV-LINE) NOT = SPACES
                           PERFORM INTEG-SCAN-ONE-PV
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILEVIEWS-FILE
           SET SEARCH-EOF-NO TO TRUE.

       INTEG-SCAN-ONE-PV.
           MOVE SPACES TO WS-PV-PARSE-VIEWER
           MOVE SPACES TO WS-PV-PARSE-VIEWED
           MOVE SPACES TO WS-PV-PARSE-TS
           UNSTRING WS-PV-LINE
               DELIMITED BY "|"
               INTO WS-PV-PARSE-VIEWER
                    WS-PV-PARSE-VIEWED
                    WS-PV-PARSE-TS
           END-UNSTRING
           MOVE WS-PV-PARSE-VIEWER TO WS-INTEG-USER
           PERFORM INTEG-USER-EXISTS
           IF WS-INTEG-FOUND = "Y"
               MOVE WS-PV-PARSE-VIEWED TO WS-INTEG-USER
               PERFORM INTEG-USER-EXISTS
           END-IF
           IF WS-INTEG-FOUND = "N"
               MOVE SPACES TO WS-INTEG-LINE
               STRING
                   "profileviews.dat: unknown user on row "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PV-LINE) DELIMITED BY SIZE
                   INTO WS-INTEG-LINE
               END-STRING
               PERFORM INTEG-NOTE-EXCEPTION
           END-IF.

      *>---------------------------------------------
      *> INTEG-SCAN-APPLICATIONS
      *> Purpose: Report-mode applications check, in
      *>          key order through applications.dat.
      *>---------------------------------------------
       INTEG-SCAN-APPLICATIONS.
           MOVE 0 TO WS-INTEG-IN-APPS
           SET APPS-EOF-NO TO TRUE
           OPEN INPUT APPS-FILE
           IF WS-APPS-STAT NOT = "00"
               CLOSE APPS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL APPS-EOF-YES
               READ APPS-FILE NEXT
                   AT END
                       SET APPS-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INTEG-IN-APPS
                       MOVE AP-LINE TO WS-APPS-LINE
                       IF FUNCTION TRIM(WS-APPS-LINE) NOT = SPACES
                           PERFORM INTEG-SCAN-ONE-APP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPS-FILE
           SET APPS-EOF-NO TO TRUE.

       INTEG-SCAN-ONE-APP.
           PERFORM PARSE-APPS-LINE
           MOVE WS-APP-PARSE-USER TO WS-INTEG-USER
           PERFORM INTEG-USER-EXISTS
           IF WS-INTEG-FOUND = "N"
               MOVE SPACES TO WS-INTEG-LINE
               STRING
                   "applications.dat: unknown applicant "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APP-PARSE-USER)
                       DELIMITED BY SIZE
                   INTO WS-INTEG-LINE
               END-STRING
               PERFORM INTEG-NOTE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APP-PARSE-JOBNUM TO WS-INTEG-JOBID
           PERFORM INTEG-JOBID-EXISTS
           IF WS-INTEG-JOB-FOUND = "N"
           AND FUNCTION TRIM(WS-APP-PARSE-STATUS) NOT = "ORPHANED"
               MOVE SPACES TO WS-INTEG-LINE
               STRING
                   "applications.dat: job not found for "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APP-PARSE-USER)
                       DELIMITED BY SIZE
                   " job " DELIMITED BY SIZE
                   WS-APP-PARSE-JOBNUM DELIMITED BY SIZE
                   INTO WS-INTEG-LINE
               END-STRING
               PERFORM INTEG-NOTE-EXCEPTION
           END-IF.

      *>---------------------------------------------
      *> INTEG-SCAN-SKILLPROGRESS
      *> Purpose: Report-mode skill-progress check,
      *>          streamed.
      *>---------------------------------------------
       INTEG-SCAN-SKILLPROGRESS.
           MOVE 0 TO WS-INTEG-IN-SKPROG
           SET SKPROG-EOF-NO TO TRUE
           OPEN INPUT SKILLS-PROGRESS-FILE
           IF WS-SKPROG-STAT NOT = "00"
               IF WS-SKPROG-STAT = "05"
                   CLOSE SKILLS-PROGRESS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SKPROG-EOF-YES
               READ SKILLS-PROGRESS-FILE INTO WS-SKPROG-LINE
                   AT END
                       SET SKPROG-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INTEG-IN-SKPROG
                       IF FUNCTION TRIM(WS-SKPROG-LINE) NOT = SPACES
                           MOVE SPACES TO WS-SKPROG-PARSE-USER
                           UNSTRING WS-SKPROG-LINE
                               DELIMITED BY "|"
                               INTO WS-SKPROG-PARSE-USER
                                    WS-SKPROG-PARSE-NUM
                           END-UNSTRING
                           MOVE WS-SKPROG-PARSE-USER TO WS-INTEG-USER
                           PERFORM INTEG-USER-EXISTS
                           IF WS-INTEG-FOUND = "N"
                               MOVE SPACES TO WS-INTEG-LINE
                               STRING
                                   "skillprogress.dat: unknown user "
                                       DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-SKPROG-PARSE-USER)
                                       DELIMITED BY SIZE
                                   INTO WS-INTEG-LINE
                               END-STRING
                               PERFORM INTEG-NOTE-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILLS-PROGRESS-FILE
           SET SKPROG-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REPAIR-DATA-FILES
      *> Purpose: Detect rows in the pipe-delimited
      *>          data files whose delimiter count no
      *>          longer matches the record layout
      *>          (usually a "|" that reached a free-
      *>          text field before input sanitizing
      *>          existed), move them to quarantine.dat
      *>          and drop them from the live files.
      *> Called:  From TOP-LEVEL-MENU option 6.
      *>---------------------------------------------
       REPAIR-DATA-FILES.
           IF DRY-RUN-YES
               MOVE "[DRY-RUN] Repair utility skipped - it rewrites the data files."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REPAIR-BAD-COUNT
           PERFORM REPAIR-PROFILES-FILE
           PERFORM REPAIR-JOBS-FILE
           PERFORM REPAIR-APPS-FILE
           PERFORM REPAIR-MSGS-FILE
           PERFORM REPAIR-CONN-FILE
           PERFORM REPAIR-SAVEDJOBS-FILE
           PERFORM REPAIR-PV-FILE
           PERFORM REPAIR-SKPROG-FILE
           MOVE WS-REPAIR-BAD-COUNT TO WS-REPAIR-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Repair complete. Rows quarantined: " DELIMITED BY SIZE
                  WS-REPAIR-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> COUNT-REPAIR-PIPES
      *> Purpose: Count the "|" delimiters in
      *>          WS-QUAR-LINE into WS-REPAIR-PIPE-COUNT.
      *>---------------------------------------------
       COUNT-REPAIR-PIPES.
           MOVE 0 TO WS-REPAIR-PIPE-COUNT
           INSPECT WS-QUAR-LINE
               TALLYING WS-REPAIR-PIPE-COUNT FOR ALL "|".

      *>---------------------------------------------
      *> QUARANTINE-BAD-ROW
      *> Purpose: Append the row in WS-QUAR-LINE to
      *>          quarantine.dat, prefixed with the
      *>          source file name in WS-QUAR-SOURCE.
      *>---------------------------------------------
       QUARANTINE-BAD-ROW.
           ADD 1 TO WS-REPAIR-BAD-COUNT
           OPEN EXTEND QUAR-FILE
           IF WS-QUAR-STAT = "41"
               CLOSE QUAR-FILE
               OPEN EXTEND QUAR-FILE
           END-IF
           IF WS-QUAR-STAT = "00" OR WS-QUAR-STAT = "05"
               MOVE SPACES TO QUAR-REC
               STRING
                   FUNCTION TRIM(WS-QUAR-SOURCE) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QUAR-LINE) DELIMITED BY SIZE
                   INTO QUAR-REC
               END-STRING
               WRITE QUAR-REC
               CLOSE QUAR-FILE
           ELSE
               DISPLAY "ERROR: Cannot write to quarantine.dat. Status="
                   WS-QUAR-STAT
           END-IF.

      *>---------------------------------------------
      *> REPAIR-PROFILES-FILE
      *> Purpose: Walk every profile record and drop
      *>          any whose data portion does not carry
      *>          the 51 delimiters a profile row always
      *>          has.
      *>---------------------------------------------
       REPAIR-PROFILES-FILE.
           MOVE "profiles.dat" TO WS-QUAR-SOURCE
           OPEN I-O PROFILES-FILE
           IF PROFILES-STATUS = "41"
               CLOSE PROFILES-FILE
               OPEN I-O PROFILES-FILE
           END-IF
           IF PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT PARAGRAPH
           END-IF
           SET PROFILE-EOF-NO TO TRUE
           PERFORM UNTIL PROFILE-EOF-YES
               READ PROFILES-FILE NEXT
                   AT END
                       SET PROFILE-EOF-YES TO TRUE
                   NOT AT END
                       MOVE PR-LINE TO WS-QUAR-LINE
                       PERFORM COUNT-REPAIR-PIPES
                       IF WS-REPAIR-PIPE-COUNT NOT = 51
                           PERFORM QUARANTINE-BAD-ROW
                           DELETE PROFILES-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILES-FILE
           SET PROFILE-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REPAIR-JOBS-FILE
      *>---------------------------------------------
       REPAIR-JOBS-FILE.
           MOVE "jobs.dat" TO WS-QUAR-SOURCE
           PERFORM LOAD-JOB-ARRAY
           PERFORM VARYING WS-JOB-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-JOB-ARRAY-IDX > WS-JOB-ARRAY-TOTAL
               MOVE WS-JOB-ARRAY-LINE(WS-JOB-ARRAY-IDX) TO WS-QUAR-LINE
               PERFORM COUNT-REPAIR-PIPES
               *> 9 delimiters before the review-status field existed,
               *> 10 with it, 13 with the qualification fields - all
               *> are well-formed rows.
               IF WS-REPAIR-PIPE-COUNT < 9 OR WS-REPAIR-PIPE-COUNT > 13
                   PERFORM QUARANTINE-BAD-ROW
                   MOVE SPACES TO WS-JOB-ARRAY-LINE(WS-JOB-ARRAY-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-JOBS-FILE.

      *>---------------------------------------------
      *> REPAIR-APPS-FILE
      *>---------------------------------------------
       REPAIR-APPS-FILE.
           MOVE "applications.dat" TO WS-QUAR-SOURCE
           PERFORM LOAD-APPS-ARRAY
           PERFORM VARYING WS-APPS-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-APPS-ARRAY-IDX > WS-APPS-ARRAY-TOTAL
               MOVE WS-APPS-ARRAY-LINE(WS-APPS-ARRAY-IDX) TO WS-QUAR-LINE
               PERFORM COUNT-REPAIR-PIPES
               *> 5 delimiters before the qualification flag existed,
               *> 6 with it - both are well-formed rows.
               IF WS-REPAIR-PIPE-COUNT < 5 OR WS-REPAIR-PIPE-COUNT > 6
                   PERFORM QUARANTINE-BAD-ROW
                   MOVE SPACES TO WS-APPS-ARRAY-LINE(WS-APPS-ARRAY-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-APPS-FILE.

      *>---------------------------------------------
      *> REPAIR-MSGS-FILE
      *>---------------------------------------------
       REPAIR-MSGS-FILE.
           MOVE "messages.dat" TO WS-QUAR-SOURCE
           PERFORM LOAD-MSG-ARRAY
           PERFORM VARYING WS-MSG-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-MSG-ARRAY-IDX > WS-MSG-ARRAY-TOTAL
               MOVE WS-MSG-ARRAY-LINE(WS-MSG-ARRAY-IDX) TO WS-QUAR-LINE
               PERFORM COUNT-REPAIR-PIPES
               *> 3 delimiters before the read/unread flag existed,
               *> 4 with it - both are well-formed rows.
               IF WS-REPAIR-PIPE-COUNT < 3 OR WS-REPAIR-PIPE-COUNT > 4
                   PERFORM QUARANTINE-BAD-ROW
                   MOVE SPACES TO WS-MSG-ARRAY-LINE(WS-MSG-ARRAY-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-MSGS-FILE.

      *>---------------------------------------------
      *> REPAIR-CONN-FILE
      *> Purpose: connections.dat rows must carry
      *>          exactly two delimiters; good rows are
      *>          reloaded into WS-CONN-ARRAY and the
      *>          file rewritten from it.
      *>---------------------------------------------
       REPAIR-CONN-FILE.
           MOVE "connections.dat" TO WS-QUAR-SOURCE
           MOVE 0 TO WS-CONN-TOTAL
           SET CONN-EOF-NO TO TRUE
           OPEN INPUT CONN-FILE
           IF WS-CONN-STAT NOT = "00"
               IF WS-CONN-STAT = "05"
                   CLOSE CONN-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CONN-EOF-YES
               READ CONN-FILE INTO WS-CONN-LINE
                   AT END
                       SET CONN-EOF-YES TO TRUE
                   NOT AT END
                       MOVE WS-CONN-LINE TO WS-QUAR-LINE
                       PERFORM COUNT-REPAIR-PIPES
                       IF WS-REPAIR-PIPE-COUNT NOT = 2
                           PERFORM QUARANTINE-BAD-ROW
                       ELSE
                           PERFORM PARSE-CONNECTION-LINE
                           IF WS-CONN-TOTAL < WS-CONN-MAX
                               ADD 1 TO WS-CONN-TOTAL
                               MOVE WS-CONN-SENDER-PARSE
                                   TO WS-CA-SENDER(WS-CONN-TOTAL)
                               MOVE WS-CONN-RECIP-PARSE
                                   TO WS-CA-RECIP(WS-CONN-TOTAL)
                               MOVE WS-CONN-STATUS-PARSE
                                   TO WS-CA-STATUS(WS-CONN-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONN-FILE
           SET CONN-EOF-NO TO TRUE
           PERFORM REWRITE-CONN-FILE.

      *>---------------------------------------------
      *> REPAIR-SAVEDJOBS-FILE
      *>---------------------------------------------
       REPAIR-SAVEDJOBS-FILE.
           MOVE "savedjobs.dat" TO WS-QUAR-SOURCE
           MOVE 1 TO WS-REPAIR-EXPECTED
           PERFORM LOAD-SAVEDJOB-ARRAY
           PERFORM VARYING WS-SAVEDJOB-IDX FROM 1 BY 1
               UNTIL WS-SAVEDJOB-IDX > WS-SAVEDJOB-TOTAL
               MOVE WS-SAVEDJOB-ARRAY-LINE(WS-SAVEDJOB-IDX)
                   TO WS-QUAR-LINE
               PERFORM COUNT-REPAIR-PIPES
               IF WS-REPAIR-PIPE-COUNT NOT = WS-REPAIR-EXPECTED
                   PERFORM QUARANTINE-BAD-ROW
                   MOVE SPACES TO WS-SAVEDJOB-ARRAY-LINE(WS-SAVEDJOB-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-SAVEDJOBS-FILE.

      *>---------------------------------------------
      *> REPAIR-PV-FILE
      *>---------------------------------------------
       REPAIR-PV-FILE.
           MOVE "profileviews.dat" TO WS-QUAR-SOURCE
           MOVE 2 TO WS-REPAIR-EXPECTED
           PERFORM LOAD-PV-ARRAY
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-TOTAL
               MOVE WS-PV-ARRAY-LINE(WS-PV-IDX) TO WS-QUAR-LINE
               PERFORM COUNT-REPAIR-PIPES
               IF WS-REPAIR-PIPE-COUNT NOT = WS-REPAIR-EXPECTED
                   PERFORM QUARANTINE-BAD-ROW
                   MOVE SPACES TO WS-PV-ARRAY-LINE(WS-PV-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-PV-FILE.

      *>---------------------------------------------
      *> REPAIR-SKPROG-FILE
      *>---------------------------------------------
       REPAIR-SKPROG-FILE.
           MOVE "skillprogress.dat" TO WS-QUAR-SOURCE
           MOVE 1 TO WS-REPAIR-EXPECTED
           PERFORM LOAD-SKPROG-ARRAY
           PERFORM VARYING WS-SKPROG-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-SKPROG-ARRAY-IDX > WS-SKPROG-ARRAY-TOTAL
               MOVE WS-SKPROG-ARRAY-LINE(WS-SKPROG-ARRAY-IDX)
                   TO WS-QUAR-LINE
               PERFORM COUNT-REPAIR-PIPES
               IF WS-REPAIR-PIPE-COUNT NOT = WS-REPAIR-EXPECTED
                   PERFORM QUARANTINE-BAD-ROW
                   MOVE SPACES
                       TO WS-SKPROG-ARRAY-LINE(WS-SKPROG-ARRAY-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-SKPROG-FILE.

      *>---------------------------------------------
      *> ARCHIVE-OLD-RECORDS
      *> Purpose: Retention batch - roll messages.dat
      *>          and profileviews.dat rows older than
      *>          RETENTION-DAYS out to dated archive
      *>          files (messages-YYYYMM.dat /
      *>          profileviews-YYYYMM.dat, by the row's
      *>          own month), so the live files stay
      *>          inside the working-set limits while
      *>          nothing is ever truly lost.
      *> Called:  From TOP-LEVEL-MENU option 7.
      *>---------------------------------------------
       ARCHIVE-OLD-RECORDS.
           IF DRY-RUN-YES
               MOVE "messages.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               MOVE "profileviews.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ARCH-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   WS-BIZ-DATE)
               - WS-CFG-RETENTION-DAYS)
           MOVE 0 TO WS-ARCH-MSG-COUNT
           MOVE 0 TO WS-ARCH-PV-COUNT
           *> Rows naming a user under legal hold stay live.
           PERFORM LOAD-HLD-ARRAY
           MOVE "N" TO WS-HLD-QUIET
           MOVE "ARCHIVE-OLD-RECORDS" TO WS-HLD-RUN
           PERFORM ARCHIVE-OLD-MESSAGES
           MOVE "message row(s)" TO WS-HLD-WHAT
           PERFORM HOLD-FLUSH-SKIPS
           PERFORM ARCHIVE-OLD-PROFILEVIEWS
           MOVE "profile view row(s)" TO WS-HLD-WHAT
           PERFORM HOLD-FLUSH-SKIPS
           MOVE WS-ARCH-MSG-COUNT TO WS-ARCH-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Messages archived: " DELIMITED BY SIZE
                  WS-ARCH-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE WS-ARCH-PV-COUNT TO WS-ARCH-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Profile views archived: " DELIMITED BY SIZE
                  WS-ARCH-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> ARCH-DATE-FROM-TS
      *> Purpose: Derive a numeric YYYYMMDD in
      *>          WS-ARCH-ROW-DATE from the
      *>          "YYYY-MM-DD HH:MM:SS" timestamp in
      *>          WS-ARCH-TS (0 when unparsable, which
      *>          keeps the row live).
      *>---------------------------------------------
       ARCH-DATE-FROM-TS.
           MOVE 0 TO WS-ARCH-ROW-DATE
           MOVE SPACES TO WS-ARCH-ROW-DATE-X
           STRING
               WS-ARCH-TS(1:4) DELIMITED BY SIZE
               WS-ARCH-TS(6:2) DELIMITED BY SIZE
               WS-ARCH-TS(9:2) DELIMITED BY SIZE
               INTO WS-ARCH-ROW-DATE-X
           END-STRING
           IF WS-ARCH-ROW-DATE-X IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ARCH-ROW-DATE-X)
                   TO WS-ARCH-ROW-DATE
           END-IF.

      *>---------------------------------------------
      *> ARCH-APPEND-ROW
      *> Purpose: Append WS-QUAR-LINE (the row being
      *>          archived) to the dated archive file
      *>          already named in WS-ARCHIVE-FILENAME.
      *>---------------------------------------------
       ARCH-APPEND-ROW.
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCH-STAT = "41"
               CLOSE ARCHIVE-FILE
               OPEN EXTEND ARCHIVE-FILE
           END-IF
           IF WS-ARCH-STAT = "00" OR WS-ARCH-STAT = "05"
               WRITE ARCHIVE-REC FROM WS-QUAR-LINE
               CLOSE ARCHIVE-FILE
           ELSE
               DISPLAY "ERROR: Cannot write archive file. Status="
                   WS-ARCH-STAT
           END-IF.

      *>---------------------------------------------
      *> ARCHIVE-OLD-MESSAGES
      *> Purpose: Stream messages.dat, diverting rows
      *>          older than the cutoff to their
      *>          messages-YYYYMM.dat archive and
      *>          renaming the survivors back over the
      *>          live file.
      *>---------------------------------------------
       ARCHIVE-OLD-MESSAGES.
           OPEN INPUT MSGS-FILE
           IF WS-MSGS-STAT NOT = "00"
               CLOSE MSGS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-MSGS-FILE
           IF WS-TMPMSGS-STAT NOT = "00" AND WS-TMPMSGS-STAT NOT = "05"
               CLOSE MSGS-FILE
               EXIT PARAGRAPH
           END-IF
           SET ARCH-EOF-NO TO TRUE
           PERFORM UNTIL ARCH-EOF-YES
               READ MSGS-FILE INTO WS-MSG-LINE
                   AT END
                       SET ARCH-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM PARSE-MSG-LINE
                       MOVE WS-MSG-PARSE-TS TO WS-ARCH-TS
                       PERFORM ARCH-DATE-FROM-TS
                       MOVE "N" TO WS-HLD-DUE
                       IF WS-ARCH-ROW-DATE NOT = 0
                       AND WS-ARCH-ROW-DATE < WS-ARCH-CUTOFF
                           MOVE "Y" TO WS-HLD-DUE
                           MOVE WS-MSG-PARSE-SENDER TO WS-HLD-CHECK-USER
                           MOVE WS-MSG-PARSE-RECIP TO WS-HLD-CHECK-USER2
                           PERFORM HOLD-CHECK-PAIR
                           IF WS-HLD-KEEP = "Y"
                               MOVE "N" TO WS-HLD-DUE
                           END-IF
                       END-IF
                       IF WS-HLD-DUE = "Y"
                           MOVE WS-MSG-LINE TO WS-QUAR-LINE
                           MOVE SPACES TO WS-ARCHIVE-FILENAME
                           STRING
                               "messages-" DELIMITED BY SIZE
                               WS-ARCH-TS(1:4) DELIMITED BY SIZE
                               WS-ARCH-TS(6:2) DELIMITED BY SIZE
                               ".dat" DELIMITED BY SIZE
                               INTO WS-ARCHIVE-FILENAME
                           END-STRING
                           PERFORM ARCH-APPEND-ROW
                           ADD 1 TO WS-ARCH-MSG-COUNT
                       ELSE
                           WRITE TEMP-MSGS-REC FROM WS-MSG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MSGS-FILE
           CLOSE TEMP-MSGS-FILE
           SET ARCH-EOF-NO TO TRUE
           CALL "SYSTEM" USING "cp -f messages.dat messages.dat.bak"
           END-CALL
           CALL "SYSTEM" USING "mv -f temp-messages.dat messages.dat"
           END-CALL.

      *>---------------------------------------------
      *> ARCHIVE-OLD-PROFILEVIEWS
      *> Purpose: Same retention pass for
      *>          profileviews.dat.
      *>---------------------------------------------
       ARCHIVE-OLD-PROFILEVIEWS.
           OPEN INPUT PROFILEVIEWS-FILE
           IF WS-PV-STAT NOT = "00"
               IF WS-PV-STAT = "05"
                   CLOSE PROFILEVIEWS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-PV-FILE
           IF WS-TMPPV-STAT NOT = "00" AND WS-TMPPV-STAT NOT = "05"
               CLOSE PROFILEVIEWS-FILE
               EXIT PARAGRAPH
           END-IF
           SET ARCH-EOF-NO TO TRUE
           PERFORM UNTIL ARCH-EOF-YES
               READ PROFILEVIEWS-FILE INTO WS-PV-LINE
                   AT END
                       SET ARCH-EOF-YES TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-PV-PARSE-VIEWER
                       MOVE SPACES TO WS-PV-PARSE-VIEWED
                       MOVE SPACES TO WS-PV-PARSE-TS
                       UNSTRING WS-PV-LINE
                           DELIMITED BY "|"
                           INTO WS-PV-PARSE-VIEWER
                                WS-PV-PARSE-VIEWED
                                WS-PV-PARSE-TS
                       END-UNSTRING
                       MOVE WS-PV-PARSE-TS TO WS-ARCH-TS
                       PERFORM ARCH-DATE-FROM-TS
                       MOVE "N" TO WS-HLD-DUE
                       IF WS-ARCH-ROW-DATE NOT = 0
                       AND WS-ARCH-ROW-DATE < WS-ARCH-CUTOFF
                           MOVE "Y" TO WS-HLD-DUE
                           MOVE WS-PV-PARSE-VIEWER TO WS-HLD-CHECK-USER
                           MOVE WS-PV-PARSE-VIEWED TO WS-HLD-CHECK-USER2
                           PERFORM HOLD-CHECK-PAIR
                           IF WS-HLD-KEEP = "Y"
                               MOVE "N" TO WS-HLD-DUE
                           END-IF
                       END-IF
                       IF WS-HLD-DUE = "Y"
                           MOVE WS-PV-LINE TO WS-QUAR-LINE
                           MOVE SPACES TO WS-ARCHIVE-FILENAME
                           STRING
                               "profileviews-" DELIMITED BY SIZE
                               WS-ARCH-TS(1:4) DELIMITED BY SIZE
                               WS-ARCH-TS(6:2) DELIMITED BY SIZE
                               ".dat" DELIMITED BY SIZE
                               INTO WS-ARCHIVE-FILENAME
                           END-STRING
                           PERFORM ARCH-APPEND-ROW
                           ADD 1 TO WS-ARCH-PV-COUNT
                       ELSE
                           WRITE TEMP-PV-REC FROM WS-PV-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILEVIEWS-FILE
           CLOSE TEMP-PV-FILE
           SET ARCH-EOF-NO TO TRUE
           CALL "SYSTEM" USING
               "cp -f profileviews.dat profileviews.dat.bak"
           END-CALL
           CALL "SYSTEM" USING
               "mv -f temp-profileviews.dat profileviews.dat"
           END-CALL.

      *>---------------------------------------------
      *> VIEW-ARCHIVED-MESSAGES
      *> Purpose: Retrieval mode for the retention
      *>          batch - list the current user's
      *>          messages from a chosen monthly
      *>          archive file.
      *> Called:  From MESSAGES-MENU option 4.
      *>---------------------------------------------
       VIEW-ARCHIVED-MESSAGES.
           MOVE "Enter the archive month to view (YYYYMM):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-ARCH-MONTH-IN
           IF WS-ARCH-MONTH-IN NOT NUMERIC
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING
               "messages-" DELIMITED BY SIZE
               WS-ARCH-MONTH-IN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME
           END-STRING
           MOVE 0 TO WS-ARCH-VIEW-COUNT
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STAT NOT = "00"
               IF WS-ARCH-STAT = "05"
                   CLOSE ARCHIVE-FILE
               END-IF
               MOVE "No archive exists for that month." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "--- Archived Messages ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           SET ARCH-EOF-NO TO TRUE
           PERFORM UNTIL ARCH-EOF-YES
               READ ARCHIVE-FILE INTO WS-MSG-LINE
                   AT END
                       SET ARCH-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM PARSE-MSG-LINE
                       IF FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-MSG-PARSE-SENDER)) =
                          FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-CURRENT-USERNAME))
                       OR FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-MSG-PARSE-RECIP)) =
                          FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-CURRENT-USERNAME))
                           ADD 1 TO WS-ARCH-VIEW-COUNT
                           MOVE WS-ARCH-VIEW-COUNT TO WS-MSG-DISP-NUM-DISP
                           PERFORM DISPLAY-ONE-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           SET ARCH-EOF-NO TO TRUE
           IF WS-ARCH-VIEW-COUNT = 0
               MOVE "No archived messages for you in that month."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE "-------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> EXPORT-DATA-TO-CSV
      *> Purpose: Write profiles.dat, connections.dat and
      *>          jobs.dat out as comma-quoted CSV files,
      *>          for operations to pull into a spreadsheet
      *>          without hand-splitting pipe fields.
      *> Called:  From TOP-LEVEL-MENU option 3.
      *>---------------------------------------------
       EXPORT-DATA-TO-CSV.
           PERFORM EXPORT-PROFILES-CSV
           PERFORM EXPORT-CONNECTIONS-CSV
           PERFORM EXPORT-JOBS-CSV
           MOVE "Export complete: profiles.csv, connections.csv, jobs.csv"
               TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> CSV-REPORT-COUNTS
      *> Purpose: Print the records read from
      *>          WS-CSV-SOURCE beside the rows written
      *>          to WS-CSV-TARGET.
      *>---------------------------------------------
       CSV-REPORT-COUNTS.
           MOVE WS-CSV-IN-COUNT TO WS-SRT-COUNT-DISP
           MOVE WS-CSV-OUT-COUNT TO WS-CSV-OUT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-SOURCE) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SRT-COUNT-DISP) DELIMITED BY SIZE
               " records read, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-OUT-DISP) DELIMITED BY SIZE
               " rows written to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-TARGET) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> EXPORT-PROFILES-CSV
      *> Purpose: Read profiles.dat with the existing
      *>          PARSE-PROFILE-LINE logic and write a
      *>          header plus one CSV row per profile.
      *>---------------------------------------------
       EXPORT-PROFILES-CSV.
           OPEN INPUT PROFILES-FILE
           IF PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CSV-PROFILES-FILE
           MOVE
             "Username,First Name,Last Name,University,Major,Grad Year,About"
               TO WS-CSV-LINE
           WRITE CSV-PROFILES-REC FROM WS-CSV-LINE
           MOVE 0 TO WS-CSV-IN-COUNT
           MOVE 0 TO WS-CSV-OUT-COUNT

           SET CSV-EOF-NO TO TRUE
           PERFORM UNTIL CSV-EOF-YES
               READ PROFILES-FILE NEXT
                   AT END
                       SET CSV-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CSV-IN-COUNT
                       MOVE PR-LINE TO WS-PROFILE-LINE
                       PERFORM PARSE-PROFILE-LINE
                       PERFORM BUILD-PROFILE-CSV-ROW
                       WRITE CSV-PROFILES-REC FROM WS-CSV-LINE
                       ADD 1 TO WS-CSV-OUT-COUNT
               END-READ
           END-PERFORM
           CLOSE PROFILES-FILE
           CLOSE CSV-PROFILES-FILE
           SET CSV-EOF-NO TO TRUE
           MOVE "profiles.dat" TO WS-CSV-SOURCE
           MOVE "profiles.csv" TO WS-CSV-TARGET
           PERFORM CSV-REPORT-COUNTS.

       BUILD-PROFILE-CSV-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE WS-PARSED-USERNAME TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           MOVE WS-CSV-FIELD-OUT TO WS-CSV-LINE
           MOVE WS-PARSED-FNAME TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD
           MOVE WS-PARSED-LNAME TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD
           MOVE WS-PARSED-UNIVERSITY TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD
           MOVE WS-PARSED-MAJOR TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD
           MOVE WS-PARSED-GRAD-YEAR TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD
           MOVE WS-PARSED-ABOUT TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD.

      *>---------------------------------------------
      *> EXPORT-CONNECTIONS-CSV
      *> Purpose: Read connections.dat with the existing
      *>          PARSE-CONNECTION-LINE logic and write a
      *>          header plus one CSV row per connection.
      *>---------------------------------------------
       EXPORT-CONNECTIONS-CSV.
           OPEN INPUT CONN-FILE
           IF WS-CONN-STAT NOT = "00"
               CLOSE CONN-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CSV-CONN-FILE
           MOVE "Sender,Recipient,Status" TO WS-CSV-LINE
           WRITE CSV-CONN-REC FROM WS-CSV-LINE
           MOVE 0 TO WS-CSV-IN-COUNT
           MOVE 0 TO WS-CSV-OUT-COUNT

           SET CSV-EOF-NO TO TRUE
           PERFORM UNTIL CSV-EOF-YES
               READ CONN-FILE INTO WS-CONN-LINE
                   AT END
                       SET CSV-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CSV-IN-COUNT
                       PERFORM PARSE-CONNECTION-LINE
                       MOVE WS-CONN-SENDER-PARSE TO WS-CSV-FIELD-IN
                       PERFORM CSV-QUOTE-FIELD
                       MOVE WS-CSV-FIELD-OUT TO WS-CSV-LINE
                       MOVE WS-CONN-RECIP-PARSE TO WS-CSV-FIELD-IN
                       PERFORM CSV-QUOTE-FIELD
                       PERFORM CSV-APPEND-FIELD
                       MOVE WS-CONN-STATUS-PARSE TO WS-CSV-FIELD-IN
                       PERFORM CSV-QUOTE-FIELD
                       PERFORM CSV-APPEND-FIELD
                       WRITE CSV-CONN-REC FROM WS-CSV-LINE
                       ADD 1 TO WS-CSV-OUT-COUNT
               END-READ
           END-PERFORM
           CLOSE CONN-FILE
           CLOSE CSV-CONN-FILE
           SET CSV-EOF-NO TO TRUE
           MOVE "connections.dat" TO WS-CSV-SOURCE
           MOVE "connections.csv" TO WS-CSV-TARGET
           PERFORM CSV-REPORT-COUNTS.

      *>---------------------------------------------
      *> EXPORT-JOBS-CSV
      *> Purpose: Read jobs.dat with the existing
      *>          PARSE-JOB-LINE-FOR-SUMMARY logic and
      *>          write a header plus one CSV row per
      *>          posting.
      *>---------------------------------------------
       EXPORT-JOBS-CSV.
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STAT NOT = "00"
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-EMP-ARRAY
           OPEN OUTPUT CSV-JOBS-FILE
           MOVE
             "Job ID,Poster,Title,Description,Employer,Employer ID,Location,Salary Min,Salary Max,Post Date,Expire Date"
               TO WS-CSV-LINE
           WRITE CSV-JOBS-REC FROM WS-CSV-LINE
           MOVE 0 TO WS-CSV-IN-COUNT
           MOVE 0 TO WS-CSV-OUT-COUNT

           SET CSV-EOF-NO TO TRUE
           PERFORM UNTIL CSV-EOF-YES
               READ JOBS-FILE NEXT
                   AT END
                       SET CSV-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CSV-IN-COUNT
                       MOVE JB-LINE TO WS-JOB-LINE
                       IF FUNCTION TRIM(WS-JOB-LINE) NOT = SPACES
                           PERFORM PARSE-JOB-LINE-FOR-SUMMARY
                           PERFORM BUILD-JOB-CSV-ROW
                           WRITE CSV-JOBS-REC FROM WS-CSV-LINE
                           ADD 1 TO WS-CSV-OUT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           CLOSE CSV-JOBS-FILE
           SET CSV-EOF-NO TO TRUE
           MOVE "jobs.dat" TO WS-CSV-SOURCE
           MOVE "jobs.csv" TO WS-CSV-TARGET
           PERFORM CSV-REPORT-COUNTS.

       BUILD-JOB-CSV-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE WS-JOB-PARSE-ID TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           MOVE WS-CSV-FIELD-OUT TO WS-CSV-LINE
           MOVE WS-JOB-PARSE-POSTER TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD
           MOVE WS-JOB-PARSE-TITLE TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD
           MOVE WS-JOB-PARSE-DESC TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD
           MOVE WS-JOB-PARSE-EMP TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD
           *> The stable directory ID travels beside the display name.
           MOVE WS-JOB-PARSE-EMP TO WS-EMP-LOOKUP-NAME
           PERFORM LOOKUP-EMPLOYER-ID
           IF WS-EMP-FOUND-IDX > 0
               MOVE WS-EM-ID(WS-EMP-FOUND-IDX) TO WS-CSV-FIELD-IN
           ELSE
               MOVE SPACES TO WS-CSV-FIELD-IN
           END-IF
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD
           MOVE WS-JOB-PARSE-LOC TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD
           MOVE WS-JOB-PARSE-SAL-MIN TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD
           MOVE WS-JOB-PARSE-SAL-MAX TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD
           MOVE WS-JOB-PARSE-POST-DATE TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD
           MOVE WS-JOB-PARSE-EXP-DATE TO WS-CSV-FIELD-IN
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD.

      *>---------------------------------------------
      *> CSV-APPEND-FIELD
      *> Purpose: Append a comma and WS-CSV-FIELD-OUT
      *>          (already quoted by CSV-QUOTE-FIELD) to
      *>          the end of WS-CSV-LINE.
      *>---------------------------------------------
       CSV-APPEND-FIELD.
           STRING
               FUNCTION TRIM(WS-CSV-LINE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-FIELD-OUT) DELIMITED BY SIZE
               INTO WS-CSV-LINE
           END-STRING.

      *>---------------------------------------------
      *> CSV-QUOTE-FIELD
      *> Purpose: Wrap WS-CSV-FIELD-IN in double quotes,
      *>          doubling any embedded quote character,
      *>          into WS-CSV-FIELD-OUT.
      *>---------------------------------------------
       CSV-QUOTE-FIELD.
           MOVE SPACES TO WS-CSV-FIELD-OUT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-FIELD-IN))
               TO WS-CSV-IN-LEN
           MOVE 1 TO WS-CSV-OUT-POS
           MOVE '"' TO WS-CSV-FIELD-OUT(WS-CSV-OUT-POS:1)
           ADD 1 TO WS-CSV-OUT-POS
           PERFORM VARYING WS-CSV-IN-POS FROM 1 BY 1
               UNTIL WS-CSV-IN-POS > WS-CSV-IN-LEN
               IF WS-CSV-FIELD-IN(WS-CSV-IN-POS:1) = '"'
                   MOVE '"' TO WS-CSV-FIELD-OUT(WS-CSV-OUT-POS:1)
                   ADD 1 TO WS-CSV-OUT-POS
               END-IF
               MOVE WS-CSV-FIELD-IN(WS-CSV-IN-POS:1)
                   TO WS-CSV-FIELD-OUT(WS-CSV-OUT-POS:1)
               ADD 1 TO WS-CSV-OUT-POS
           END-PERFORM
           MOVE '"' TO WS-CSV-FIELD-OUT(WS-CSV-OUT-POS:1).

      *>---------------------------------------------
      *> RESEARCH-EXTRACT
      *> Purpose: Write the de-identified extract for
      *>          the institutional research office -
      *>          profiles, connections, messages,
      *>          applications with their status
      *>          history, offers, event attendance and
      *>          group membership as research-*.csv,
      *>          plus research-dictionary.txt. Every
      *>          username becomes one pseudonymous ID
      *>          used consistently across the files;
      *>          names, About text and message bodies
      *>          are dropped, graduation years and
      *>          dates are coarsened, and profile,
      *>          application and offer cells smaller
      *>          than RESEARCH-MIN-CELL are withheld.
      *> Called:  From TOP-LEVEL-MENU option 27.
      *>---------------------------------------------
       RESEARCH-EXTRACT.
           MOVE "--- Research Extract ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-RSX-SKIPPED
           MOVE 0 TO WS-RSX-WITHHELD
           MOVE 0 TO WS-RSX-ROWS-WITHHELD
           PERFORM RSX-ASSIGN-IDS
           PERFORM RSX-LOAD-PROFILES
           PERFORM RSX-COUNT-CELLS
           PERFORM RSX-WRITE-PROFILES
           PERFORM RSX-WRITE-CONNECTIONS
           PERFORM RSX-WRITE-MESSAGES
           PERFORM RSX-WRITE-APPLICATIONS
           PERFORM RSX-WRITE-APPHISTORY
           PERFORM RSX-WRITE-OFFERS
           PERFORM RSX-WRITE-ATTENDANCE
           PERFORM RSX-WRITE-GROUPS
           PERFORM RSX-WRITE-DICTIONARY
           MOVE WS-RSX-WITHHELD TO WS-SRT-COUNT
           MOVE "profiles withheld (small cells)" TO WS-SRT-LABEL
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE
           MOVE WS-RSX-ROWS-WITHHELD TO WS-SRT-COUNT
           MOVE "application/offer rows withheld (small cells)"
               TO WS-SRT-LABEL
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE
           MOVE WS-RSX-SKIPPED TO WS-SRT-COUNT
           MOVE "rows dropped (username not on file)" TO WS-SRT-LABEL
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE
           MOVE "Research extract written; columns described in research-dictionary.txt."
               TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> RSX-ASSIGN-IDS
      *> Purpose: Deal the numbers 1..account count out
      *>          to the accounts in a random order, so
      *>          a research ID says nothing about when
      *>          the account was opened and a new
      *>          extract cannot be joined to an old
      *>          one. WS-RSX-ORDER(n) is the account
      *>          holding ID n.
      *>---------------------------------------------
       RSX-ASSIGN-IDS.
           MOVE SPACES TO WS-RSX-TABLE
           PERFORM VARYING WS-RSX-I FROM 1 BY 1
               UNTIL WS-RSX-I > WS-ACCOUNT-COUNT
               MOVE WS-RSX-I TO WS-RSX-ORDER(WS-RSX-I)
               MOVE FUNCTION UPPER-CASE(WS-USERNAME(WS-RSX-I))
                   TO WS-RSX-UPPER(WS-RSX-I)
               MOVE "N" TO WS-RSX-HAS-PROFILE(WS-RSX-I)
               MOVE 0 TO WS-RSX-CELL(WS-RSX-I)
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RSX-SEED
           COMPUTE WS-RSX-RAND = FUNCTION RANDOM(WS-RSX-SEED)
           PERFORM VARYING WS-RSX-I FROM WS-ACCOUNT-COUNT BY -1
               UNTIL WS-RSX-I < 2
               COMPUTE WS-RSX-RAND = FUNCTION RANDOM
               COMPUTE WS-RSX-J = WS-RSX-RAND * WS-RSX-I + 1
               IF WS-RSX-J > WS-RSX-I
                   MOVE WS-RSX-I TO WS-RSX-J
               END-IF
               MOVE WS-RSX-ORDER(WS-RSX-I) TO WS-RSX-SWAP
               MOVE WS-RSX-ORDER(WS-RSX-J) TO WS-RSX-ORDER(WS-RSX-I)
               MOVE WS-RSX-SWAP TO WS-RSX-ORDER(WS-RSX-J)
           END-PERFORM
           PERFORM VARYING WS-RSX-I FROM 1 BY 1
               UNTIL WS-RSX-I > WS-ACCOUNT-COUNT
               MOVE WS-RSX-I TO WS-RSX-PID(WS-RSX-ORDER(WS-RSX-I))
           END-PERFORM.

      *>---------------------------------------------
      *> RSX-FIND-ACCOUNT
      *> Purpose: Resolve WS-RSX-USER to its account
      *>          slot in WS-RSX-IDX and research ID in
      *>          WS-RSX-ID; WS-RSX-IDX is 0 and the ID
      *>          blank for a username not on file.
      *>---------------------------------------------
       RSX-FIND-ACCOUNT.
           MOVE 0 TO WS-RSX-IDX
           MOVE SPACES TO WS-RSX-ID
           IF FUNCTION TRIM(WS-RSX-USER) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RSX-USER))
               TO WS-RSX-USER
           PERFORM VARYING WS-RSX-J FROM 1 BY 1
               UNTIL WS-RSX-J > WS-ACCOUNT-COUNT
               IF WS-RSX-UPPER(WS-RSX-J) = WS-RSX-USER
                   MOVE WS-RSX-J TO WS-RSX-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RSX-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RSX-PID(WS-RSX-IDX) TO WS-RSX-PID-DISP
           STRING "R" DELIMITED BY SIZE
                  WS-RSX-PID-DISP DELIMITED BY SIZE
                  INTO WS-RSX-ID
           END-STRING.

      *>---------------------------------------------
      *> RSX-LOAD-PROFILES
      *> Purpose: Stream profiles.dat and keep only
      *>          the releasable fields against each
      *>          account - university, major and the
      *>          five-year graduation band.
      *>---------------------------------------------
       RSX-LOAD-PROFILES.
           MOVE 0 TO WS-RSX-PROFILES-READ
           SET CSV-EOF-NO TO TRUE
           OPEN INPUT PROFILES-FILE
           IF PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CSV-EOF-YES
               READ PROFILES-FILE NEXT
                   AT END
                       SET CSV-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RSX-PROFILES-READ
                       MOVE PR-LINE TO WS-PROFILE-LINE
                       PERFORM PARSE-PROFILE-LINE
                       MOVE WS-PARSED-USERNAME TO WS-RSX-USER
                       PERFORM RSX-FIND-ACCOUNT
                       IF WS-RSX-IDX > 0
                           MOVE "Y" TO WS-RSX-HAS-PROFILE(WS-RSX-IDX)
                           MOVE FUNCTION TRIM(WS-PARSED-UNIVERSITY)
                               TO WS-RSX-UNIV(WS-RSX-IDX)
                           MOVE FUNCTION TRIM(WS-PARSED-MAJOR)
                               TO WS-RSX-MAJOR(WS-RSX-IDX)
                           MOVE SPACES TO WS-RSX-PERIOD(WS-RSX-IDX)
                           IF WS-PARSED-GRAD-YEAR IS NUMERIC
                               MOVE WS-PARSED-GRAD-YEAR TO WS-RSX-YEAR
                               COMPUTE WS-RSX-YEAR = WS-RSX-YEAR
                                   - FUNCTION MOD(WS-RSX-YEAR, 5)
                               COMPUTE WS-RSX-YEAR-END = WS-RSX-YEAR + 4
                               STRING WS-RSX-YEAR DELIMITED BY SIZE
                                      "-" DELIMITED BY SIZE
                                      WS-RSX-YEAR-END DELIMITED BY SIZE
                                      INTO WS-RSX-PERIOD(WS-RSX-IDX)
                               END-STRING
                           END-IF
                       ELSE
                           ADD 1 TO WS-RSX-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILES-FILE
           SET CSV-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> RSX-COUNT-CELLS
      *> Purpose: Count, for every account, how many
      *>          accounts share its account type,
      *>          university, major and graduation
      *>          band - the combination a researcher
      *>          could match against outside lists.
      *>---------------------------------------------
       RSX-COUNT-CELLS.
           PERFORM VARYING WS-RSX-I FROM 1 BY 1
               UNTIL WS-RSX-I > WS-ACCOUNT-COUNT
               MOVE SPACES TO WS-RSX-KEY(WS-RSX-I)
               STRING
                   WS-ACCOUNT-TYPE(WS-RSX-I) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION UPPER-CASE(WS-RSX-UNIV(WS-RSX-I))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION UPPER-CASE(WS-RSX-MAJOR(WS-RSX-I))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-RSX-PERIOD(WS-RSX-I) DELIMITED BY SIZE
                   INTO WS-RSX-KEY(WS-RSX-I)
               END-STRING
           END-PERFORM
           PERFORM VARYING WS-RSX-I FROM 1 BY 1
               UNTIL WS-RSX-I > WS-ACCOUNT-COUNT
               MOVE 0 TO WS-RSX-CELL(WS-RSX-I)
               PERFORM VARYING WS-RSX-J FROM 1 BY 1
                   UNTIL WS-RSX-J > WS-ACCOUNT-COUNT
                   IF WS-RSX-KEY(WS-RSX-J) = WS-RSX-KEY(WS-RSX-I)
                       ADD 1 TO WS-RSX-CELL(WS-RSX-I)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>---------------------------------------------
      *> RSX-OPEN-OUTPUT
      *> Purpose: Open WS-RSX-FILENAME for output and
      *>          write the header row already in
      *>          WS-CSV-LINE; WS-RSX-OPEN says whether
      *>          the file could be written.
      *>---------------------------------------------
       RSX-OPEN-OUTPUT.
           MOVE "N" TO WS-RSX-OPEN
           MOVE 0 TO WS-CSV-IN-COUNT
           MOVE 0 TO WS-CSV-OUT-COUNT
           OPEN OUTPUT RESEARCH-FILE
           IF WS-RSX-STAT NOT = "00" AND WS-RSX-STAT NOT = "05"
               MOVE SPACES TO WS-OUTLINE
               STRING "ERROR: Cannot write " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RSX-FILENAME) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RSX-OPEN
           WRITE RESEARCH-REC FROM WS-CSV-LINE.

      *>---------------------------------------------
      *> RSX-CLOSE-OUTPUT
      *> Purpose: Close the current extract file and
      *>          print its read/written counts.
      *>---------------------------------------------
       RSX-CLOSE-OUTPUT.
           CLOSE RESEARCH-FILE
           MOVE "N" TO WS-RSX-OPEN
           MOVE WS-RSX-FILENAME TO WS-CSV-TARGET
           PERFORM CSV-REPORT-COUNTS.

      *>---------------------------------------------
      *> RSX-START-ROW / RSX-ADD-FIELD
      *> Purpose: Begin a CSV row with, or append to
      *>          it, the quoted WS-CSV-FIELD-IN.
      *>---------------------------------------------
       RSX-START-ROW.
           PERFORM CSV-QUOTE-FIELD
           MOVE SPACES TO WS-CSV-LINE
           MOVE WS-CSV-FIELD-OUT TO WS-CSV-LINE.

       RSX-ADD-FIELD.
           PERFORM CSV-QUOTE-FIELD
           PERFORM CSV-APPEND-FIELD.

      *>---------------------------------------------
      *> RSX-WRITE-ROW
      *> Purpose: Write the finished WS-CSV-LINE to the
      *>          current extract file.
      *>---------------------------------------------
       RSX-WRITE-ROW.
           WRITE RESEARCH-REC FROM WS-CSV-LINE
           ADD 1 TO WS-CSV-OUT-COUNT.

      *>---------------------------------------------
      *> RSX-MONTH-OF-DATE
      *> Purpose: Coarsen WS-RSX-DATE (YYYYMMDD) to the
      *>          "YYYY-MM" month in WS-RSX-MONTH; blank
      *>          when there is no usable date.
      *>---------------------------------------------
       RSX-MONTH-OF-DATE.
           MOVE SPACES TO WS-RSX-MONTH
           IF WS-RSX-DATE < 19000101
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RSX-DATE TO WS-RSX-DATE-X
           STRING WS-RSX-DATE-X(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RSX-DATE-X(5:2) DELIMITED BY SIZE
                  INTO WS-RSX-MONTH
           END-STRING.

      *>---------------------------------------------
      *> RSX-MONTH-OF-TS
      *> Purpose: Same coarsening for a stored
      *>          "YYYY-MM-DD hh:mm:ss" timestamp in
      *>          WS-ARCH-TS.
      *>---------------------------------------------
       RSX-MONTH-OF-TS.
           PERFORM ARCH-DATE-FROM-TS
           MOVE WS-ARCH-ROW-DATE TO WS-RSX-DATE
           PERFORM RSX-MONTH-OF-DATE.

      *>---------------------------------------------
      *> RSX-WRITE-PROFILES
      *> Purpose: research-profiles.csv - one row per
      *>          account in research-ID order. The
      *>          university, major and graduation band
      *>          are withheld for any account whose
      *>          cell is smaller than RESEARCH-MIN-CELL.
      *>---------------------------------------------
       RSX-WRITE-PROFILES.
           MOVE "research-profiles.csv" TO WS-RSX-FILENAME
           MOVE "Research ID,Account Type,University,Major,Grad Period"
               TO WS-CSV-LINE
           PERFORM RSX-OPEN-OUTPUT
           IF WS-RSX-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RSX-I FROM 1 BY 1
               UNTIL WS-RSX-I > WS-ACCOUNT-COUNT
               MOVE WS-RSX-ORDER(WS-RSX-I) TO WS-RSX-IDX
               ADD 1 TO WS-CSV-IN-COUNT
               MOVE WS-RSX-I TO WS-RSX-PID-DISP
               MOVE SPACES TO WS-CSV-FIELD-IN
               STRING "R" DELIMITED BY SIZE
                      WS-RSX-PID-DISP DELIMITED BY SIZE
                      INTO WS-CSV-FIELD-IN
               END-STRING
               PERFORM RSX-START-ROW
               EVALUATE TRUE
                   WHEN ACCOUNT-IS-RECRUITER(WS-RSX-IDX)
                       MOVE "RECRUITER" TO WS-CSV-FIELD-IN
                   WHEN ACCOUNT-IS-ADMIN(WS-RSX-IDX)
                       MOVE "ADMIN" TO WS-CSV-FIELD-IN
                   WHEN ACCOUNT-IS-ADVISOR(WS-RSX-IDX)
                       MOVE "ADVISOR" TO WS-CSV-FIELD-IN
                   WHEN OTHER
                       MOVE "STUDENT" TO WS-CSV-FIELD-IN
               END-EVALUATE
               PERFORM RSX-ADD-FIELD
               IF WS-RSX-CELL(WS-RSX-IDX) < WS-CFG-RESEARCH-MIN-CELL
                   ADD 1 TO WS-RSX-WITHHELD
                   MOVE "(withheld)" TO WS-CSV-FIELD-IN
                   PERFORM RSX-ADD-FIELD
                   MOVE "(withheld)" TO WS-CSV-FIELD-IN
                   PERFORM RSX-ADD-FIELD
                   MOVE "(withheld)" TO WS-CSV-FIELD-IN
                   PERFORM RSX-ADD-FIELD
               ELSE
                   MOVE WS-RSX-UNIV(WS-RSX-IDX) TO WS-CSV-FIELD-IN
                   PERFORM RSX-ADD-FIELD
                   MOVE WS-RSX-MAJOR(WS-RSX-IDX) TO WS-CSV-FIELD-IN
                   PERFORM RSX-ADD-FIELD
                   MOVE WS-RSX-PERIOD(WS-RSX-IDX) TO WS-CSV-FIELD-IN
                   PERFORM RSX-ADD-FIELD
               END-IF
               PERFORM RSX-WRITE-ROW
           END-PERFORM
           MOVE "accounts.dat" TO WS-CSV-SOURCE
           PERFORM RSX-CLOSE-OUTPUT
           MOVE "profiles.dat" TO WS-SRT-LABEL
           MOVE WS-RSX-PROFILES-READ TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> RSX-WRITE-CONNECTIONS
      *> Purpose: research-connections.csv - both
      *>          ends of every connection and its
      *>          status.
      *>---------------------------------------------
       RSX-WRITE-CONNECTIONS.
           MOVE "research-connections.csv" TO WS-RSX-FILENAME
           MOVE "Requester ID,Recipient ID,Status" TO WS-CSV-LINE
           PERFORM RSX-OPEN-OUTPUT
           IF WS-RSX-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           SET CSV-EOF-NO TO TRUE
           OPEN INPUT CONN-FILE
           IF WS-CONN-STAT = "00"
               PERFORM UNTIL CSV-EOF-YES
                   READ CONN-FILE INTO WS-CONN-LINE
                       AT END
                           SET CSV-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CSV-IN-COUNT
                           PERFORM RSX-CONNECTION-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONN-FILE
           SET CSV-EOF-NO TO TRUE
           MOVE "connections.dat" TO WS-CSV-SOURCE
           PERFORM RSX-CLOSE-OUTPUT.

       RSX-CONNECTION-ROW.
           IF FUNCTION TRIM(WS-CONN-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-CONNECTION-LINE
           MOVE WS-CONN-RECIP-PARSE TO WS-RSX-USER
           PERFORM RSX-FIND-ACCOUNT
           MOVE WS-RSX-ID TO WS-RSX-ID2
           MOVE WS-CONN-SENDER-PARSE TO WS-RSX-USER
           PERFORM RSX-FIND-ACCOUNT
           IF WS-RSX-ID = SPACES OR WS-RSX-ID2 = SPACES
               ADD 1 TO WS-RSX-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RSX-ID TO WS-CSV-FIELD-IN
           PERFORM RSX-START-ROW
           MOVE WS-RSX-ID2 TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-CONN-STATUS-PARSE TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           PERFORM RSX-WRITE-ROW.

      *>---------------------------------------------
      *> RSX-WRITE-MESSAGES
      *> Purpose: research-messages.csv - who wrote to
      *>          whom and in which month; the message
      *>          text is never copied.
      *>---------------------------------------------
       RSX-WRITE-MESSAGES.
           MOVE "research-messages.csv" TO WS-RSX-FILENAME
           MOVE "Sender ID,Recipient ID,Month" TO WS-CSV-LINE
           PERFORM RSX-OPEN-OUTPUT
           IF WS-RSX-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           SET CSV-EOF-NO TO TRUE
           OPEN INPUT MSGS-FILE
           IF WS-MSGS-STAT = "00"
               PERFORM UNTIL CSV-EOF-YES
                   READ MSGS-FILE INTO WS-MSG-LINE
                       AT END
                           SET CSV-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CSV-IN-COUNT
                           PERFORM RSX-MESSAGE-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MSGS-FILE
           SET CSV-EOF-NO TO TRUE
           MOVE "messages.dat" TO WS-CSV-SOURCE
           PERFORM RSX-CLOSE-OUTPUT.

       RSX-MESSAGE-ROW.
           IF FUNCTION TRIM(WS-MSG-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-MSG-LINE
           MOVE WS-MSG-PARSE-RECIP TO WS-RSX-USER
           PERFORM RSX-FIND-ACCOUNT
           MOVE WS-RSX-ID TO WS-RSX-ID2
           MOVE WS-MSG-PARSE-SENDER TO WS-RSX-USER
           PERFORM RSX-FIND-ACCOUNT
           IF WS-RSX-ID = SPACES OR WS-RSX-ID2 = SPACES
               ADD 1 TO WS-RSX-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RSX-ID TO WS-CSV-FIELD-IN
           PERFORM RSX-START-ROW
           MOVE WS-RSX-ID2 TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-MSG-PARSE-TS TO WS-ARCH-TS
           PERFORM RSX-MONTH-OF-TS
           MOVE WS-RSX-MONTH TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           PERFORM RSX-WRITE-ROW.

      *>---------------------------------------------
      *> RSX-WRITE-APPLICATIONS
      *> Purpose: research-applications.csv - the
      *>          applicant, posting, employer and
      *>          current status of every application.
      *>          The Job ID and employer are withheld
      *>          when fewer than RESEARCH-MIN-CELL
      *>          applications went to that posting.
      *>---------------------------------------------
       RSX-WRITE-APPLICATIONS.
           MOVE "research-applications.csv" TO WS-RSX-FILENAME
           MOVE "Applicant ID,Job ID,Employer,Status" TO WS-CSV-LINE
           PERFORM RSX-OPEN-OUTPUT
           IF WS-RSX-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM RSX-COUNT-APPLICATIONS
           SET APPS-EOF-NO TO TRUE
           OPEN INPUT APPS-FILE
           IF WS-APPS-STAT = "00"
               PERFORM UNTIL APPS-EOF-YES
                   READ APPS-FILE NEXT
                       AT END
                           SET APPS-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CSV-IN-COUNT
                           PERFORM RSX-APPLICATION-ROW
                   END-READ
               END-PERFORM
               CLOSE APPS-FILE
           ELSE
               IF WS-APPS-STAT = "05"
                   CLOSE APPS-FILE
               END-IF
           END-IF
           SET APPS-EOF-NO TO TRUE
           MOVE "applications.dat" TO WS-CSV-SOURCE
           PERFORM RSX-CLOSE-OUTPUT.

       RSX-APPLICATION-ROW.
           MOVE AP-LINE TO WS-APPS-LINE
           IF FUNCTION TRIM(WS-APPS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-APPS-LINE
           MOVE WS-APP-PARSE-USER TO WS-RSX-USER
           PERFORM RSX-FIND-ACCOUNT
           IF WS-RSX-ID = SPACES
               ADD 1 TO WS-RSX-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RSX-ID TO WS-CSV-FIELD-IN
           PERFORM RSX-START-ROW
           MOVE AP-JOBID TO WS-RSX-CELL-KEY
           PERFORM RSX-CELL-LOOKUP
           IF WS-RSX-CELL-N < WS-CFG-RESEARCH-MIN-CELL
               ADD 1 TO WS-RSX-ROWS-WITHHELD
               MOVE "(withheld)" TO WS-CSV-FIELD-IN
               PERFORM RSX-ADD-FIELD
               MOVE "(withheld)" TO WS-CSV-FIELD-IN
               PERFORM RSX-ADD-FIELD
           ELSE
               MOVE AP-JOBID TO WS-CSV-FIELD-IN
               PERFORM RSX-ADD-FIELD
               MOVE WS-APP-PARSE-EMP TO WS-CSV-FIELD-IN
               PERFORM RSX-ADD-FIELD
           END-IF
           MOVE WS-APP-PARSE-STATUS TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           PERFORM RSX-WRITE-ROW.

      *>---------------------------------------------
      *> RSX-COUNT-APPLICATIONS
      *> Purpose: First pass over applications.dat -
      *>          count the applications to each
      *>          posting whose applicant is on file.
      *>---------------------------------------------
       RSX-COUNT-APPLICATIONS.
           PERFORM RSX-CELL-CLEAR
           SET APPS-EOF-NO TO TRUE
           OPEN INPUT APPS-FILE
           IF WS-APPS-STAT NOT = "00"
               IF WS-APPS-STAT = "05"
                   CLOSE APPS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL APPS-EOF-YES
               READ APPS-FILE NEXT
                   AT END
                       SET APPS-EOF-YES TO TRUE
                   NOT AT END
                       MOVE AP-LINE TO WS-APPS-LINE
                       IF FUNCTION TRIM(WS-APPS-LINE) NOT = SPACES
                           PERFORM PARSE-APPS-LINE
                           MOVE WS-APP-PARSE-USER TO WS-RSX-USER
                           PERFORM RSX-FIND-ACCOUNT
                           IF WS-RSX-ID NOT = SPACES
                               MOVE AP-JOBID TO WS-RSX-CELL-KEY
                               PERFORM RSX-CELL-TALLY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPS-FILE
           SET APPS-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> RSX-CELL-CLEAR / RSX-CELL-TALLY /
      *> RSX-CELL-LOOKUP
      *> Purpose: Row-level small cells. TALLY adds
      *>          one to the count for WS-RSX-CELL-KEY;
      *>          LOOKUP returns that count in
      *>          WS-RSX-CELL-N (0 when the key never
      *>          fitted, so the row is withheld).
      *>---------------------------------------------
       RSX-CELL-CLEAR.
           MOVE 0 TO WS-RSX-CK-TOTAL.

       RSX-CELL-TALLY.
           PERFORM VARYING WS-RSX-CK-IDX FROM 1 BY 1
               UNTIL WS-RSX-CK-IDX > WS-RSX-CK-TOTAL
               IF WS-RSX-CK-KEY(WS-RSX-CK-IDX) = WS-RSX-CELL-KEY
                   ADD 1 TO WS-RSX-CK-N(WS-RSX-CK-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-RSX-CK-TOTAL < 2000
               ADD 1 TO WS-RSX-CK-TOTAL
               MOVE WS-RSX-CELL-KEY TO WS-RSX-CK-KEY(WS-RSX-CK-TOTAL)
               MOVE 1 TO WS-RSX-CK-N(WS-RSX-CK-TOTAL)
           END-IF.

       RSX-CELL-LOOKUP.
           MOVE 0 TO WS-RSX-CELL-N
           PERFORM VARYING WS-RSX-CK-IDX FROM 1 BY 1
               UNTIL WS-RSX-CK-IDX > WS-RSX-CK-TOTAL
               IF WS-RSX-CK-KEY(WS-RSX-CK-IDX) = WS-RSX-CELL-KEY
                   MOVE WS-RSX-CK-N(WS-RSX-CK-IDX) TO WS-RSX-CELL-N
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> RSX-WRITE-APPHISTORY
      *> Purpose: research-apphistory.csv - every
      *>          application status transition, with
      *>          the month it happened and who made it.
      *>---------------------------------------------
       RSX-WRITE-APPHISTORY.
           MOVE "research-apphistory.csv" TO WS-RSX-FILENAME
           MOVE "Job ID,Applicant ID,Old Status,New Status,Month,Changed By ID"
               TO WS-CSV-LINE
           PERFORM RSX-OPEN-OUTPUT
           IF WS-RSX-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           SET AH-EOF-NO TO TRUE
           OPEN INPUT APPHIST-FILE
           IF WS-AH-STAT = "00"
               PERFORM UNTIL AH-EOF-YES
                   READ APPHIST-FILE INTO WS-AH-LINE
                       AT END
                           SET AH-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CSV-IN-COUNT
                           PERFORM RSX-APPHISTORY-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE APPHIST-FILE
           SET AH-EOF-NO TO TRUE
           MOVE "apphistory.dat" TO WS-CSV-SOURCE
           PERFORM RSX-CLOSE-OUTPUT.

       RSX-APPHISTORY-ROW.
           IF FUNCTION TRIM(WS-AH-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AH-PARSE-ID-X
           MOVE SPACES TO WS-AH-PARSE-USER
           MOVE SPACES TO WS-AH-PARSE-OLD
           MOVE SPACES TO WS-AH-PARSE-NEW
           MOVE SPACES TO WS-AH-PARSE-TS
           MOVE SPACES TO WS-AH-PARSE-ACTOR
           UNSTRING WS-AH-LINE
               DELIMITED BY "|"
               INTO WS-AH-PARSE-ID-X WS-AH-PARSE-USER
                    WS-AH-PARSE-OLD WS-AH-PARSE-NEW
                    WS-AH-PARSE-TS WS-AH-PARSE-ACTOR
           END-UNSTRING
           *> The actor is blank on rows written before it was kept,
           *> and may be an operations run rather than an account.
           MOVE WS-AH-PARSE-ACTOR TO WS-RSX-USER
           PERFORM RSX-FIND-ACCOUNT
           MOVE WS-RSX-ID TO WS-RSX-ID2
           MOVE WS-AH-PARSE-USER TO WS-RSX-USER
           PERFORM RSX-FIND-ACCOUNT
           IF WS-RSX-ID = SPACES
               ADD 1 TO WS-RSX-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AH-PARSE-ID-X TO WS-CSV-FIELD-IN
           PERFORM RSX-START-ROW
           MOVE WS-RSX-ID TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-AH-PARSE-OLD TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-AH-PARSE-NEW TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-AH-PARSE-TS TO WS-ARCH-TS
           PERFORM RSX-MONTH-OF-TS
           MOVE WS-RSX-MONTH TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-RSX-ID2 TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           PERFORM RSX-WRITE-ROW.

      *>---------------------------------------------
      *> RSX-WRITE-OFFERS
      *> Purpose: research-offers.csv - who offered
      *>          whom what role, the salary to the
      *>          nearest 5,000 below, the start month
      *>          and how the offer ended. The title,
      *>          salary band and start month are
      *>          withheld when fewer than
      *>          RESEARCH-MIN-CELL offers share them.
      *>---------------------------------------------
       RSX-WRITE-OFFERS.
           MOVE "research-offers.csv" TO WS-RSX-FILENAME
           MOVE "Offer ID,Recruiter ID,Candidate ID,Title,Salary Band,Start Month,Status"
               TO WS-CSV-LINE
           PERFORM RSX-OPEN-OUTPUT
           IF WS-RSX-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM RSX-COUNT-OFFERS
           SET OFR-EOF-NO TO TRUE
           OPEN INPUT OFFERS-FILE
           IF WS-OFR-STAT = "00"
               PERFORM UNTIL OFR-EOF-YES
                   READ OFFERS-FILE INTO WS-OFR-LINE
                       AT END
                           SET OFR-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CSV-IN-COUNT
                           PERFORM RSX-OFFER-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE OFFERS-FILE
           SET OFR-EOF-NO TO TRUE
           MOVE "offers.dat" TO WS-CSV-SOURCE
           PERFORM RSX-CLOSE-OUTPUT.

      *>---------------------------------------------
      *> RSX-COUNT-OFFERS
      *> Purpose: First pass over offers.dat - count
      *>          the offers sharing each title,
      *>          salary band and start month.
      *>---------------------------------------------
       RSX-COUNT-OFFERS.
           PERFORM RSX-CELL-CLEAR
           SET OFR-EOF-NO TO TRUE
           OPEN INPUT OFFERS-FILE
           IF WS-OFR-STAT NOT = "00"
               IF WS-OFR-STAT = "05"
                   CLOSE OFFERS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OFR-EOF-YES
               READ OFFERS-FILE INTO WS-OFR-LINE
                   AT END
                       SET OFR-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-OFR-LINE) NOT = SPACES
                           PERFORM RSX-PARSE-OFFER
                           IF WS-RSX-ID NOT = SPACES
                           AND WS-RSX-ID2 NOT = SPACES
                               PERFORM RSX-CELL-TALLY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFERS-FILE
           SET OFR-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> RSX-PARSE-OFFER
      *> Purpose: Unpack WS-OFR-LINE, resolve the
      *>          recruiter (WS-RSX-ID2) and candidate
      *>          (WS-RSX-ID), and work out the
      *>          released salary band, start month and
      *>          their small-cell key.
      *>---------------------------------------------
       RSX-PARSE-OFFER.
           MOVE SPACES TO WS-OFR-PARSE-ID-X
           MOVE SPACES TO WS-OFR-PARSE-POSTER
           MOVE SPACES TO WS-OFR-PARSE-USER
           MOVE SPACES TO WS-OFR-PARSE-TITLE
           MOVE SPACES TO WS-OFR-PARSE-SAL-X
           MOVE SPACES TO WS-OFR-PARSE-START
           MOVE SPACES TO WS-OFR-PARSE-DEADLINE-X
           MOVE SPACES TO WS-OFR-PARSE-STATUS
           UNSTRING WS-OFR-LINE
               DELIMITED BY "|"
               INTO WS-OFR-PARSE-ID-X WS-OFR-PARSE-POSTER
                    WS-OFR-PARSE-USER WS-OFR-PARSE-TITLE
                    WS-OFR-PARSE-SAL-X WS-OFR-PARSE-START
                    WS-OFR-PARSE-DEADLINE-X WS-OFR-PARSE-STATUS
           END-UNSTRING
           MOVE WS-OFR-PARSE-POSTER TO WS-RSX-USER
           PERFORM RSX-FIND-ACCOUNT
           MOVE WS-RSX-ID TO WS-RSX-ID2
           MOVE WS-OFR-PARSE-USER TO WS-RSX-USER
           PERFORM RSX-FIND-ACCOUNT
           MOVE SPACES TO WS-RSX-SALARY-X
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-OFR-PARSE-SAL-X)) = 0
               COMPUTE WS-RSX-SALARY =
                   FUNCTION NUMVAL(WS-OFR-PARSE-SAL-X) / 5000
               COMPUTE WS-RSX-SALARY = WS-RSX-SALARY * 5000
               MOVE WS-RSX-SALARY TO WS-RSX-SALARY-DISP
               MOVE FUNCTION TRIM(WS-RSX-SALARY-DISP) TO WS-RSX-SALARY-X
           END-IF
           MOVE 0 TO WS-RSX-DATE
           IF WS-OFR-PARSE-START(1:8) IS NUMERIC
               MOVE WS-OFR-PARSE-START(1:8) TO WS-RSX-DATE
           END-IF
           PERFORM RSX-MONTH-OF-DATE
           MOVE SPACES TO WS-RSX-CELL-KEY
           STRING
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFR-PARSE-TITLE))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RSX-SALARY-X) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-RSX-MONTH DELIMITED BY SIZE
               INTO WS-RSX-CELL-KEY
           END-STRING.

       RSX-OFFER-ROW.
           IF FUNCTION TRIM(WS-OFR-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM RSX-PARSE-OFFER
           IF WS-RSX-ID = SPACES OR WS-RSX-ID2 = SPACES
               ADD 1 TO WS-RSX-SKIPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM RSX-CELL-LOOKUP
           MOVE WS-OFR-PARSE-ID-X TO WS-CSV-FIELD-IN
           PERFORM RSX-START-ROW
           MOVE WS-RSX-ID2 TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           MOVE WS-RSX-ID TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           IF WS-RSX-CELL-N < WS-CFG-RESEARCH-MIN-CELL
               ADD 1 TO WS-RSX-ROWS-WITHHELD
               MOVE "(withheld)" TO WS-CSV-FIELD-IN
               PERFORM RSX-ADD-FIELD
               MOVE "(withheld)" TO WS-CSV-FIELD-IN
               PERFORM RSX-ADD-FIELD
               MOVE "(withheld)" TO WS-CSV-FIELD-IN
               PERFORM RSX-ADD-FIELD
           ELSE
               MOVE WS-OFR-PARSE-TITLE TO WS-CSV-FIELD-IN
               PERFORM RSX-ADD-FIELD
               MOVE WS-RSX-SALARY-X TO WS-CSV-FIELD-IN
               PERFORM RSX-ADD-FIELD
               MOVE WS-RSX-MONTH TO WS-CSV-FIELD-IN
               PERFORM RSX-ADD-FIELD
           END-IF
           MOVE WS-OFR-PARSE-STATUS TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           PERFORM RSX-WRITE-ROW.

      *>---------------------------------------------
      *> RSX-WRITE-ATTENDANCE
      *> Purpose: research-attendance.csv - each
      *>          event RSVP with its status and whether
      *>          the attendee checked in.
      *>---------------------------------------------
       RSX-WRITE-ATTENDANCE.
           MOVE "research-attendance.csv" TO WS-RSX-FILENAME
           MOVE "Event ID,Attendee ID,RSVP Status,Checked In"
               TO WS-CSV-LINE
           PERFORM RSX-OPEN-OUTPUT
           IF WS-RSX-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           SET EVT-EOF-NO TO TRUE
           OPEN INPUT RSVPS-FILE
           IF WS-RSVP-STAT = "00"
               PERFORM UNTIL EVT-EOF-YES
                   READ RSVPS-FILE INTO WS-RSVP-LINE
                       AT END
                           SET EVT-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CSV-IN-COUNT
                           PERFORM RSX-ATTENDANCE-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RSVPS-FILE
           SET EVT-EOF-NO TO TRUE
           MOVE "rsvps.dat" TO WS-CSV-SOURCE
           PERFORM RSX-CLOSE-OUTPUT.

       RSX-ATTENDANCE-ROW.
           IF FUNCTION TRIM(WS-RSVP-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RV-PARSE-ID-X
           MOVE SPACES TO WS-RV-PARSE-USER
           MOVE SPACES TO WS-RV-PARSE-STATUS
           MOVE SPACES TO WS-RV-PARSE-CHECKIN
           UNSTRING WS-RSVP-LINE
               DELIMITED BY "|"
               INTO WS-RV-PARSE-ID-X WS-RV-PARSE-USER
                    WS-RV-PARSE-STATUS WS-RV-PARSE-CHECKIN
           END-UNSTRING
           MOVE WS-RV-PARSE-USER TO WS-RSX-USER
           PERFORM RSX-FIND-ACCOUNT
           IF WS-RSX-ID = SPACES
               ADD 1 TO WS-RSX-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RV-PARSE-ID-X TO WS-CSV-FIELD-IN
           PERFORM RSX-START-ROW
           MOVE WS-RSX-ID TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           *> Rows written before the waitlist existed carry no
           *> status and count as confirmed.
           IF FUNCTION TRIM(WS-RV-PARSE-STATUS) = SPACES
               MOVE "CONFIRMED" TO WS-CSV-FIELD-IN
           ELSE
               MOVE WS-RV-PARSE-STATUS TO WS-CSV-FIELD-IN
           END-IF
           PERFORM RSX-ADD-FIELD
           IF FUNCTION TRIM(WS-RV-PARSE-CHECKIN) = "Y"
               MOVE "Y" TO WS-CSV-FIELD-IN
           ELSE
               MOVE "N" TO WS-CSV-FIELD-IN
           END-IF
           PERFORM RSX-ADD-FIELD
           PERFORM RSX-WRITE-ROW.

      *>---------------------------------------------
      *> RSX-WRITE-GROUPS
      *> Purpose: research-groups.csv - one row per
      *>          group membership.
      *>---------------------------------------------
       RSX-WRITE-GROUPS.
           MOVE "research-groups.csv" TO WS-RSX-FILENAME
           MOVE "Group ID,Member ID" TO WS-CSV-LINE
           PERFORM RSX-OPEN-OUTPUT
           IF WS-RSX-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           SET GRP-EOF-NO TO TRUE
           OPEN INPUT GRPMEM-FILE
           IF WS-GRPMEM-STAT = "00"
               PERFORM UNTIL GRP-EOF-YES
                   READ GRPMEM-FILE INTO WS-GRPMEM-LINE
                       AT END
                           SET GRP-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CSV-IN-COUNT
                           PERFORM RSX-GROUP-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GRPMEM-FILE
           SET GRP-EOF-NO TO TRUE
           MOVE "groupmembers.dat" TO WS-CSV-SOURCE
           PERFORM RSX-CLOSE-OUTPUT.

       RSX-GROUP-ROW.
           IF FUNCTION TRIM(WS-GRPMEM-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GM-PARSE-ID-X
           MOVE SPACES TO WS-GM-PARSE-USER
           UNSTRING WS-GRPMEM-LINE
               DELIMITED BY "|"
               INTO WS-GM-PARSE-ID-X WS-GM-PARSE-USER
           END-UNSTRING
           MOVE WS-GM-PARSE-USER TO WS-RSX-USER
           PERFORM RSX-FIND-ACCOUNT
           IF WS-RSX-ID = SPACES
               ADD 1 TO WS-RSX-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GM-PARSE-ID-X TO WS-CSV-FIELD-IN
           PERFORM RSX-START-ROW
           MOVE WS-RSX-ID TO WS-CSV-FIELD-IN
           PERFORM RSX-ADD-FIELD
           PERFORM RSX-WRITE-ROW.

      *>---------------------------------------------
      *> RSX-WRITE-DICTIONARY
      *> Purpose: research-dictionary.txt - what each
      *>          extract file holds and what every
      *>          column means, including how the
      *>          values were de-identified.
      *>---------------------------------------------
       RSX-WRITE-DICTIONARY.
           MOVE "research-dictionary.txt" TO WS-RSX-FILENAME
           MOVE "InCollege De-identified Research Extract - Data Dictionary"
               TO WS-CSV-LINE
           PERFORM RSX-OPEN-OUTPUT
           IF WS-RSX-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RSX-LINE
           STRING "Extract date: " DELIMITED BY SIZE
                  WS-BIZ-DATE-DISP DELIMITED BY SIZE
                  INTO WS-RSX-LINE
           END-STRING
           PERFORM RSX-DICT-LINE
           MOVE "Every file is comma-separated with quoted fields and a header row."
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "Research IDs (R + 5 digits) stand for one account and are the same in every file of this extract."
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "They are dealt out at random on each run, so IDs from two different extracts cannot be matched."
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "Names, About text and message bodies are never included. Months are YYYY-MM."
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "Rows naming a username with no account on file are left out."
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE

           MOVE "research-profiles.csv - one row per account" TO WS-RSX-LINE
           PERFORM RSX-DICT-HEADING
           MOVE "  Research ID    the account's research ID" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Account Type   STUDENT, RECRUITER, ADVISOR or ADMIN"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  University     university on the profile (blank if no profile)"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Major          major on the profile" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Grad Period    graduation year coarsened to a five-year band, e.g. 2025-2029"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE WS-CFG-RESEARCH-MIN-CELL TO WS-CFG-COUNT-DISP
           MOVE SPACES TO WS-RSX-LINE
           STRING "  University, Major and Grad Period read (withheld) when fewer than "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CFG-COUNT-DISP) DELIMITED BY SIZE
                  " accounts" DELIMITED BY SIZE
                  INTO WS-RSX-LINE
           END-STRING
           PERFORM RSX-DICT-LINE
           MOVE "  share the same Account Type, University, Major and Grad Period."
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE

           MOVE "research-connections.csv - one row per connection request"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-HEADING
           MOVE "  Requester ID   research ID of the account that sent the request"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Recipient ID   research ID of the account it was sent to"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Status         connection status, e.g. PENDING or ACCEPTED" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE

           MOVE "research-messages.csv - one row per message (text removed)"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-HEADING
           MOVE "  Sender ID      research ID of the sender" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Recipient ID   research ID of the recipient" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Month          month the message was sent" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE

           MOVE "research-applications.csv - one row per job application"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-HEADING
           MOVE "  Applicant ID   research ID of the applicant" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Job ID         posting number, shared with the other files"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Employer       employer named on the posting" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Status         current application status" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE WS-CFG-RESEARCH-MIN-CELL TO WS-CFG-COUNT-DISP
           MOVE SPACES TO WS-RSX-LINE
           STRING "  Job ID and Employer read (withheld) when fewer than "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CFG-COUNT-DISP) DELIMITED BY SIZE
                  " applications" DELIMITED BY SIZE
                  INTO WS-RSX-LINE
           END-STRING
           PERFORM RSX-DICT-LINE
           MOVE "  in the extract went to the same posting."
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE

           MOVE "research-apphistory.csv - one row per application status change"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-HEADING
           MOVE "  Job ID         posting number" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Applicant ID   research ID of the applicant" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Old Status     status before the change" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  New Status     status after the change" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Month          month of the change" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Changed By ID  research ID of the account that made it (blank for batch runs)"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE

           MOVE "research-offers.csv - one row per formal job offer"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-HEADING
           MOVE "  Offer ID       offer number" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Recruiter ID   research ID of the recruiter who extended it"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Candidate ID   research ID of the student offered the role"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Title          offered job title" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Salary Band    salary rounded down to the nearest 5,000"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Start Month    month the role starts" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Status         OFFERED, ACCEPTED, DECLINED or LAPSED"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE WS-CFG-RESEARCH-MIN-CELL TO WS-CFG-COUNT-DISP
           MOVE SPACES TO WS-RSX-LINE
           STRING "  Title, Salary Band and Start Month read (withheld) when fewer than "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CFG-COUNT-DISP) DELIMITED BY SIZE
                  " offers" DELIMITED BY SIZE
                  INTO WS-RSX-LINE
           END-STRING
           PERFORM RSX-DICT-LINE
           MOVE "  in the extract share the same Title, Salary Band and Start Month."
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE

           MOVE "research-attendance.csv - one row per event RSVP"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-HEADING
           MOVE "  Event ID       event number" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Attendee ID    research ID of the attendee" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  RSVP Status    CONFIRMED or WAITLIST" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Checked In     Y if the attendee was checked in at the event"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE

           MOVE "research-groups.csv - one row per group membership"
               TO WS-RSX-LINE
           PERFORM RSX-DICT-HEADING
           MOVE "  Group ID       group number" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE "  Member ID      research ID of the member" TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           CLOSE RESEARCH-FILE
           MOVE "N" TO WS-RSX-OPEN.

       RSX-DICT-HEADING.
           MOVE WS-RSX-LINE TO WS-CSV-LINE
           MOVE SPACES TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE
           MOVE WS-CSV-LINE TO WS-RSX-LINE
           PERFORM RSX-DICT-LINE.

       RSX-DICT-LINE.
           WRITE RESEARCH-REC FROM WS-RSX-LINE
           MOVE SPACES TO WS-RSX-LINE.

       LOAD-ACCOUNTS-FROM-FILE.
           MOVE 0 TO WS-ACCOUNT-COUNT
           MOVE SPACES TO WS-ACCOUNTS
           IF WS-ACCT-STAT = "35"
               EXIT PARAGRAPH
           END-IF

           SET ACCT-EOF-NO TO TRUE
           MOVE 0 TO WS-ACCOUNT-COUNT

           PERFORM UNTIL ACCT-EOF-YES
               READ ACCT-FILE
                   AT END
                       SET ACCT-EOF-YES TO TRUE
                   NOT AT END
                       MOVE ACCT-REC TO WS-ACCT-LINE
                       PERFORM PARSE-ACCOUNT-LINE
               END-READ
           END-PERFORM
           SET ACCT-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> MIGRATE-PLAINTEXT-PASSWORDS
      *> Purpose: One-time conversion - any account row
      *>          loaded with a clear-text password is
      *>          replaced by its hash and the file is
      *>          rewritten.
      *> Called:  From LYV-STEP-HASH-PASSWORDS, when
      *>          accounts.dat goes from layout 1 to 2.
      *>---------------------------------------------
       MIGRATE-PLAINTEXT-PASSWORDS.
           MOVE "N" TO WS-ACCT-MIGRATED
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               IF WS-PASSWORD(WS-I)(1:1) NOT = "#"
               AND FUNCTION TRIM(WS-PASSWORD(WS-I)) NOT = SPACES
                   MOVE WS-PASSWORD(WS-I) TO WS-HASH-INPUT
                   PERFORM HASH-PASSWORD
                   MOVE WS-HASH-TEXT TO WS-PASSWORD(WS-I)
                   MOVE "Y" TO WS-ACCT-MIGRATED
               END-IF
           END-PERFORM
           IF WS-ACCT-MIGRATED = "Y"
               PERFORM SAVE-ACCOUNTS-TO-FILE
           END-IF.

      *>---------------------------------------------
      *> HASH-PASSWORD
      *> Purpose: Fold the clear text in WS-HASH-INPUT
      *>          into an 18-digit one-way residue and
      *>          format it as "#" + digits in
      *>          WS-HASH-TEXT.
      *>---------------------------------------------
       HASH-PASSWORD.
           MOVE 0 TO WS-HASH-VALUE
           COMPUTE WS-HASH-LEN =
               FUNCTION STORED-CHAR-LENGTH(WS-HASH-INPUT)
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > WS-HASH-LEN
               COMPUTE WS-HASH-VALUE = FUNCTION MOD(
                   WS-HASH-VALUE * 131
                   + FUNCTION ORD(WS-HASH-INPUT(WS-HASH-IDX:1)),
                   999999999999999989)
           END-PERFORM
           MOVE SPACES TO WS-HASH-TEXT
           STRING
               "#" DELIMITED BY SIZE
               WS-HASH-VALUE DELIMITED BY SIZE
               INTO WS-HASH-TEXT
           END-STRING.

      *>---------------------------------------------
      *> VERIFY-STORED-PASSWORD
      *> Purpose: Compare the clear text in
      *>          WS-HASH-INPUT against the stored form
      *>          for the account in WS-ACCT-IDX,
      *>          setting WS-PW-MATCH. Hashed rows are
      *>          compared hash-to-hash; a not-yet-
      *>          migrated plain row falls back to a
      *>          direct compare.
      *>---------------------------------------------
       VERIFY-STORED-PASSWORD.
           MOVE "N" TO WS-PW-MATCH
           IF WS-PASSWORD(WS-ACCT-IDX)(1:1) = "#"
               PERFORM HASH-PASSWORD
               IF FUNCTION TRIM(WS-PASSWORD(WS-ACCT-IDX)) =
                  FUNCTION TRIM(WS-HASH-TEXT)
                   MOVE "Y" TO WS-PW-MATCH
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-PASSWORD(WS-ACCT-IDX)) =
                  FUNCTION TRIM(WS-HASH-INPUT)
                   MOVE "Y" TO WS-PW-MATCH
               END-IF
           END-IF.

       PARSE-ACCOUNT-LINE.
           IF WS-ACCOUNT-COUNT >= WS-ACCOUNT-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TMP-USER
           MOVE SPACES TO WS-TMP-PASS
           MOVE SPACES TO WS-TMP-FAILCOUNT
           MOVE SPACES TO WS-TMP-LOCKED
           MOVE SPACES TO WS-TMP-ACCTTYPE
           MOVE SPACES TO WS-TMP-ACTIVE
           MOVE SPACES TO WS-TMP-LASTLOGIN
           MOVE SPACES TO WS-TMP-CREATED
           UNSTRING WS-ACCT-LINE
               DELIMITED BY "|"
               INTO WS-TMP-USER WS-TMP-PASS
                    WS-TMP-FAILCOUNT WS-TMP-LOCKED WS-TMP-ACCTTYPE
                    WS-TMP-ACTIVE WS-TMP-LASTLOGIN WS-TMP-CREATED
           END-UNSTRING
           IF FUNCTION TRIM(WS-TMP-USER) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE FUNCTION TRIM(WS-TMP-USER) TO WS-USERNAME(WS-ACCOUNT-COUNT)
           MOVE FUNCTION TRIM(WS-TMP-PASS) TO WS-PASSWORD(WS-ACCOUNT-COUNT)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TMP-FAILCOUNT)) = 0
               MOVE FUNCTION NUMVAL(WS-TMP-FAILCOUNT)
                   TO WS-FAIL-COUNT(WS-ACCOUNT-COUNT)
           ELSE
               MOVE 0 TO WS-FAIL-COUNT(WS-ACCOUNT-COUNT)
           END-IF
           IF FUNCTION TRIM(WS-TMP-LOCKED) = "Y"
               MOVE "Y" TO WS-LOCKED(WS-ACCOUNT-COUNT)
           ELSE
               MOVE "N" TO WS-LOCKED(WS-ACCOUNT-COUNT)
           END-IF
           EVALUATE FUNCTION TRIM(WS-TMP-ACCTTYPE)
               WHEN "R"
                   MOVE "R" TO WS-ACCOUNT-TYPE(WS-ACCOUNT-COUNT)
               WHEN "A"
                   MOVE "A" TO WS-ACCOUNT-TYPE(WS-ACCOUNT-COUNT)
               WHEN "V"
                   MOVE "V" TO WS-ACCOUNT-TYPE(WS-ACCOUNT-COUNT)
               WHEN OTHER
                   MOVE "S" TO WS-ACCOUNT-TYPE(WS-ACCOUNT-COUNT)
           END-EVALUATE
           IF FUNCTION TRIM(WS-TMP-ACTIVE) = "C"
               MOVE "C" TO WS-ACCT-ACTIVE(WS-ACCOUNT-COUNT)
           ELSE
               MOVE "A" TO WS-ACCT-ACTIVE(WS-ACCOUNT-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TMP-LASTLOGIN)) = 0
               MOVE FUNCTION NUMVAL(WS-TMP-LASTLOGIN)
                   TO WS-LAST-LOGIN(WS-ACCOUNT-COUNT)
           ELSE
               MOVE 0 TO WS-LAST-LOGIN(WS-ACCOUNT-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TMP-CREATED)) = 0
               MOVE FUNCTION NUMVAL(WS-TMP-CREATED)
                   TO WS-ACCT-CREATED(WS-ACCOUNT-COUNT)
           ELSE
               MOVE 0 TO WS-ACCT-CREATED(WS-ACCOUNT-COUNT)
           END-IF.

       SAVE-ACCOUNTS-TO-FILE.
           IF DRY-RUN-YES
               MOVE "accounts.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           CLOSE ACCT-FILE
           OPEN OUTPUT ACCT-FILE
           IF WS-ACCT-STAT NOT = "00"
               MOVE "ERR: Cannot write accounts.dat. Status=" TO WS-OUTLINE
               PERFORM PRINT-LINE
               STOP RUN
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               MOVE SPACES TO WS-ACCT-LINE
               STRING
                   FUNCTION TRIM(WS-USERNAME(WS-I)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PASSWORD(WS-I)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-FAIL-COUNT(WS-I) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-LOCKED(WS-I) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-ACCOUNT-TYPE(WS-I) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-ACCT-ACTIVE(WS-I) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-LAST-LOGIN(WS-I) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-ACCT-CREATED(WS-I) DELIMITED BY SIZE
                   INTO WS-ACCT-LINE
               END-STRING
               WRITE ACCT-REC FROM WS-ACCT-LINE
           END-PERFORM
           CLOSE ACCT-FILE
           OPEN INPUT ACCT-FILE.

       CREATE-NEW-ACCOUNT.
           IF WS-ACCOUNT-COUNT >= WS-ACCOUNT-MAX
               MOVE "All permitted accounts have been created, please come back later"
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Please enter your username:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-CURRENT-USERNAME
           PERFORM CHECK-USERNAME-EXISTS
           IF USERNAME-FOUND
               MOVE "Username already exists. Please choose a different username."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           *> A recently changed username still redirects to its
           *> owner and cannot be registered until that window ends.
           MOVE WS-CURRENT-USERNAME TO WS-REN-LOOKUP
           PERFORM REN-RESOLVE-REDIRECT
           IF WS-REN-HIT = "Y"
               MOVE "That username was recently retired and is not yet available."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Please enter your password:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-INPUT-PASSWORD
           PERFORM VALIDATE-PASSWORD
           IF PASSWORD-INVALID
               EXIT PARAGRAPH
           END-IF
           MOVE "Are you signing up as a Student or a Recruiter? (S/R):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE WS-CURRENT-USERNAME TO WS-USERNAME(WS-ACCOUNT-COUNT)
           MOVE WS-CURRENT-PASSWORD TO WS-HASH-INPUT
           PERFORM HASH-PASSWORD
           MOVE WS-HASH-TEXT TO WS-PASSWORD(WS-ACCOUNT-COUNT)
           MOVE 0 TO WS-FAIL-COUNT(WS-ACCOUNT-COUNT)
           MOVE "N" TO WS-LOCKED(WS-ACCOUNT-COUNT)
           MOVE "A" TO WS-ACCT-ACTIVE(WS-ACCOUNT-COUNT)
           MOVE 0 TO WS-LAST-LOGIN(WS-ACCOUNT-COUNT)
           MOVE WS-BIZ-DATE TO WS-ACCT-CREATED(WS-ACCOUNT-COUNT)
           *> Administrator accounts are never self-provisioned here -
           *> they come from the operations CSV import or a grant by an
           *> existing administrator in the admin console.
           EVALUATE WS-TRIMMED
               WHEN "R"
               WHEN "r"
               WHEN "Recruiter"
               WHEN "recruiter"
                   MOVE "R" TO WS-ACCOUNT-TYPE(WS-ACCOUNT-COUNT)
               WHEN OTHER
                   MOVE "S" TO WS-ACCOUNT-TYPE(WS-ACCOUNT-COUNT)
           END-EVALUATE
           PERFORM SAVE-ACCOUNTS-TO-FILE
           ADD 1 TO WS-RPT-ACCOUNTS-CREATED
           MOVE "ACCOUNT-CREATE" TO WS-AUDIT-ACTION
           MOVE WS-CURRENT-USERNAME TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Account created successfully!" TO WS-OUTLINE
           PERFORM PRINT-LINE.

       CHECK-USERNAME-EXISTS.
           SET USERNAME-NOT-FOUND TO TRUE
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT OR USERNAME-FOUND
               IF FUNCTION TRIM(WS-USERNAME(WS-I)) =
                  FUNCTION TRIM(WS-CURRENT-USERNAME)
                   SET USERNAME-FOUND TO TRUE
               END-IF
           END-PERFORM.

       VALIDATE-PASSWORD.
           MOVE "N" TO WS-HAS-UPPER
           MOVE "N" TO WS-HAS-DIGIT
           MOVE "N" TO WS-HAS-SPECIAL
           SET PASSWORD-INVALID TO TRUE
           COMPUTE WS-PASS-LEN =
               FUNCTION STORED-CHAR-LENGTH(WS-INPUT-PASSWORD)
           IF WS-PASS-LEN < 8 OR WS-PASS-LEN > 12
               MOVE "Password must be between 8 and 12 characters."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-PASS-LEN
               MOVE WS-INPUT-PASSWORD(WS-CHAR-IDX:1) TO WS-CHAR
               IF WS-CHAR >= "A" AND WS-CHAR <= "Z"
                   MOVE "Y" TO WS-HAS-UPPER
               END-IF
               IF WS-CHAR >= "0" AND WS-CHAR <= "9"
                   MOVE "Y" TO WS-HAS-DIGIT
               END-IF
               IF (WS-CHAR < "0" OR WS-CHAR > "9") AND
                  (WS-CHAR < "A" OR WS-CHAR > "Z") AND
                  (WS-CHAR < "a" OR WS-CHAR > "z")
                   MOVE "Y" TO WS-HAS-SPECIAL
               END-IF
           END-PERFORM
           IF WS-HAS-UPPER = "N"
               MOVE "Password must contain at least one capital letter."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-HAS-DIGIT = "N"
               MOVE "Password must contain at least one digit."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-HAS-SPECIAL = "N"
               MOVE "Password must contain at least a special character"
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-PASSWORD TO WS-CURRENT-PASSWORD
           SET PASSWORD-VALID TO TRUE.

       AUTHENTICATE-USER.
           *> CHECK-USERNAME-EXISTS and the CSV import share this flag
           *> and can leave it set - a stale TRUE would skip the whole
           *> login loop below.
           SET USERNAME-NOT-FOUND TO TRUE
           IF WS-ACCOUNT-COUNT = 0
               MOVE "Incorrect username/password, please try again"
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL USERNAME-FOUND
               MOVE "Please enter your username:" TO WS-OUTLINE
               PERFORM PRINT-INLINE
               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                  EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(WS-INLINE) TO WS-CURRENT-USERNAME
               MOVE "Please enter your password:" TO WS-OUTLINE
               PERFORM PRINT-INLINE
               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                  EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(WS-INLINE) TO WS-CURRENT-PASSWORD
               PERFORM CHECK-CREDENTIALS
               IF USERNAME-FOUND
                   MOVE "You have successfully logged in." TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   PERFORM AFTER-LOGIN
               ELSE
                   IF WS-ACCT-IDX > 0 AND ACCOUNT-CLOSED(WS-ACCT-IDX)
                       MOVE "This account has been deactivated."
                           TO WS-OUTLINE
                       PERFORM PRINT-LINE
                   ELSE
                   IF WS-ACCT-IDX > 0 AND ACCOUNT-LOCKED(WS-ACCT-IDX)
                       MOVE "This account is locked due to too many failed login attempts."
                           TO WS-OUTLINE
                       PERFORM PRINT-LINE
                   ELSE
                       MOVE "Incorrect username/password, please try again"
                           TO WS-OUTLINE
                       PERFORM PRINT-LINE
                   END-IF
                   END-IF
                   MOVE "LOGIN-FAIL" TO WS-AUDIT-ACTION
                   MOVE WS-CURRENT-USERNAME TO WS-AUDIT-TARGET
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM NOTE-FAILED-LOGIN
                   IF EXIT-YES OR EOF-YES
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           SET USERNAME-NOT-FOUND TO TRUE.

       CHECK-CREDENTIALS.
           SET USERNAME-NOT-FOUND TO TRUE
           MOVE 0 TO WS-ACCT-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               IF FUNCTION TRIM(WS-USERNAME(WS-I)) =
                  FUNCTION TRIM(WS-CURRENT-USERNAME)
                   MOVE WS-I TO WS-ACCT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ACCT-IDX = 0
               EXIT PARAGRAPH
           END-IF

           IF ACCOUNT-LOCKED(WS-ACCT-IDX)
               EXIT PARAGRAPH
           END-IF

           IF ACCOUNT-CLOSED(WS-ACCT-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CURRENT-PASSWORD TO WS-HASH-INPUT
           PERFORM VERIFY-STORED-PASSWORD
           IF WS-PW-MATCH = "Y"
               SET USERNAME-FOUND TO TRUE
               MOVE 0 TO WS-FAIL-COUNT(WS-ACCT-IDX)
               *> Stamp the successful login so dormant accounts can
               *> be told apart from quiet ones.
               MOVE WS-BIZ-DATE
                   TO WS-LAST-LOGIN(WS-ACCT-IDX)
               PERFORM SAVE-ACCOUNTS-TO-FILE
           ELSE
               ADD 1 TO WS-FAIL-COUNT(WS-ACCT-IDX)
               IF WS-FAIL-COUNT(WS-ACCT-IDX) >= WS-MAX-LOGIN-ATTEMPTS
                   SET ACCOUNT-LOCKED(WS-ACCT-IDX) TO TRUE
               END-IF
               PERFORM SAVE-ACCOUNTS-TO-FILE
           END-IF.

       CHANGE-MY-PASSWORD.
           MOVE "--- Change My Password ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your current password:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED

           MOVE 0 TO WS-ACCT-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               IF FUNCTION TRIM(WS-USERNAME(WS-I)) =
                  FUNCTION TRIM(WS-CURRENT-USERNAME)
                   MOVE WS-I TO WS-ACCT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ACCT-IDX = 0
               MOVE "Unable to locate your account record." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRIMMED TO WS-HASH-INPUT
           PERFORM VERIFY-STORED-PASSWORD
           IF WS-PW-MATCH NOT = "Y"
               MOVE "Current password is incorrect." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter your new password:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-INPUT-PASSWORD
           PERFORM VALIDATE-PASSWORD
           IF PASSWORD-INVALID
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CURRENT-PASSWORD TO WS-HASH-INPUT
           PERFORM HASH-PASSWORD
           MOVE WS-HASH-TEXT TO WS-PASSWORD(WS-ACCT-IDX)
           PERFORM SAVE-ACCOUNTS-TO-FILE
           MOVE "PASSWORD-CHANGE" TO WS-AUDIT-ACTION
           MOVE WS-CURRENT-USERNAME TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD

           MOVE "Your password has been updated." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> LOCATE-CURRENT-ACCOUNT
      *> Purpose: Set WS-ACCT-IDX to the accounts-array
      *>          slot of the logged-in user (0 if not
      *>          found), shared by the after-login menu
      *>          and the account-maintenance flows.
      *>---------------------------------------------
       LOCATE-CURRENT-ACCOUNT.
           MOVE 0 TO WS-ACCT-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               IF FUNCTION TRIM(WS-USERNAME(WS-I)) =
                  FUNCTION TRIM(WS-CURRENT-USERNAME)
                   MOVE WS-I TO WS-ACCT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> ADMIN-CONSOLE
      *> Purpose: Maintenance menu for administrator
      *>          accounts - unlock a locked account,
      *>          clear its fail count, and force a
      *>          password reset, all persisted through
      *>          SAVE-ACCOUNTS-TO-FILE like every other
      *>          account change. A campus-scoped
      *>          administrator acts only on users whose
      *>          profile university is one of their
      *>          campuses (see ADMIN-SCOPE-SETUP).
      *> Called:  From AFTER-LOGIN-MENU option 13.
      *>---------------------------------------------
       ADMIN-CONSOLE.
           PERFORM LOCATE-CURRENT-ACCOUNT
           IF WS-ACCT-IDX = 0 OR NOT ACCOUNT-IS-ADMIN(WS-ACCT-IDX)
               MOVE "Only administrator accounts may use the admin console."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM ADMIN-SCOPE-SETUP
           SET ADMIN-MENU-EXIT-NO TO TRUE

           PERFORM UNTIL ADMIN-MENU-EXIT-YES OR EXIT-YES OR EOF-YES

               MOVE "--- Admin Console ---" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "1. Unlock an Account" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "2. Reset an Account Password" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "3. Deactivate an Account" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "4. View Audit Trail" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "5. Review Pending Job Postings" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "6. Account Details" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "7. Dormant Accounts Report" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "8. Grant Administrator Type" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "10. Remove a Company Review" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "11. Post Platform Announcement" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "12. Approve Pending Admin Actions" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "13. Export a User's Data" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "14. Duplicate Accounts Report" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "15. Merge Duplicate Accounts" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "16. Review Abuse Reports" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "17. Send-Limit Repeat Offenders" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "18. View Security Exceptions" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "19. Support Ticket Queue" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "20. Support Ticket Aging Report" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "21. Employer Posting Credits" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "22. Legal Holds" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "23. Banned Terms" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "24. Career Advisor Caseloads" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "25. Event Feedback Summary" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "26. Duplicate Job Postings Report" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "27. Merge Duplicate Job Postings" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "28. Administrator Campus Scope" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "29. Placement Outcomes Report" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "30. University & Major Reference Tables" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "9. Back to Main Menu" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "Enter your choice:" TO WS-OUTLINE
               PERFORM PRINT-INLINE

               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
               MOVE "ADMIN-CONSOLE" TO WS-USG-MENU
               PERFORM COUNT-MENU-USE
               MOVE WS-TRIMMED TO WS-ASC-OPTION

               EVALUATE WS-TRIMMED
                   WHEN "1"
                       PERFORM ADMIN-UNLOCK-ACCOUNT
                   WHEN "2"
                       PERFORM ADMIN-RESET-PASSWORD
                   WHEN "3"
                       PERFORM ADMIN-DEACTIVATE-ACCOUNT
                   WHEN "4"
                       PERFORM VIEW-AUDIT-TRAIL
                   WHEN "5"
                       PERFORM REVIEW-PENDING-POSTINGS
                   WHEN "6"
                       PERFORM ADMIN-ACCOUNT-DETAILS
                   WHEN "7"
                       PERFORM DORMANT-ACCOUNTS-REPORT
                   WHEN "8"
                       PERFORM ADMIN-GRANT-ADMIN
                   WHEN "10"
                       PERFORM ADMIN-REMOVE-REVIEW
                   WHEN "11"
                       PERFORM ADMIN-POST-ANNOUNCEMENT
                   WHEN "12"
                       PERFORM ADMIN-APPROVE-PENDING
                   WHEN "13"
                       PERFORM ADMIN-EXPORT-USER-DATA
                   WHEN "14"
                       PERFORM DUPLICATE-ACCOUNTS-REPORT
                   WHEN "15"
                       PERFORM ADMIN-MERGE-ACCOUNTS
                   WHEN "16"
                       PERFORM ADMIN-REVIEW-REPORTS
                   WHEN "17"
                       PERFORM SEND-LIMIT-OFFENDERS-REPORT
                   WHEN "18"
                       PERFORM VIEW-SECURITY-EXCEPTIONS
                   WHEN "19"
                       PERFORM ADMIN-TICKET-QUEUE
                   WHEN "20"
                       PERFORM TICKET-AGING-REPORT
                   WHEN "21"
                       PERFORM ADMIN-EMPLOYER-CREDITS
                   WHEN "22"
                       PERFORM LEGAL-HOLDS-MENU
                   WHEN "23"
                       PERFORM BANNED-TERMS-MENU
                   WHEN "24"
                       PERFORM ADMIN-ADVISOR-MENU
                   WHEN "25"
                       PERFORM EVENT-FEEDBACK-SUMMARY
                   WHEN "26"
                       PERFORM DUPLICATE-POSTINGS-REPORT
                   WHEN "27"
                       PERFORM ADMIN-MERGE-POSTINGS
                   WHEN "28"
                       PERFORM ADMIN-SCOPE-MENU
                   WHEN "29"
                       PERFORM PLACEMENT-OUTCOMES-REPORT
                   WHEN "30"
                       PERFORM REFERENCE-TABLES-MENU
                   WHEN "9"
                       SET ADMIN-MENU-EXIT-YES TO TRUE
                   WHEN OTHER
                       PERFORM NOTE-INVALID-CHOICE
               END-EVALUATE

           END-PERFORM
           SET ASC-SCOPED-NO TO TRUE.

      *>---------------------------------------------
      *> LOCATE-ADMIN-TARGET
      *> Purpose: Prompt for a username and set
      *>          WS-ADMIN-TARGET-IDX to its accounts-
      *>          array slot (0 when no match, or when
      *>          the account is outside the
      *>          administrator's campus scope).
      *>---------------------------------------------
       LOCATE-ADMIN-TARGET.
           MOVE 0 TO WS-ADMIN-TARGET-IDX
           MOVE "Enter the username of the account:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-ADMIN-TARGET-USER
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               IF FUNCTION TRIM(WS-USERNAME(WS-I)) =
                  FUNCTION TRIM(WS-ADMIN-TARGET-USER)
                   MOVE WS-I TO WS-ADMIN-TARGET-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ADMIN-TARGET-IDX = 0
               MOVE "No account found with that username." TO WS-OUTLINE
               PERFORM PRINT-LINE
           ELSE
               MOVE WS-ADMIN-TARGET-USER TO WS-ASC-CHK-USER
               PERFORM CHECK-ADMIN-TARGET-SCOPE
               IF WS-ASC-OK = "N"
                   MOVE 0 TO WS-ADMIN-TARGET-IDX
               END-IF
           END-IF.

      *>---------------------------------------------
      *> LOAD-ASC-ARRAY
      *> Purpose: Read adminscope.dat into
      *>          WS-ASC-ARRAY.
      *>---------------------------------------------
       LOAD-ASC-ARRAY.
           MOVE 0 TO WS-ASC-TOTAL
           SET ASC-EOF-NO TO TRUE
           OPEN INPUT ADMINSCOPE-FILE
           IF WS-ASC-STAT NOT = "00"
               IF WS-ASC-STAT = "05"
                   CLOSE ADMINSCOPE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ASC-EOF-YES
               READ ADMINSCOPE-FILE INTO WS-ASC-LINE
                   AT END
                       SET ASC-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-ASC-LINE) NOT = SPACES
                       AND WS-ASC-TOTAL < 500
                           ADD 1 TO WS-ASC-TOTAL
                           MOVE SPACES TO WS-ASC-ADMIN(WS-ASC-TOTAL)
                           MOVE SPACES TO WS-ASC-UNIV(WS-ASC-TOTAL)
                           UNSTRING WS-ASC-LINE
                               DELIMITED BY "|"
                               INTO WS-ASC-ADMIN(WS-ASC-TOTAL)
                                    WS-ASC-UNIV(WS-ASC-TOTAL)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADMINSCOPE-FILE
           SET ASC-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-ASC-FILE
      *> Purpose: Overwrite adminscope.dat from
      *>          WS-ASC-ARRAY, dropping blanked rows.
      *>---------------------------------------------
       REWRITE-ASC-FILE.
           IF DRY-RUN-YES
               MOVE "adminscope.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ADMINSCOPE-FILE
           IF WS-ASC-STAT NOT = "00" AND WS-ASC-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite adminscope.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ASC-IDX FROM 1 BY 1
               UNTIL WS-ASC-IDX > WS-ASC-TOTAL
               IF FUNCTION TRIM(WS-ASC-ADMIN(WS-ASC-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-ASC-LINE
                   STRING
                       FUNCTION TRIM(WS-ASC-ADMIN(WS-ASC-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ASC-UNIV(WS-ASC-IDX))
                           DELIMITED BY SIZE
                       INTO WS-ASC-LINE
                   END-STRING
                   WRITE ADMINSCOPE-REC FROM WS-ASC-LINE
               END-IF
           END-PERFORM
           CLOSE ADMINSCOPE-FILE.

      *>---------------------------------------------
      *> FIND-ASC-ROW
      *> Purpose: Set WS-ASC-FOUND to the scope row
      *>          for WS-ASC-ADMIN-IN and WS-ASC-UNIV-IN
      *>          (0 when there is none). Both compare
      *>          case-insensitively.
      *>---------------------------------------------
       FIND-ASC-ROW.
           MOVE 0 TO WS-ASC-FOUND
           PERFORM VARYING WS-ASC-J FROM 1 BY 1
               UNTIL WS-ASC-J > WS-ASC-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-ASC-ADMIN(WS-ASC-J))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ASC-ADMIN-IN))
               AND FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-ASC-UNIV(WS-ASC-J))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ASC-UNIV-IN))
                   MOVE WS-ASC-J TO WS-ASC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> ADMIN-SCOPE-SETUP
      *> Purpose: Decide whether the signed-in
      *>          administrator is limited to their
      *>          campuses. A platform super-admin ("*"
      *>          row) is not; nor is anyone while no
      *>          super-admin has been designated yet,
      *>          so the platform keeps working until
      *>          scope is set up.
      *> Called:  On entry to ADMIN-CONSOLE and after
      *>          every scope change.
      *>---------------------------------------------
       ADMIN-SCOPE-SETUP.
           PERFORM LOAD-ASC-ARRAY
           SET ASC-SCOPED-NO TO TRUE
           MOVE "N" TO WS-ASC-HAS-SUPER
           PERFORM VARYING WS-ASC-IDX FROM 1 BY 1
               UNTIL WS-ASC-IDX > WS-ASC-TOTAL
               IF FUNCTION TRIM(WS-ASC-UNIV(WS-ASC-IDX)) = "*"
                   MOVE "Y" TO WS-ASC-HAS-SUPER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ASC-HAS-SUPER = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-USERNAME TO WS-ASC-ADMIN-IN
           MOVE "*" TO WS-ASC-UNIV-IN
           PERFORM FIND-ASC-ROW
           IF WS-ASC-FOUND = 0
               SET ASC-SCOPED-YES TO TRUE
               *> Profiles saved before the reference tables may
               *> still carry a code or alias - ADMIN-UNIV-IN-SCOPE
               *> resolves them against these.
               PERFORM LOAD-RFT-TABLES
           END-IF.

      *>---------------------------------------------
      *> ADMIN-UNIV-IN-SCOPE
      *> Purpose: Set WS-ASC-OK to "Y" when the
      *>          university in WS-ASC-CHK-UNIV is one of
      *>          the signed-in administrator's campuses
      *>          (always, for an unrestricted one). A
      *>          blank university is in no campus. A
      *>          code or alias is matched under the
      *>          official name it resolves to.
      *>---------------------------------------------
       ADMIN-UNIV-IN-SCOPE.
           MOVE "Y" TO WS-ASC-OK
           IF ASC-SCOPED-NO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ASC-OK
           IF FUNCTION TRIM(WS-ASC-CHK-UNIV) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-USERNAME TO WS-ASC-ADMIN-IN
           MOVE WS-ASC-CHK-UNIV TO WS-ASC-UNIV-IN
           PERFORM FIND-ASC-ROW
           IF WS-ASC-FOUND = 0
               MOVE "U" TO WS-RFT-KIND
               MOVE WS-ASC-CHK-UNIV TO WS-RFT-INPUT
               PERFORM RFT-RESOLVE
               IF WS-RFT-HIT > 0
                   MOVE WS-RFT-RESULT TO WS-ASC-UNIV-IN
                   PERFORM FIND-ASC-ROW
               END-IF
           END-IF
           IF WS-ASC-FOUND > 0
               MOVE "Y" TO WS-ASC-OK
           END-IF.

      *>---------------------------------------------
      *> ADMIN-USER-IN-SCOPE
      *> Purpose: Keyed profiles.dat read for
      *>          WS-ASC-CHK-USER, leaving the profile's
      *>          university in WS-ASC-CHK-UNIV and the
      *>          ADMIN-UNIV-IN-SCOPE verdict in
      *>          WS-ASC-OK. A user with no profile has
      *>          no campus.
      *>---------------------------------------------
       ADMIN-USER-IN-SCOPE.
           MOVE "Y" TO WS-ASC-OK
           IF ASC-SCOPED-NO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ASC-CHK-UNIV
           OPEN INPUT PROFILES-FILE
           IF PROFILES-STATUS = "00"
               MOVE FUNCTION TRIM(WS-ASC-CHK-USER) TO PR-USERNAME
               READ PROFILES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-LINE TO WS-PROFILE-LINE
                       PERFORM PARSE-PROFILE-LINE
                       MOVE WS-PARSED-UNIVERSITY TO WS-ASC-CHK-UNIV
               END-READ
               CLOSE PROFILES-FILE
           ELSE
               IF PROFILES-STATUS = "05"
                   CLOSE PROFILES-FILE
               END-IF
           END-IF
           PERFORM ADMIN-UNIV-IN-SCOPE.

      *>---------------------------------------------
      *> CHECK-ADMIN-TARGET-SCOPE
      *> Purpose: Refuse an admin-console action on
      *>          WS-ASC-CHK-USER when that user's
      *>          university is outside the signed-in
      *>          administrator's campuses, writing the
      *>          attempt to the audit trail. WS-ASC-OK
      *>          is "N" on refusal.
      *>---------------------------------------------
       CHECK-ADMIN-TARGET-SCOPE.
           PERFORM ADMIN-USER-IN-SCOPE
           IF WS-ASC-OK = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ASC-CHK-UNIV) = SPACES
               MOVE "(none)" TO WS-ASC-CHK-UNIV
           END-IF
           MOVE "SCOPE-REFUSED" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               FUNCTION TRIM(WS-ASC-CHK-USER) DELIMITED BY SIZE
               " option " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ASC-OPTION) DELIMITED BY SIZE
               " campus " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ASC-CHK-UNIV) DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE "That account is outside your campus scope." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> ADMIN-SCOPE-REPORT-NOTE
      *> Purpose: Head a report run by a campus-scoped
      *>          administrator with a note that it
      *>          covers their campuses only.
      *>---------------------------------------------
       ADMIN-SCOPE-REPORT-NOTE.
           IF ASC-SCOPED-YES
               MOVE " (Limited to your campus scope.)" TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF.

      *>---------------------------------------------
      *> ADMIN-SCOPE-MENU
      *> Purpose: Platform super-admin maintenance of
      *>          which universities each administrator
      *>          may act on, and who holds unrestricted
      *>          platform-wide access.
      *> Called:  From ADMIN-CONSOLE option 28.
      *>---------------------------------------------
       ADMIN-SCOPE-MENU.
           IF ASC-SCOPED-YES
               MOVE "SCOPE-REFUSED" TO WS-AUDIT-ACTION
               MOVE "administrator scope option 28" TO WS-AUDIT-TARGET
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Only a platform super-admin may change administrator scope."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "--- Administrator Campus Scope ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "1. Scope Register" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "2. Assign a University to an Administrator" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "3. Remove a University from an Administrator"
               TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "4. Designate a Platform Super-Admin" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "5. Back" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           EVALUATE WS-TRIMMED
               WHEN "1"
                   PERFORM ASC-REGISTER
               WHEN "2"
                   MOVE SPACES TO WS-ASC-UNIV-NEW
                   PERFORM ASC-ASSIGN
               WHEN "3"
                   PERFORM ASC-REMOVE
               WHEN "4"
                   MOVE "*" TO WS-ASC-UNIV-NEW
                   PERFORM ASC-ASSIGN
               WHEN "5"
                   CONTINUE
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
           END-EVALUATE.

      *>---------------------------------------------
      *> ASC-REGISTER
      *> Purpose: List every scope row.
      *>---------------------------------------------
       ASC-REGISTER.
           PERFORM LOAD-ASC-ARRAY
           MOVE "--- Scope Register ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-ASC-LISTED
           PERFORM VARYING WS-ASC-IDX FROM 1 BY 1
               UNTIL WS-ASC-IDX > WS-ASC-TOTAL
               ADD 1 TO WS-ASC-LISTED
               MOVE SPACES TO WS-OUTLINE
               IF FUNCTION TRIM(WS-ASC-UNIV(WS-ASC-IDX)) = "*"
                   STRING
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ASC-ADMIN(WS-ASC-IDX))
                           DELIMITED BY SIZE
                       " - platform super-admin" DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
               ELSE
                   STRING
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ASC-ADMIN(WS-ASC-IDX))
                           DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ASC-UNIV(WS-ASC-IDX))
                           DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
               END-IF
               PERFORM PRINT-LINE
           END-PERFORM
           IF WS-ASC-LISTED = 0
               MOVE " No scope recorded - every administrator has platform-wide access."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE "----------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> ASC-ASSIGN
      *> Purpose: Give an administrator the university
      *>          in WS-ASC-UNIV-NEW ("*" designates a
      *>          platform super-admin), prompting for
      *>          it when blank.
      *>---------------------------------------------
       ASC-ASSIGN.
           PERFORM LOCATE-ADMIN-TARGET
           IF WS-ADMIN-TARGET-IDX = 0 OR EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF NOT ACCOUNT-IS-ADMIN(WS-ADMIN-TARGET-IDX)
               MOVE "That account is not an administrator." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-ASC-UNIV-NEW = SPACES
               MOVE "Enter the university:" TO WS-OUTLINE
               PERFORM PRINT-INLINE
               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                   EXIT PARAGRAPH
               END-IF
               INSPECT WS-INLINE REPLACING ALL "|" BY "/"
               MOVE FUNCTION TRIM(WS-INLINE) TO WS-ASC-UNIV-NEW
               IF WS-ASC-UNIV-NEW = SPACES OR WS-ASC-UNIV-NEW = "*"
                   MOVE "A university name is required." TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
               *> Scope is held under the official name profiles are
               *> normalized to.
               PERFORM LOAD-RFT-TABLES
               MOVE "U" TO WS-RFT-KIND
               MOVE WS-ASC-UNIV-NEW TO WS-RFT-INPUT
               PERFORM RFT-RESOLVE
               MOVE WS-RFT-RESULT TO WS-ASC-UNIV-NEW
           END-IF
           PERFORM LOAD-ASC-ARRAY
           MOVE WS-ADMIN-TARGET-USER TO WS-ASC-ADMIN-IN
           MOVE WS-ASC-UNIV-NEW TO WS-ASC-UNIV-IN
           PERFORM FIND-ASC-ROW
           IF WS-ASC-FOUND > 0
               MOVE "That administrator already has that scope."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-ASC-TOTAL >= 500
               MOVE "The scope register is full." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ASC-TOTAL
           MOVE WS-ADMIN-TARGET-USER TO WS-ASC-ADMIN(WS-ASC-TOTAL)
           MOVE WS-ASC-UNIV-NEW TO WS-ASC-UNIV(WS-ASC-TOTAL)
           PERFORM REWRITE-ASC-FILE
           MOVE "ADMIN-SCOPE-ADD" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               FUNCTION TRIM(WS-ADMIN-TARGET-USER) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ASC-UNIV-NEW) DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           IF WS-ASC-UNIV-NEW = "*"
               MOVE "Platform super-admin designated. Administrators without a super-admin row are now limited to their campuses."
                   TO WS-OUTLINE
           ELSE
               MOVE "University added to the administrator's scope."
                   TO WS-OUTLINE
           END-IF
           PERFORM PRINT-LINE
           PERFORM ADMIN-SCOPE-SETUP.

      *>---------------------------------------------
      *> ASC-REMOVE
      *> Purpose: Take a university (or "*") away from
      *>          an administrator. The last platform
      *>          super-admin cannot be removed.
      *>---------------------------------------------
       ASC-REMOVE.
           PERFORM LOCATE-ADMIN-TARGET
           IF WS-ADMIN-TARGET-IDX = 0 OR EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the university to remove (* for super-admin):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-ASC-UNIV-NEW
           PERFORM LOAD-ASC-ARRAY
           MOVE WS-ADMIN-TARGET-USER TO WS-ASC-ADMIN-IN
           MOVE WS-ASC-UNIV-NEW TO WS-ASC-UNIV-IN
           PERFORM FIND-ASC-ROW
           IF WS-ASC-FOUND = 0
               MOVE "That administrator has no such scope." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-ASC-UNIV-NEW = "*"
               MOVE 0 TO WS-ASC-LISTED
               PERFORM VARYING WS-ASC-IDX FROM 1 BY 1
                   UNTIL WS-ASC-IDX > WS-ASC-TOTAL
                   IF FUNCTION TRIM(WS-ASC-UNIV(WS-ASC-IDX)) = "*"
                       ADD 1 TO WS-ASC-LISTED
                   END-IF
               END-PERFORM
               IF WS-ASC-LISTED < 2
                   MOVE "At least one platform super-admin must remain."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-ASC-ADMIN(WS-ASC-FOUND)
           PERFORM REWRITE-ASC-FILE
           MOVE "ADMIN-SCOPE-REMOVE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               FUNCTION TRIM(WS-ADMIN-TARGET-USER) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ASC-UNIV-NEW) DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Scope removed." TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM ADMIN-SCOPE-SETUP.

      *>---------------------------------------------
      *> ADMIN-UNLOCK-ACCOUNT
      *> Purpose: Clear the lock flag and fail count on
      *>          an account locked out by too many
      *>          failed login attempts.
      *>---------------------------------------------
       ADMIN-UNLOCK-ACCOUNT.
           PERFORM LOCATE-ADMIN-TARGET
           IF WS-ADMIN-TARGET-IDX = 0 OR EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LOCKED(WS-ADMIN-TARGET-IDX)
           MOVE 0 TO WS-FAIL-COUNT(WS-ADMIN-TARGET-IDX)
           PERFORM SAVE-ACCOUNTS-TO-FILE
           MOVE "ADMIN-UNLOCK" TO WS-AUDIT-ACTION
           MOVE WS-ADMIN-TARGET-USER TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Account unlocked and failed-login count cleared."
               TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> ADMIN-RESET-PASSWORD
      *> Purpose: Force a password reset - store an
      *>          admin-supplied temporary password on
      *>          the account (validated by the same
      *>          VALIDATE-PASSWORD rules), clearing any
      *>          lock and fail count along the way.
      *>---------------------------------------------
       ADMIN-RESET-PASSWORD.
           PERFORM LOCATE-ADMIN-TARGET
           IF WS-ADMIN-TARGET-IDX = 0 OR EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter a temporary password for this account:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-INPUT-PASSWORD
           PERFORM VALIDATE-PASSWORD
           IF PASSWORD-INVALID
               EXIT PARAGRAPH
           END-IF
           *> Only the hash ever reaches the queue; the reset itself
           *> waits for a second administrator's confirmation.
           MOVE WS-CURRENT-PASSWORD TO WS-HASH-INPUT
           PERFORM HASH-PASSWORD
           MOVE "PWRESET" TO WS-ADP-QUEUE-ACTION
           MOVE WS-HASH-TEXT TO WS-ADP-QUEUE-EXTRA
           PERFORM QUEUE-ADMIN-ACTION.

      *>---------------------------------------------
      *> LOAD-BLOCKS-ARRAY
      *> Purpose: Read blocks.dat into WS-BLOCK-ARRAY
      *>          so CHECK-USER-BLOCKED can test pairs
      *>          in memory.
      *>---------------------------------------------
       LOAD-BLOCKS-ARRAY.
           MOVE 0 TO WS-BLOCK-TOTAL
           SET BLOCK-EOF-NO TO TRUE
           OPEN INPUT BLOCKS-FILE
           IF WS-BLOCKS-STAT NOT = "00"
               IF WS-BLOCKS-STAT = "05"
                   CLOSE BLOCKS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BLOCK-EOF-YES
               READ BLOCKS-FILE INTO WS-BLOCK-LINE
                   AT END
                       SET BLOCK-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-BLOCK-LINE) NOT = SPACES
                       AND WS-BLOCK-TOTAL < 500
                           MOVE SPACES TO WS-BLOCK-PARSE-A
                           MOVE SPACES TO WS-BLOCK-PARSE-B
                           UNSTRING WS-BLOCK-LINE
                               DELIMITED BY "|"
                               INTO WS-BLOCK-PARSE-A WS-BLOCK-PARSE-B
                           END-UNSTRING
                           ADD 1 TO WS-BLOCK-TOTAL
                           MOVE WS-BLOCK-PARSE-A
                               TO WS-BA-BLOCKER(WS-BLOCK-TOTAL)
                           MOVE WS-BLOCK-PARSE-B
                               TO WS-BA-BLOCKED(WS-BLOCK-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOCKS-FILE
           SET BLOCK-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> CHECK-USER-BLOCKED
      *> Purpose: Set USER-IS-BLOCKED when a block row
      *>          exists in either direction between the
      *>          current user and WS-BLOCK-USER-B.
      *>          LOAD-BLOCKS-ARRAY must have run first.
      *>---------------------------------------------
       CHECK-USER-BLOCKED.
           SET USER-NOT-BLOCKED TO TRUE
           PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
               UNTIL WS-BLOCK-IDX > WS-BLOCK-TOTAL
                   OR USER-IS-BLOCKED
               IF (FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-BA-BLOCKER(WS-BLOCK-IDX))) =
                   FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USERNAME))
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-BA-BLOCKED(WS-BLOCK-IDX))) =
                   FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-BLOCK-USER-B)))
               OR (FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-BA-BLOCKER(WS-BLOCK-IDX))) =
                   FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-BLOCK-USER-B))
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-BA-BLOCKED(WS-BLOCK-IDX))) =
                   FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USERNAME)))
                   SET USER-IS-BLOCKED TO TRUE
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> MANAGE-BLOCKS
      *> Purpose: List the users the current user has
      *>          blocked and add or remove entries.
      *> Called:  From AFTER-LOGIN-MENU option 16.
      *>---------------------------------------------
       MANAGE-BLOCKS.
           SET BLOCK-MENU-EXIT-NO TO TRUE
           PERFORM UNTIL BLOCK-MENU-EXIT-YES OR EXIT-YES OR EOF-YES
               PERFORM LOAD-BLOCKS-ARRAY
               MOVE "--- Blocked Users ---" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE 0 TO WS-BLOCK-MINE-COUNT
               PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                   UNTIL WS-BLOCK-IDX > WS-BLOCK-TOTAL
                   IF FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-BA-BLOCKER(WS-BLOCK-IDX))) =
                      FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-CURRENT-USERNAME))
                       ADD 1 TO WS-BLOCK-MINE-COUNT
                       MOVE WS-BLOCK-IDX
                           TO WS-BLOCK-MINE-IDX(WS-BLOCK-MINE-COUNT)
                       MOVE SPACES TO WS-OUTLINE
                       STRING
                           WS-BLOCK-MINE-COUNT DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BA-BLOCKED(WS-BLOCK-IDX))
                               DELIMITED BY SIZE
                           INTO WS-OUTLINE
                       END-STRING
                       PERFORM PRINT-LINE
                   END-IF
               END-PERFORM
               IF WS-BLOCK-MINE-COUNT = 0
                   MOVE "You have not blocked anyone." TO WS-OUTLINE
                   PERFORM PRINT-LINE
               END-IF
               MOVE "1. Block a User" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "2. Unblock a User" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "3. Back to Main Menu" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "Enter your choice:" TO WS-OUTLINE
               PERFORM PRINT-INLINE
               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
               EVALUATE WS-TRIMMED
                   WHEN "1"
                       PERFORM BLOCK-A-USER
                   WHEN "2"
                       PERFORM UNBLOCK-A-USER
                   WHEN "3"
                       SET BLOCK-MENU-EXIT-YES TO TRUE
                   WHEN OTHER
                       PERFORM NOTE-INVALID-CHOICE
               END-EVALUATE
           END-PERFORM.

      *>---------------------------------------------
      *> BLOCK-A-USER
      *> Purpose: Append a block entry for an existing
      *>          account.
      *>---------------------------------------------
       BLOCK-A-USER.
           MOVE "Enter the username to block:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-BLOCK-USER-B
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BLOCK-USER-B)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               MOVE "You cannot block yourself." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BLOCK-USER-B TO WS-MSG-RECIPIENT
           PERFORM CHECK-MSG-RECIPIENT-EXISTS
           IF MSG-RECIP-NOT-FOUND
               MOVE "No account found with that username." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-USER-BLOCKED
           IF USER-IS-BLOCKED
               MOVE "A block already exists with this user." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE "blocks.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BLOCK-LINE
           STRING
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-BLOCK-USER-B) DELIMITED BY SIZE
               INTO WS-BLOCK-LINE
           END-STRING
           OPEN EXTEND BLOCKS-FILE
           IF WS-BLOCKS-STAT = "41"
               CLOSE BLOCKS-FILE
               OPEN EXTEND BLOCKS-FILE
           END-IF
           IF WS-BLOCKS-STAT = "00" OR WS-BLOCKS-STAT = "05"
               WRITE BLOCKS-REC FROM WS-BLOCK-LINE
               CLOSE BLOCKS-FILE
               MOVE "USER-BLOCK" TO WS-AUDIT-ACTION
               MOVE WS-BLOCK-USER-B TO WS-AUDIT-TARGET
               PERFORM WRITE-AUDIT-RECORD
               MOVE "User blocked." TO WS-OUTLINE
               PERFORM PRINT-LINE
           ELSE
               DISPLAY "ERROR: Cannot write to blocks.dat. Status="
                   WS-BLOCKS-STAT
               MOVE "blocks.dat" TO WS-SPOOL-DEST
               MOVE WS-BLOCK-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> UNBLOCK-A-USER
      *> Purpose: Remove one of the current user's
      *>          block entries by list number.
      *>---------------------------------------------
       UNBLOCK-A-USER.
           IF WS-BLOCK-MINE-COUNT = 0
               MOVE "You have not blocked anyone." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the number of the entry to unblock:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-BLOCK-SELECT
           IF WS-BLOCK-SELECT < 1
           OR WS-BLOCK-SELECT > WS-BLOCK-MINE-COUNT
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BLOCK-MINE-IDX(WS-BLOCK-SELECT) TO WS-BLOCK-IDX
           MOVE "USER-UNBLOCK" TO WS-AUDIT-ACTION
           MOVE WS-BA-BLOCKED(WS-BLOCK-IDX) TO WS-AUDIT-TARGET
           MOVE SPACES TO WS-BA-BLOCKER(WS-BLOCK-IDX)
           MOVE SPACES TO WS-BA-BLOCKED(WS-BLOCK-IDX)
           PERFORM REWRITE-BLOCKS-FILE
           PERFORM WRITE-AUDIT-RECORD
           MOVE "User unblocked." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> REWRITE-BLOCKS-FILE
      *> Purpose: Overwrite blocks.dat from
      *>          WS-BLOCK-ARRAY, dropping blanked
      *>          entries.
      *>---------------------------------------------
       REWRITE-BLOCKS-FILE.
           IF DRY-RUN-YES
               MOVE "blocks.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BLOCKS-FILE
           IF WS-BLOCKS-STAT NOT = "00" AND WS-BLOCKS-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite blocks.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
               UNTIL WS-BLOCK-IDX > WS-BLOCK-TOTAL
               IF FUNCTION TRIM(WS-BA-BLOCKER(WS-BLOCK-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-BLOCK-LINE
                   STRING
                       FUNCTION TRIM(WS-BA-BLOCKER(WS-BLOCK-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BA-BLOCKED(WS-BLOCK-IDX))
                           DELIMITED BY SIZE
                       INTO WS-BLOCK-LINE
                   END-STRING
                   WRITE BLOCKS-REC FROM WS-BLOCK-LINE
               END-IF
           END-PERFORM
           CLOSE BLOCKS-FILE.

      *>---------------------------------------------
      *> EVENTS-MENU
      *> Purpose: Career events - recruiters create
      *>          info sessions and career fairs,
      *>          students browse upcoming events and
      *>          RSVP, hosts see their attendee list,
      *>          and past-dated events are purged the
      *>          way expired job postings are. Checked-
      *>          in attendees then rate the event and
      *>          hosts see the feedback.
      *> Called:  From AFTER-LOGIN-MENU option 18.
      *>---------------------------------------------
       EVENTS-MENU.
           SET EVT-MENU-EXIT-NO TO TRUE
           PERFORM UNTIL EVT-MENU-EXIT-YES OR EXIT-YES OR EOF-YES
               MOVE "--- Career Events ---" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "1. Create an Event (recruiters)" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "2. Browse Upcoming Events / RSVP" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "3. View Attendees for My Event" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "5. Attendance Report (hosts)" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "6. Event Feedback Surveys" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "7. Event Feedback Report (hosts)" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "4. Back to Main Menu" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "Enter your choice:" TO WS-OUTLINE
               PERFORM PRINT-INLINE
               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
               MOVE "EVENTS" TO WS-USG-MENU
               PERFORM COUNT-MENU-USE
               EVALUATE WS-TRIMMED
                   WHEN "1"
                       PERFORM EVENT-CREATE
                   WHEN "2"
                       PERFORM EVENT-BROWSE-RSVP
                   WHEN "3"
                       PERFORM EVENT-VIEW-ATTENDEES
                   WHEN "5"
                       PERFORM EVENT-ATTENDANCE-REPORT
                   WHEN "6"
                       PERFORM EVENT-SURVEY-RESPOND
                   WHEN "7"
                       PERFORM EVENT-FEEDBACK-REPORT
                   WHEN "4"
                       SET EVT-MENU-EXIT-YES TO TRUE
                   WHEN OTHER
                       PERFORM NOTE-INVALID-CHOICE
               END-EVALUATE
           END-PERFORM.

      *>---------------------------------------------
      *> EVENT-CREATE
      *> Purpose: Recruiter-only event entry with a
      *>          stable ID from eventid.dat.
      *>---------------------------------------------
       EVENT-CREATE.
           PERFORM LOCATE-CURRENT-ACCOUNT
           IF WS-ACCT-IDX = 0 OR NOT ACCOUNT-IS-RECRUITER(WS-ACCT-IDX)
               MOVE "Only recruiter accounts may create events."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter Event Title:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:40) TO WS-EVT-TITLE
           MOVE "Enter Description (max 200 chars):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:200) TO WS-EVT-DESC
           MOVE "Enter Location:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:40) TO WS-EVT-LOC
           MOVE "Enter Event Date (YYYYMMDD):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION STORED-CHAR-LENGTH(WS-TRIMMED) NOT = 8
           OR WS-TRIMMED(1:8) IS NOT NUMERIC
               MOVE "Invalid date." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-EVT-DATE
           MOVE "Enter Capacity (0 or blank for unlimited):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           MOVE 0 TO WS-EVT-CAPACITY
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) = 0
           AND WS-TRIMMED NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-EVT-CAPACITY
           END-IF
           IF DRY-RUN-YES
               MOVE "events.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-NEXT-EVENT-ID
           MOVE SPACES TO WS-EVT-LINE
           STRING
               WS-NEXT-EVT-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVT-TITLE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVT-DESC) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVT-LOC) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-EVT-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-EVT-CAPACITY DELIMITED BY SIZE
               INTO WS-EVT-LINE
           END-STRING
           OPEN EXTEND EVENTS-FILE
           IF WS-EVT-STAT = "41"
               CLOSE EVENTS-FILE
               OPEN EXTEND EVENTS-FILE
           END-IF
           IF WS-EVT-STAT = "00" OR WS-EVT-STAT = "05"
               WRITE EVENTS-REC FROM WS-EVT-LINE
               CLOSE EVENTS-FILE
               MOVE "EVENT-CREATE" TO WS-AUDIT-ACTION
               MOVE WS-EVT-TITLE TO WS-AUDIT-TARGET
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Event created." TO WS-OUTLINE
               PERFORM PRINT-LINE
           ELSE
               DISPLAY "ERROR: Cannot write to events.dat. Status="
                   WS-EVT-STAT
               MOVE "events.dat" TO WS-SPOOL-DEST
               MOVE WS-EVT-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> GET-NEXT-EVENT-ID
      *> Purpose: Next event ID from the higher of the
      *>          eventid.dat high-water mark and the
      *>          max ID still live in events.dat.
      *>---------------------------------------------
       GET-NEXT-EVENT-ID.
           MOVE 0 TO WS-EVTID-SAVED
           OPEN INPUT EVTID-FILE
           IF WS-EVTID-STAT = "00"
               READ EVTID-FILE INTO WS-EVTID-EDIT
                   NOT AT END
                       MOVE FUNCTION NUMVAL(WS-EVTID-EDIT)
                           TO WS-EVTID-SAVED
               END-READ
           END-IF
           IF WS-EVTID-STAT = "00" OR WS-EVTID-STAT = "05"
           OR WS-EVTID-STAT = "10"
               CLOSE EVTID-FILE
           END-IF
           MOVE WS-EVTID-SAVED TO WS-NEXT-EVT-ID
           PERFORM LOAD-EVT-ARRAY
           PERFORM VARYING WS-EVT-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-EVT-ARRAY-IDX > WS-EVT-ARRAY-TOTAL
               MOVE WS-EVT-ARRAY-LINE(WS-EVT-ARRAY-IDX) TO WS-EVT-LINE
               PERFORM PARSE-EVENT-LINE
               IF WS-EVT-PARSE-ID > WS-NEXT-EVT-ID
                   MOVE WS-EVT-PARSE-ID TO WS-NEXT-EVT-ID
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEXT-EVT-ID
           MOVE WS-NEXT-EVT-ID TO WS-EVTID-EDIT
           OPEN OUTPUT EVTID-FILE
           IF WS-EVTID-STAT = "00" OR WS-EVTID-STAT = "05"
               WRITE EVTID-REC FROM WS-EVTID-EDIT
               CLOSE EVTID-FILE
           END-IF.

      *>---------------------------------------------
      *> LOAD-EVT-ARRAY
      *> Purpose: Read events.dat into WS-EVT-ARRAY.
      *>---------------------------------------------
       LOAD-EVT-ARRAY.
           MOVE 0 TO WS-EVT-ARRAY-TOTAL
           SET EVT-EOF-NO TO TRUE
           OPEN INPUT EVENTS-FILE
           IF WS-EVT-STAT NOT = "00"
               IF WS-EVT-STAT = "05"
                   CLOSE EVENTS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EVT-EOF-YES
               READ EVENTS-FILE INTO WS-EVT-LINE
                   AT END
                       SET EVT-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-EVT-LINE) NOT = SPACES
                       AND WS-EVT-ARRAY-TOTAL < 500
                           ADD 1 TO WS-EVT-ARRAY-TOTAL
                           MOVE WS-EVT-LINE
                               TO WS-EVT-ARRAY-LINE(WS-EVT-ARRAY-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
           SET EVT-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> PARSE-EVENT-LINE
      *> Purpose: Unpack one events.dat row from
      *>          WS-EVT-LINE.
      *>---------------------------------------------
       PARSE-EVENT-LINE.
           MOVE SPACES TO WS-EVT-PARSE-ID-X
           MOVE SPACES TO WS-EVT-PARSE-HOST
           MOVE SPACES TO WS-EVT-PARSE-TITLE
           MOVE SPACES TO WS-EVT-PARSE-DESC
           MOVE SPACES TO WS-EVT-PARSE-LOC
           MOVE SPACES TO WS-EVT-PARSE-DATE-X
           MOVE SPACES TO WS-EVT-PARSE-CAP-X
           UNSTRING WS-EVT-LINE
               DELIMITED BY "|"
               INTO WS-EVT-PARSE-ID-X WS-EVT-PARSE-HOST
                    WS-EVT-PARSE-TITLE WS-EVT-PARSE-DESC
                    WS-EVT-PARSE-LOC WS-EVT-PARSE-DATE-X
                    WS-EVT-PARSE-CAP-X
           END-UNSTRING
           *> Events written before capacity limits existed carry no
           *> 7th field and stay unlimited.
           IF FUNCTION TEST-NUMVAL(
               FUNCTION TRIM(WS-EVT-PARSE-CAP-X)) = 0
               MOVE FUNCTION NUMVAL(WS-EVT-PARSE-CAP-X)
                   TO WS-EVT-PARSE-CAP
           ELSE
               MOVE 0 TO WS-EVT-PARSE-CAP
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EVT-PARSE-ID-X)) = 0
               MOVE FUNCTION NUMVAL(WS-EVT-PARSE-ID-X)
                   TO WS-EVT-PARSE-ID
           ELSE
               MOVE 0 TO WS-EVT-PARSE-ID
           END-IF
           IF FUNCTION TEST-NUMVAL(
               FUNCTION TRIM(WS-EVT-PARSE-DATE-X)) = 0
               MOVE FUNCTION NUMVAL(WS-EVT-PARSE-DATE-X)
                   TO WS-EVT-PARSE-DATE
           ELSE
               MOVE 0 TO WS-EVT-PARSE-DATE
           END-IF.

      *>---------------------------------------------
      *> PURGE-PAST-EVENTS
      *> Purpose: Drop events dated before today, the
      *>          way PURGE-EXPIRED-JOBS drops expired
      *>          postings. A host under legal hold keeps
      *>          their past events, and the event is
      *>          snapshotted only when it is finally
      *>          dropped. Every past event is surveyed
      *>          on each pass, held or not.
      *>---------------------------------------------
       PURGE-PAST-EVENTS.
           MOVE WS-BIZ-DATE
               TO WS-EVT-TODAY
           PERFORM LOAD-EVT-ARRAY
           PERFORM LOAD-RSVP-ARRAY
           PERFORM LOAD-HLD-ARRAY
           PERFORM VARYING WS-EVT-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-EVT-ARRAY-IDX > WS-EVT-ARRAY-TOTAL
               MOVE WS-EVT-ARRAY-LINE(WS-EVT-ARRAY-IDX) TO WS-EVT-LINE
               PERFORM PARSE-EVENT-LINE
               MOVE 0 TO WS-HLD-HIT
               IF WS-EVT-PARSE-DATE NOT = 0
               AND WS-EVT-PARSE-DATE < WS-EVT-TODAY
                   *> Everyone who actually came is asked to rate it,
                   *> whether or not a hold keeps the event row. The
                   *> send skips anyone already invited, so an event
                   *> held over is not surveyed twice.
                   PERFORM EVENT-SEND-SURVEYS
                   MOVE WS-EVT-PARSE-HOST TO WS-HLD-CHECK-USER
                   PERFORM HOLD-COUNT-SKIP
               END-IF
               IF WS-EVT-PARSE-DATE NOT = 0
               AND WS-EVT-PARSE-DATE < WS-EVT-TODAY
               AND WS-HLD-HIT = 0
                   *> Snapshot the turnout before the event and its
                   *> RSVPs are swept away, so the attendance report
                   *> still has the history.
                   PERFORM EVENT-SNAPSHOT-ATTENDANCE
                   MOVE SPACES TO WS-EVT-ARRAY-LINE(WS-EVT-ARRAY-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-EVENTS-FILE
           PERFORM RECONCILE-EVENT-RSVPS
           MOVE "Y" TO WS-HLD-QUIET
           MOVE "PURGE-PAST-EVENTS" TO WS-HLD-RUN
           MOVE "past event/RSVP row(s)" TO WS-HLD-WHAT
           PERFORM HOLD-FLUSH-SKIPS
           MOVE "N" TO WS-HLD-QUIET.

      *>---------------------------------------------
      *> EVENT-SNAPSHOT-ATTENDANCE
      *> Purpose: Append one eventid|host|title|date|
      *>          rsvps|checkins row to eventattend.dat
      *>          for the event just parsed into
      *>          WS-EVT-PARSE-*. The RSVP array is
      *>          already loaded by the caller.
      *>---------------------------------------------
       EVENT-SNAPSHOT-ATTENDANCE.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ATT-RSVP-COUNT
           MOVE 0 TO WS-ATT-CHECKIN-COUNT
           PERFORM VARYING WS-RSVP-IDX FROM 1 BY 1
               UNTIL WS-RSVP-IDX > WS-RSVP-TOTAL
               IF WS-RV-ID(WS-RSVP-IDX) = WS-EVT-PARSE-ID
               AND FUNCTION TRIM(WS-RV-STATUS(WS-RSVP-IDX)) =
                   "CONFIRMED"
                   ADD 1 TO WS-ATT-RSVP-COUNT
                   IF WS-RV-CHECKIN(WS-RSVP-IDX) = "Y"
                       ADD 1 TO WS-ATT-CHECKIN-COUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ATT-LINE
           STRING
               WS-EVT-PARSE-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVT-PARSE-HOST) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVT-PARSE-TITLE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-EVT-PARSE-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-ATT-RSVP-COUNT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-ATT-CHECKIN-COUNT DELIMITED BY SIZE
               INTO WS-ATT-LINE
           END-STRING
           OPEN EXTEND EVTATTEND-FILE
           IF WS-ATT-STAT = "41"
               CLOSE EVTATTEND-FILE
               OPEN EXTEND EVTATTEND-FILE
           END-IF
           IF WS-ATT-STAT = "00" OR WS-ATT-STAT = "05"
               WRITE EVTATTEND-REC FROM WS-ATT-LINE
               CLOSE EVTATTEND-FILE
           ELSE
               DISPLAY "ERROR: Cannot write to eventattend.dat. Status="
                   WS-ATT-STAT
               MOVE "eventattend.dat" TO WS-SPOOL-DEST
               MOVE WS-ATT-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> EVENT-ATTENDANCE-REPORT
      *> Purpose: Post-event turnout report for the
      *>          current host - RSVP count, check-in
      *>          count and the no-show rate for each
      *>          of their past events, out of the
      *>          attendance history that survives the
      *>          purge.
      *> Called:  From EVENTS-MENU option 5.
      *>---------------------------------------------
       EVENT-ATTENDANCE-REPORT.
           MOVE "--- Event Attendance ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-ATT-SHOWN
           SET ATT-EOF-NO TO TRUE
           OPEN INPUT EVTATTEND-FILE
           IF WS-ATT-STAT NOT = "00"
               IF WS-ATT-STAT = "05"
                   CLOSE EVTATTEND-FILE
               END-IF
               MOVE "No attendance history recorded yet." TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "------------------------" TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ATT-EOF-YES
               READ EVTATTEND-FILE INTO WS-ATT-LINE
                   AT END
                       SET ATT-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM SHOW-ATTENDANCE-ROW-IF-MINE
               END-READ
           END-PERFORM
           CLOSE EVTATTEND-FILE
           SET ATT-EOF-NO TO TRUE
           IF WS-ATT-SHOWN = 0
               MOVE "No attendance history for your events yet."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE "------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> SHOW-ATTENDANCE-ROW-IF-MINE
      *> Purpose: Print one attendance history row when
      *>          the current user hosted the event,
      *>          with its computed no-show rate.
      *>---------------------------------------------
       SHOW-ATTENDANCE-ROW-IF-MINE.
           MOVE SPACES TO WS-ATT-PARSE-ID-X
           MOVE SPACES TO WS-ATT-PARSE-HOST
           MOVE SPACES TO WS-ATT-PARSE-TITLE
           MOVE SPACES TO WS-ATT-PARSE-DATE
           MOVE SPACES TO WS-ATT-PARSE-RSVPS-X
           MOVE SPACES TO WS-ATT-PARSE-CHECKINS-X
           UNSTRING WS-ATT-LINE
               DELIMITED BY "|"
               INTO WS-ATT-PARSE-ID-X WS-ATT-PARSE-HOST
                    WS-ATT-PARSE-TITLE WS-ATT-PARSE-DATE
                    WS-ATT-PARSE-RSVPS-X WS-ATT-PARSE-CHECKINS-X
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ATT-PARSE-HOST)) NOT =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ATT-SHOWN
           IF FUNCTION TEST-NUMVAL(
               FUNCTION TRIM(WS-ATT-PARSE-RSVPS-X)) = 0
               MOVE FUNCTION NUMVAL(WS-ATT-PARSE-RSVPS-X)
                   TO WS-ATT-RSVP-COUNT
           ELSE
               MOVE 0 TO WS-ATT-RSVP-COUNT
           END-IF
           IF FUNCTION TEST-NUMVAL(
               FUNCTION TRIM(WS-ATT-PARSE-CHECKINS-X)) = 0
               MOVE FUNCTION NUMVAL(WS-ATT-PARSE-CHECKINS-X)
                   TO WS-ATT-CHECKIN-COUNT
           ELSE
               MOVE 0 TO WS-ATT-CHECKIN-COUNT
           END-IF
           IF WS-ATT-RSVP-COUNT = 0
               MOVE 0 TO WS-ATT-NOSHOW-PCT
           ELSE
               COMPUTE WS-ATT-NOSHOW-PCT =
                   ((WS-ATT-RSVP-COUNT - WS-ATT-CHECKIN-COUNT) * 100)
                   / WS-ATT-RSVP-COUNT
           END-IF
           MOVE SPACES TO WS-OUTLINE
           STRING
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ATT-PARSE-TITLE) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ATT-PARSE-DATE) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ATT-PARSE-RSVPS-X) DELIMITED BY SIZE
               " RSVP(s), " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ATT-PARSE-CHECKINS-X) DELIMITED BY SIZE
               " checked in, " DELIMITED BY SIZE
               WS-ATT-NOSHOW-PCT DELIMITED BY SIZE
               "% no-show" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> REWRITE-EVENTS-FILE
      *> Purpose: Overwrite events.dat from
      *>          WS-EVT-ARRAY, dropping blanked rows.
      *>---------------------------------------------
       REWRITE-EVENTS-FILE.
           IF DRY-RUN-YES
               MOVE "events.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EVENTS-FILE
           IF WS-EVT-STAT NOT = "00" AND WS-EVT-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite events.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EVT-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-EVT-ARRAY-IDX > WS-EVT-ARRAY-TOTAL
               IF FUNCTION TRIM(WS-EVT-ARRAY-LINE(WS-EVT-ARRAY-IDX))
                  NOT = SPACES
                   WRITE EVENTS-REC
                       FROM WS-EVT-ARRAY-LINE(WS-EVT-ARRAY-IDX)
               END-IF
           END-PERFORM
           CLOSE EVENTS-FILE.

      *>---------------------------------------------
      *> LOAD-RSVP-ARRAY
      *> Purpose: Read rsvps.dat into WS-RSVP-ARRAY.
      *>---------------------------------------------
       LOAD-RSVP-ARRAY.
           MOVE 0 TO WS-RSVP-TOTAL
           SET EVT-EOF-NO TO TRUE
           OPEN INPUT RSVPS-FILE
           IF WS-RSVP-STAT NOT = "00"
               IF WS-RSVP-STAT = "05"
                   CLOSE RSVPS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EVT-EOF-YES
               READ RSVPS-FILE INTO WS-RSVP-LINE
                   AT END
                       SET EVT-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-RSVP-LINE) NOT = SPACES
                       AND WS-RSVP-TOTAL < 500
                           MOVE SPACES TO WS-RV-PARSE-ID-X
                           MOVE SPACES TO WS-RV-PARSE-USER
                           MOVE SPACES TO WS-RV-PARSE-STATUS
                           MOVE SPACES TO WS-RV-PARSE-CHECKIN
                           UNSTRING WS-RSVP-LINE
                               DELIMITED BY "|"
                               INTO WS-RV-PARSE-ID-X WS-RV-PARSE-USER
                                    WS-RV-PARSE-STATUS
                                    WS-RV-PARSE-CHECKIN
                           END-UNSTRING
                           ADD 1 TO WS-RSVP-TOTAL
                           IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-RV-PARSE-ID-X)) = 0
                               MOVE FUNCTION NUMVAL(WS-RV-PARSE-ID-X)
                                   TO WS-RV-ID(WS-RSVP-TOTAL)
                           ELSE
                               MOVE 0 TO WS-RV-ID(WS-RSVP-TOTAL)
                           END-IF
                           MOVE WS-RV-PARSE-USER
                               TO WS-RV-USER(WS-RSVP-TOTAL)
                           *> Rows written before the waitlist existed
                           *> carry no status and count as confirmed.
                           IF FUNCTION TRIM(WS-RV-PARSE-STATUS) = SPACES
                               MOVE "CONFIRMED"
                                   TO WS-RV-STATUS(WS-RSVP-TOTAL)
                           ELSE
                               MOVE WS-RV-PARSE-STATUS
                                   TO WS-RV-STATUS(WS-RSVP-TOTAL)
                           END-IF
                           IF FUNCTION TRIM(WS-RV-PARSE-CHECKIN) = "Y"
                               MOVE "Y" TO WS-RV-CHECKIN(WS-RSVP-TOTAL)
                           ELSE
                               MOVE "N" TO WS-RV-CHECKIN(WS-RSVP-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RSVPS-FILE
           SET EVT-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-RSVPS-FILE
      *> Purpose: Overwrite rsvps.dat from
      *>          WS-RSVP-ARRAY, dropping entries whose
      *>          attendee was blanked.
      *>---------------------------------------------
       REWRITE-RSVPS-FILE.
           IF DRY-RUN-YES
               MOVE "rsvps.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RSVPS-FILE
           IF WS-RSVP-STAT NOT = "00" AND WS-RSVP-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite rsvps.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RSVP-IDX FROM 1 BY 1
               UNTIL WS-RSVP-IDX > WS-RSVP-TOTAL
               IF FUNCTION TRIM(WS-RV-USER(WS-RSVP-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-RSVP-LINE
                   STRING
                       WS-RV-ID(WS-RSVP-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RV-USER(WS-RSVP-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RV-STATUS(WS-RSVP-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-RV-CHECKIN(WS-RSVP-IDX) DELIMITED BY SIZE
                       INTO WS-RSVP-LINE
                   END-STRING
                   WRITE RSVPS-REC FROM WS-RSVP-LINE
               END-IF
           END-PERFORM
           CLOSE RSVPS-FILE.

      *>---------------------------------------------
      *> RECONCILE-EVENT-RSVPS
      *> Purpose: Drop RSVP rows whose event no longer
      *>          exists, so a purged event leaves no
      *>          orphaned attendees behind. RSVPs of a
      *>          user under legal hold are kept.
      *> Called:  From PURGE-PAST-EVENTS after the
      *>          events file is rewritten; the caller
      *>          loads the hold array.
      *>---------------------------------------------
       RECONCILE-EVENT-RSVPS.
           PERFORM LOAD-EVT-ARRAY
           PERFORM LOAD-RSVP-ARRAY
           IF WS-RSVP-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RSVP-IDX FROM 1 BY 1
               UNTIL WS-RSVP-IDX > WS-RSVP-TOTAL
               MOVE WS-RV-ID(WS-RSVP-IDX) TO WS-EVT-SELECT
               PERFORM LOCATE-EVENT-BY-ID
               IF EVT-NOT-FOUND
                   MOVE WS-RV-USER(WS-RSVP-IDX) TO WS-HLD-CHECK-USER
                   PERFORM HOLD-COUNT-SKIP
                   IF WS-HLD-HIT = 0
                       MOVE SPACES TO WS-RV-USER(WS-RSVP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-RSVPS-FILE.

      *>---------------------------------------------
      *> EVENT-BROWSE-RSVP
      *> Purpose: List upcoming events and record an
      *>          RSVP for the chosen one, notifying
      *>          the host.
      *>---------------------------------------------
       EVENT-BROWSE-RSVP.
           PERFORM PURGE-PAST-EVENTS
           PERFORM LOAD-EVT-ARRAY
           MOVE "--- Upcoming Events ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-EVT-COUNT
           PERFORM VARYING WS-EVT-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-EVT-ARRAY-IDX > WS-EVT-ARRAY-TOTAL
               MOVE WS-EVT-ARRAY-LINE(WS-EVT-ARRAY-IDX) TO WS-EVT-LINE
               PERFORM PARSE-EVENT-LINE
               IF WS-EVT-PARSE-DATE = 0
               OR WS-EVT-PARSE-DATE >= WS-EVT-TODAY
                   ADD 1 TO WS-EVT-COUNT
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       WS-EVT-PARSE-ID DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EVT-PARSE-TITLE) DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EVT-PARSE-LOC) DELIMITED BY SIZE
                       " on " DELIMITED BY SIZE
                       WS-EVT-PARSE-DATE DELIMITED BY SIZE
                       " (host: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EVT-PARSE-HOST) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       "     " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EVT-PARSE-DESC) DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-EVT-COUNT = 0
               MOVE "No upcoming events." TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "-----------------------" TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "-----------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter an event number to RSVP, or 0 to go back:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-EVT-SELECT
           IF WS-EVT-SELECT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCATE-EVENT-BY-ID
           IF EVT-FOUND AND WS-EVT-PARSE-DATE NOT = 0
           AND WS-EVT-PARSE-DATE < WS-EVT-TODAY
               *> A past event kept for a legal hold is closed.
               SET EVT-NOT-FOUND TO TRUE
           END-IF
           IF EVT-NOT-FOUND
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-RSVP-ARRAY
           MOVE "N" TO WS-RSVP-ALREADY
           MOVE 0 TO WS-RSVP-ALREADY-IDX
           PERFORM VARYING WS-RSVP-IDX FROM 1 BY 1
               UNTIL WS-RSVP-IDX > WS-RSVP-TOTAL
                   OR WS-RSVP-ALREADY = "Y"
               IF WS-RV-ID(WS-RSVP-IDX) = WS-EVT-SELECT
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-RV-USER(WS-RSVP-IDX))) =
                   FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CURRENT-USERNAME))
                   MOVE "Y" TO WS-RSVP-ALREADY
                   MOVE WS-RSVP-IDX TO WS-RSVP-ALREADY-IDX
               END-IF
           END-PERFORM
           IF WS-RSVP-ALREADY = "Y"
               PERFORM CANCEL-MY-RSVP
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE "rsvps.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           *> Once the confirmed count reaches the event's capacity,
           *> further RSVPs join the waitlist in order.
           MOVE 0 TO WS-EVT-CONFIRMED-COUNT
           PERFORM VARYING WS-RSVP-IDX FROM 1 BY 1
               UNTIL WS-RSVP-IDX > WS-RSVP-TOTAL
               IF WS-RV-ID(WS-RSVP-IDX) = WS-EVT-SELECT
               AND FUNCTION TRIM(WS-RV-STATUS(WS-RSVP-IDX)) =
                   "CONFIRMED"
                   ADD 1 TO WS-EVT-CONFIRMED-COUNT
               END-IF
           END-PERFORM
           IF WS-EVT-PARSE-CAP NOT = 0
           AND WS-EVT-CONFIRMED-COUNT >= WS-EVT-PARSE-CAP
               MOVE "WAITLIST" TO WS-RV-PARSE-STATUS
           ELSE
               MOVE "CONFIRMED" TO WS-RV-PARSE-STATUS
           END-IF
           MOVE SPACES TO WS-RSVP-LINE
           STRING
               WS-EVT-SELECT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RV-PARSE-STATUS) DELIMITED BY SIZE
               INTO WS-RSVP-LINE
           END-STRING
           OPEN EXTEND RSVPS-FILE
           IF WS-RSVP-STAT = "41"
               CLOSE RSVPS-FILE
               OPEN EXTEND RSVPS-FILE
           END-IF
           IF WS-RSVP-STAT = "00" OR WS-RSVP-STAT = "05"
               WRITE RSVPS-REC FROM WS-RSVP-LINE
               CLOSE RSVPS-FILE
               MOVE "EVENT-RSVP" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-TARGET
               STRING "event " DELIMITED BY SIZE
                      WS-EVT-SELECT DELIMITED BY SIZE
                      INTO WS-AUDIT-TARGET
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
               MOVE WS-EVT-PARSE-HOST TO WS-NOTIF-RECIP
               MOVE "EVENT-RSVP" TO WS-NOTIF-TYPE
               MOVE SPACES TO WS-NOTIF-REF
               STRING
                   FUNCTION TRIM(WS-CURRENT-USERNAME)
                       DELIMITED BY SIZE
                   " RSVPed to " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EVT-PARSE-TITLE)
                       DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RV-PARSE-STATUS)
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-NOTIF-REF
               END-STRING
               PERFORM ADD-NOTIFICATION
               IF FUNCTION TRIM(WS-RV-PARSE-STATUS) = "WAITLIST"
                   MOVE "The event is full - you are on the waitlist."
                       TO WS-OUTLINE
               ELSE
                   MOVE "RSVP recorded. See you there!" TO WS-OUTLINE
               END-IF
               PERFORM PRINT-LINE
           ELSE
               DISPLAY "ERROR: Cannot write to rsvps.dat. Status="
                   WS-RSVP-STAT
               MOVE "rsvps.dat" TO WS-SPOOL-DEST
               MOVE WS-RSVP-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> CANCEL-MY-RSVP
      *> Purpose: Offer to cancel the current user's
      *>          existing RSVP (slot held in
      *>          WS-RSVP-ALREADY-IDX); a cancelled
      *>          confirmed seat promotes the first
      *>          waitlisted attendee automatically.
      *>---------------------------------------------
       CANCEL-MY-RSVP.
           MOVE SPACES TO WS-OUTLINE
           STRING
               "You have already RSVPed to this event ("
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-RV-STATUS(WS-RSVP-ALREADY-IDX))
                   DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE "Type C to cancel it, anything else to keep it:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE)) NOT = "C"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RV-STATUS(WS-RSVP-ALREADY-IDX) TO WS-RV-PARSE-STATUS
           MOVE SPACES TO WS-RV-USER(WS-RSVP-ALREADY-IDX)
           IF FUNCTION TRIM(WS-RV-PARSE-STATUS) = "CONFIRMED"
               PERFORM PROMOTE-EVENT-WAITLIST
           END-IF
           PERFORM REWRITE-RSVPS-FILE
           MOVE "EVENT-RSVP-CANCEL" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING "event " DELIMITED BY SIZE
                  WS-EVT-SELECT DELIMITED BY SIZE
                  INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-EVT-PARSE-HOST TO WS-NOTIF-RECIP
           MOVE "EVENT-CANCEL" TO WS-NOTIF-TYPE
           MOVE SPACES TO WS-NOTIF-REF
           STRING
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               " cancelled their RSVP to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVT-PARSE-TITLE) DELIMITED BY SIZE
               INTO WS-NOTIF-REF
           END-STRING
           PERFORM ADD-NOTIFICATION
           MOVE "Your RSVP has been cancelled." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> PROMOTE-EVENT-WAITLIST
      *> Purpose: Move the first waitlisted attendee of
      *>          the event in WS-EVT-SELECT to
      *>          CONFIRMED (in the loaded array) and
      *>          notify them. The caller rewrites the
      *>          file.
      *>---------------------------------------------
       PROMOTE-EVENT-WAITLIST.
           MOVE "N" TO WS-EVT-PROMOTED
           PERFORM VARYING WS-RSVP-IDX FROM 1 BY 1
               UNTIL WS-RSVP-IDX > WS-RSVP-TOTAL
                   OR WS-EVT-PROMOTED = "Y"
               IF WS-RV-ID(WS-RSVP-IDX) = WS-EVT-SELECT
               AND FUNCTION TRIM(WS-RV-USER(WS-RSVP-IDX)) NOT = SPACES
               AND FUNCTION TRIM(WS-RV-STATUS(WS-RSVP-IDX)) = "WAITLIST"
                   MOVE "Y" TO WS-EVT-PROMOTED
                   MOVE "CONFIRMED" TO WS-RV-STATUS(WS-RSVP-IDX)
                   MOVE WS-RV-USER(WS-RSVP-IDX) TO WS-NOTIF-RECIP
                   MOVE "EVENT-PROMOTED" TO WS-NOTIF-TYPE
                   MOVE SPACES TO WS-NOTIF-REF
                   STRING
                       "A seat opened up - you are now confirmed for event "
                           DELIMITED BY SIZE
                       WS-EVT-SELECT DELIMITED BY SIZE
                       INTO WS-NOTIF-REF
                   END-STRING
                   PERFORM ADD-NOTIFICATION
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> LOCATE-EVENT-BY-ID
      *> Purpose: Parse the event in WS-EVT-SELECT out
      *>          of the loaded WS-EVT-ARRAY into the
      *>          WS-EVT-PARSE-* fields.
      *>---------------------------------------------
       LOCATE-EVENT-BY-ID.
           SET EVT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-EVT-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-EVT-ARRAY-IDX > WS-EVT-ARRAY-TOTAL
                   OR EVT-FOUND
               MOVE WS-EVT-ARRAY-LINE(WS-EVT-ARRAY-IDX) TO WS-EVT-LINE
               PERFORM PARSE-EVENT-LINE
               IF WS-EVT-PARSE-ID = WS-EVT-SELECT
                   SET EVT-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> EVENT-VIEW-ATTENDEES
      *> Purpose: List who has RSVPed to one of the
      *>          current user's events, the way
      *>          REVIEW-MY-APPLICANTS lists applicants.
      *>---------------------------------------------
       EVENT-VIEW-ATTENDEES.
           PERFORM LOAD-EVT-ARRAY
           MOVE "Enter your event number:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-EVT-SELECT
           PERFORM LOCATE-EVENT-BY-ID
           IF EVT-NOT-FOUND
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-EVT-PARSE-HOST) NOT =
              FUNCTION TRIM(WS-CURRENT-USERNAME)
               MOVE "That event does not belong to you." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "--- Attendees ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM LOAD-RSVP-ARRAY
           MOVE "Confirmed:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-RV-ROSTER-COUNT
           PERFORM VARYING WS-RSVP-IDX FROM 1 BY 1
               UNTIL WS-RSVP-IDX > WS-RSVP-TOTAL
               IF WS-RV-ID(WS-RSVP-IDX) = WS-EVT-SELECT
               AND FUNCTION TRIM(WS-RV-STATUS(WS-RSVP-IDX)) =
                   "CONFIRMED"
                   ADD 1 TO WS-RV-ROSTER-COUNT
                   MOVE WS-RSVP-IDX
                       TO WS-RV-ROSTER-IDX(WS-RV-ROSTER-COUNT)
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       " " DELIMITED BY SIZE
                       WS-RV-ROSTER-COUNT DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RV-USER(WS-RSVP-IDX))
                           DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   IF WS-RV-CHECKIN(WS-RSVP-IDX) = "Y"
                       STRING
                           FUNCTION TRIM(WS-OUTLINE) DELIMITED BY SIZE
                           " [checked in]" DELIMITED BY SIZE
                           INTO WS-OUTLINE
                       END-STRING
                   END-IF
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-RV-ROSTER-COUNT = 0
               MOVE " No confirmed RSVPs yet." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE "Waitlisted:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-EVT-COUNT
           PERFORM VARYING WS-RSVP-IDX FROM 1 BY 1
               UNTIL WS-RSVP-IDX > WS-RSVP-TOTAL
               IF WS-RV-ID(WS-RSVP-IDX) = WS-EVT-SELECT
               AND FUNCTION TRIM(WS-RV-STATUS(WS-RSVP-IDX)) =
                   "WAITLIST"
                   ADD 1 TO WS-EVT-COUNT
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RV-USER(WS-RSVP-IDX))
                           DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-EVT-COUNT = 0
               MOVE " No one is waitlisted." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE "-----------------" TO WS-OUTLINE
           PERFORM PRINT-LINE
           IF WS-RV-ROSTER-COUNT > 0
               PERFORM EVENT-CHECK-IN-ATTENDEE
           END-IF.

      *>---------------------------------------------
      *> EVENT-CHECK-IN-ATTENDEE
      *> Purpose: Roster check-in for the host - mark a
      *>          confirmed attendee of the event in
      *>          WS-EVT-SELECT as actually present.
      *>---------------------------------------------
       EVENT-CHECK-IN-ATTENDEE.
           MOVE "Enter an attendee number to mark checked in, or 0:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-RV-ROSTER-SELECT
           IF WS-RV-ROSTER-SELECT < 1
           OR WS-RV-ROSTER-SELECT > WS-RV-ROSTER-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RV-ROSTER-IDX(WS-RV-ROSTER-SELECT) TO WS-RSVP-IDX
           IF WS-RV-CHECKIN(WS-RSVP-IDX) = "Y"
               MOVE "That attendee is already checked in." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RV-CHECKIN(WS-RSVP-IDX)
           PERFORM REWRITE-RSVPS-FILE
           MOVE "EVENT-CHECKIN" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               FUNCTION TRIM(WS-RV-USER(WS-RSVP-IDX)) DELIMITED BY SIZE
               " event " DELIMITED BY SIZE
               WS-EVT-SELECT DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Attendee checked in." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> EVENT-SEND-SURVEYS
      *> Purpose: Once the event parsed into
      *>          WS-EVT-PARSE-* is past, invite every
      *>          checked-in attendee to rate it - one
      *>          INVITED row appended to surveyresp.dat
      *>          and a notification each. The RSVP
      *>          array is loaded by the caller. Anyone
      *>          already holding a survey row for the
      *>          event is skipped, so repeat passes over
      *>          a held-over event send nothing new.
      *> Called:  From PURGE-PAST-EVENTS.
      *>---------------------------------------------
       EVENT-SEND-SURVEYS.
           PERFORM VARYING WS-RSVP-IDX FROM 1 BY 1
               UNTIL WS-RSVP-IDX > WS-RSVP-TOTAL
               IF WS-RV-ID(WS-RSVP-IDX) = WS-EVT-PARSE-ID
               AND FUNCTION TRIM(WS-RV-STATUS(WS-RSVP-IDX)) =
                   "CONFIRMED"
               AND WS-RV-CHECKIN(WS-RSVP-IDX) = "Y"
                   MOVE WS-EVT-PARSE-ID TO WS-SRV-KEY-ID
                   MOVE WS-RV-USER(WS-RSVP-IDX) TO WS-SRV-KEY-USER
                   PERFORM SRV-FIND-INVITE
                   IF WS-SRV-FOUND = "N"
                       MOVE SPACES TO WS-SRV-ROW
                       MOVE WS-EVT-PARSE-ID TO WS-SV-ID
                       MOVE WS-EVT-PARSE-HOST TO WS-SV-HOST
                       MOVE WS-EVT-PARSE-TITLE TO WS-SV-TITLE
                       MOVE WS-EVT-PARSE-DATE TO WS-SV-EVT-DATE
                       MOVE WS-RV-USER(WS-RSVP-IDX) TO WS-SV-USER
                       MOVE "INVITED" TO WS-SV-STATUS
                       MOVE 0 TO WS-SV-RATING
                       MOVE 0 TO WS-SV-RESP-DATE
                       PERFORM SRV-APPEND-ROW
                       MOVE WS-RV-USER(WS-RSVP-IDX) TO WS-NOTIF-RECIP
                       MOVE "EVENT-SURVEY" TO WS-NOTIF-TYPE
                       MOVE SPACES TO WS-NOTIF-REF
                       STRING
                           "How was " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EVT-PARSE-TITLE)
                               DELIMITED BY SIZE
                           "? Rate it under Career Events." DELIMITED BY SIZE
                           INTO WS-NOTIF-REF
                       END-STRING
                       PERFORM ADD-NOTIFICATION
                   END-IF
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> SRV-FIND-INVITE
      *> Purpose: WS-SRV-FOUND = "Y" when surveyresp.dat
      *>          already has a row for event
      *>          WS-SRV-KEY-ID and user WS-SRV-KEY-USER.
      *>---------------------------------------------
       SRV-FIND-INVITE.
           MOVE "N" TO WS-SRV-FOUND
           PERFORM SRV-OPEN-INPUT
           PERFORM UNTIL SRV-EOF-YES OR WS-SRV-FOUND = "Y"
               PERFORM SRV-READ-ROW
               IF WS-SRV-HAVE = "Y"
               AND WS-SV-ID = WS-SRV-KEY-ID
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SV-USER)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SRV-KEY-USER))
                   MOVE "Y" TO WS-SRV-FOUND
               END-IF
           END-PERFORM
           PERFORM SRV-CLOSE-INPUT.

      *>---------------------------------------------
      *> EVENT-SURVEY-RESPOND
      *> Purpose: List the current user's open event
      *>          feedback surveys and take a rating
      *>          (1-5), a would-recommend answer and
      *>          an optional comment for one of them.
      *> Called:  From EVENTS-MENU option 6.
      *>---------------------------------------------
       EVENT-SURVEY-RESPOND.
           PERFORM PURGE-PAST-EVENTS
           MOVE "--- Event Feedback Surveys ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-SRV-PICK-COUNT
           PERFORM SRV-OPEN-INPUT
           PERFORM UNTIL SRV-EOF-YES OR WS-SRV-PICK-COUNT >= 500
               PERFORM SRV-READ-ROW
               IF WS-SRV-HAVE = "Y"
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SV-USER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               AND FUNCTION TRIM(WS-SV-STATUS) = "INVITED"
                   ADD 1 TO WS-SRV-PICK-COUNT
                   MOVE WS-SV-ID TO WS-SRV-PICK-ID(WS-SRV-PICK-COUNT)
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       " " DELIMITED BY SIZE
                       WS-SRV-PICK-COUNT DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SV-TITLE) DELIMITED BY SIZE
                       " on " DELIMITED BY SIZE
                       WS-SV-EVT-DATE DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           PERFORM SRV-CLOSE-INPUT
           IF WS-SRV-PICK-COUNT = 0
               MOVE "You have no event surveys waiting." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter a survey number, or 0 to cancel:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-SRV-SELECT
           IF WS-SRV-SELECT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SRV-SELECT > WS-SRV-PICK-COUNT
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SRV-PICK-ID(WS-SRV-SELECT) TO WS-SRV-KEY-ID
           MOVE WS-CURRENT-USERNAME TO WS-SRV-KEY-USER

           MOVE "Rate the event from 1 (poor) to 5 (excellent):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF WS-TRIMMED(1:1) < "1" OR WS-TRIMMED(1:1) > "5"
           OR WS-TRIMMED(2:1) NOT = SPACE
               MOVE "Please enter a rating from 1 to 5." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIMMED(1:1) TO WS-SRV-NEW-RATING

           MOVE "Would you recommend this event to a friend? (Y/N):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE))
               TO WS-TRIMMED
           IF WS-TRIMMED NOT = "Y" AND WS-TRIMMED NOT = "N"
               MOVE "Please answer Y or N." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIMMED(1:1) TO WS-SRV-NEW-RECOMMEND

           MOVE "Comments for the host (optional, max 200 chars):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:200) TO WS-SRV-NEW-COMMENT
           INSPECT WS-SRV-NEW-COMMENT REPLACING ALL "|" BY "/"
           IF WS-SRV-NEW-COMMENT NOT = SPACES
               MOVE WS-SRV-NEW-COMMENT TO WS-BAN-TEXT
               MOVE "survey comment" TO WS-BAN-FIELD
               PERFORM SCREEN-BANNED-TERMS
               IF BAN-HARD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "R" TO WS-SRV-EDIT-MODE
           PERFORM SRV-REWRITE-STREAM
           IF WS-SRV-CHANGES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "EVENT-SURVEY" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               "event " DELIMITED BY SIZE
               WS-SRV-KEY-ID DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Thank you - your feedback has been recorded."
               TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> EVENT-FEEDBACK-REPORT
      *> Purpose: Feedback report for the current host
      *>          - per past event, the response rate,
      *>          average rating, would-recommend share
      *>          and the attendees' comments.
      *> Called:  From EVENTS-MENU option 7.
      *>---------------------------------------------
       EVENT-FEEDBACK-REPORT.
           MOVE WS-CURRENT-USERNAME TO WS-SRV-HOST-FILTER
           PERFORM SRV-BUILD-EVENTS
           MOVE "--- Event Feedback ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM VARYING WS-SVE-IDX FROM 1 BY 1
               UNTIL WS-SVE-IDX > WS-SVE-TOTAL
               PERFORM SRV-REPORT-ONE-EVENT
           END-PERFORM
           IF WS-SVE-TOTAL = 0
               MOVE "No feedback surveys have gone out for your events yet."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           PERFORM SRV-FULL-NOTE
           MOVE "----------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> SRV-BUILD-EVENTS
      *> Purpose: Stream surveyresp.dat into one
      *>          WS-SVE-ARRAY row per event, with its
      *>          invited, response, rating and
      *>          would-recommend counts. Only events
      *>          hosted by WS-SRV-HOST-FILTER are kept
      *>          when it is set. WS-SVE-FULL is set
      *>          when an event does not fit.
      *>---------------------------------------------
       SRV-BUILD-EVENTS.
           MOVE 0 TO WS-SVE-TOTAL
           MOVE "N" TO WS-SVE-FULL
           PERFORM SRV-OPEN-INPUT
           PERFORM UNTIL SRV-EOF-YES
               PERFORM SRV-READ-ROW
               IF WS-SRV-HAVE = "Y"
                   IF WS-SRV-HOST-FILTER = SPACES
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SV-HOST)) =
                      FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-SRV-HOST-FILTER))
                       PERFORM SRV-ADD-TO-EVENT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SRV-CLOSE-INPUT
           MOVE SPACES TO WS-SRV-HOST-FILTER.

      *>---------------------------------------------
      *> SRV-ADD-TO-EVENT
      *> Purpose: Count the survey row in WS-SRV-ROW
      *>          against its event's WS-SVE-ARRAY row.
      *>---------------------------------------------
       SRV-ADD-TO-EVENT.
           MOVE 0 TO WS-SVE-HIT
           PERFORM VARYING WS-SVE-IDX FROM 1 BY 1
               UNTIL WS-SVE-IDX > WS-SVE-TOTAL
               IF WS-SE-ID(WS-SVE-IDX) = WS-SV-ID
                   MOVE WS-SVE-IDX TO WS-SVE-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SVE-HIT = 0
               IF WS-SVE-TOTAL >= 2000
                   MOVE "Y" TO WS-SVE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SVE-TOTAL
               MOVE WS-SVE-TOTAL TO WS-SVE-HIT
               MOVE WS-SV-ID TO WS-SE-ID(WS-SVE-HIT)
               MOVE WS-SV-HOST TO WS-SE-HOST(WS-SVE-HIT)
               MOVE WS-SV-TITLE TO WS-SE-TITLE(WS-SVE-HIT)
               MOVE WS-SV-EVT-DATE TO WS-SE-DATE(WS-SVE-HIT)
               MOVE 0 TO WS-SE-INVITED(WS-SVE-HIT)
               MOVE 0 TO WS-SE-RESPONSES(WS-SVE-HIT)
               MOVE 0 TO WS-SE-RATING-SUM(WS-SVE-HIT)
               MOVE 0 TO WS-SE-RECOMMEND(WS-SVE-HIT)
           END-IF
           ADD 1 TO WS-SE-INVITED(WS-SVE-HIT)
           IF FUNCTION TRIM(WS-SV-STATUS) = "DONE"
               ADD 1 TO WS-SE-RESPONSES(WS-SVE-HIT)
               ADD WS-SV-RATING TO WS-SE-RATING-SUM(WS-SVE-HIT)
               IF WS-SV-RECOMMEND = "Y"
                   ADD 1 TO WS-SE-RECOMMEND(WS-SVE-HIT)
               END-IF
           END-IF.

      *>---------------------------------------------
      *> SRV-FULL-NOTE
      *> Purpose: Say so when SRV-BUILD-EVENTS ran out
      *>          of room.
      *>---------------------------------------------
       SRV-FULL-NOTE.
           IF WS-SVE-FULL = "Y"
               MOVE "Note: more surveyed events than the report holds; later events are not shown."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF.

      *>---------------------------------------------
      *> SRV-REPORT-ONE-EVENT
      *> Purpose: Host report block for event
      *>          WS-SVE-IDX, its comments streamed from
      *>          surveyresp.dat.
      *>---------------------------------------------
       SRV-REPORT-ONE-EVENT.
           MOVE WS-SE-INVITED(WS-SVE-IDX) TO WS-SRV-INVITED
           MOVE WS-SE-RESPONSES(WS-SVE-IDX) TO WS-SRV-RESPONSES
           MOVE WS-SE-RATING-SUM(WS-SVE-IDX) TO WS-SRV-RATING-SUM
           MOVE WS-SE-RECOMMEND(WS-SVE-IDX) TO WS-SRV-RECOMMEND-YES
           MOVE SPACES TO WS-OUTLINE
           STRING
               FUNCTION TRIM(WS-SE-TITLE(WS-SVE-IDX)) DELIMITED BY SIZE
               " (event " DELIMITED BY SIZE
               WS-SE-ID(WS-SVE-IDX) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-SE-DATE(WS-SVE-IDX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           PERFORM SRV-FORMAT-STATS
           MOVE SPACES TO WS-OUTLINE
           STRING
               "  Responses: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SRV-DISP) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SRV-DISP2) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SRV-PCT-DISP) DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           IF WS-SRV-RESPONSES > 0
               MOVE SPACES TO WS-OUTLINE
               STRING
                   "  Average rating: " DELIMITED BY SIZE
                   WS-SRV-AVG-DISP DELIMITED BY SIZE
                   " / 5, would recommend: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRV-REC-DISP) DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
               MOVE "  Comments:" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE 0 TO WS-SRV-COMMENTS
               PERFORM SRV-OPEN-INPUT
               PERFORM UNTIL SRV-EOF-YES
                   PERFORM SRV-READ-ROW
                   IF WS-SRV-HAVE = "Y"
                   AND WS-SV-ID = WS-SE-ID(WS-SVE-IDX)
                   AND FUNCTION TRIM(WS-SV-STATUS) = "DONE"
                   AND WS-SV-COMMENT NOT = SPACES
                       ADD 1 TO WS-SRV-COMMENTS
                       MOVE SPACES TO WS-OUTLINE
                       STRING
                           "   - " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SV-COMMENT)
                               DELIMITED BY SIZE
                           INTO WS-OUTLINE
                       END-STRING
                       PERFORM PRINT-LINE
                   END-IF
               END-PERFORM
               PERFORM SRV-CLOSE-INPUT
               IF WS-SRV-COMMENTS = 0
                   MOVE "   None" TO WS-OUTLINE
                   PERFORM PRINT-LINE
               END-IF
           END-IF.

      *>---------------------------------------------
      *> SRV-FORMAT-STATS
      *> Purpose: Edit WS-SRV-INVITED / -RESPONSES /
      *>          -RATING-SUM / -RECOMMEND-YES into the
      *>          display fields used by both reports.
      *>---------------------------------------------
       SRV-FORMAT-STATS.
           MOVE WS-SRV-RESPONSES TO WS-SRV-DISP
           MOVE WS-SRV-INVITED TO WS-SRV-DISP2
           IF WS-SRV-INVITED = 0
               MOVE 0 TO WS-SRV-PCT
           ELSE
               COMPUTE WS-SRV-PCT ROUNDED =
                   (WS-SRV-RESPONSES * 100) / WS-SRV-INVITED
           END-IF
           MOVE WS-SRV-PCT TO WS-SRV-PCT-DISP
           IF WS-SRV-RESPONSES = 0
               MOVE 0 TO WS-SRV-AVG
               MOVE 0 TO WS-SRV-PCT
           ELSE
               COMPUTE WS-SRV-AVG ROUNDED =
                   WS-SRV-RATING-SUM / WS-SRV-RESPONSES
               COMPUTE WS-SRV-PCT ROUNDED =
                   (WS-SRV-RECOMMEND-YES * 100) / WS-SRV-RESPONSES
           END-IF
           MOVE WS-SRV-AVG TO WS-SRV-AVG-DISP
           MOVE WS-SRV-PCT TO WS-SRV-REC-DISP.

      *>---------------------------------------------
      *> GROUPS-MENU
      *> Purpose: Cohort groups built around the majors
      *>          and universities profiles already
      *>          carry - create, browse/join, and view
      *>          a group's members and announcements.
      *> Called:  From AFTER-LOGIN-MENU option 17.
      *>---------------------------------------------
       GROUPS-MENU.
           SET GRP-MENU-EXIT-NO TO TRUE
           PERFORM UNTIL GRP-MENU-EXIT-YES OR EXIT-YES OR EOF-YES
               MOVE "--- Groups ---" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "1. Create a Group" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "2. Browse/Join Groups" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "3. View a Group" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "4. Back to Main Menu" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "Enter your choice:" TO WS-OUTLINE
               PERFORM PRINT-INLINE
               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
               MOVE "GROUPS" TO WS-USG-MENU
               PERFORM COUNT-MENU-USE
               EVALUATE WS-TRIMMED
                   WHEN "1"
                       PERFORM GROUP-CREATE
                   WHEN "2"
                       PERFORM GROUP-BROWSE-JOIN
                   WHEN "3"
                       PERFORM GROUP-VIEW
                   WHEN "4"
                       SET GRP-MENU-EXIT-YES TO TRUE
                   WHEN OTHER
                       PERFORM NOTE-INVALID-CHOICE
               END-EVALUATE
           END-PERFORM.

      *>---------------------------------------------
      *> LOAD-GROUPS-ARRAY
      *> Purpose: Read groups.dat into WS-GRP-ARRAY.
      *>---------------------------------------------
       LOAD-GROUPS-ARRAY.
           MOVE 0 TO WS-GRP-TOTAL
           SET GRP-EOF-NO TO TRUE
           OPEN INPUT GROUPS-FILE
           IF WS-GRP-STAT NOT = "00"
               IF WS-GRP-STAT = "05"
                   CLOSE GROUPS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GRP-EOF-YES
               READ GROUPS-FILE INTO WS-GRP-LINE
                   AT END
                       SET GRP-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-GRP-LINE) NOT = SPACES
                       AND WS-GRP-TOTAL < 500
                           MOVE SPACES TO WS-GRP-PARSE-ID-X
                           MOVE SPACES TO WS-GRP-PARSE-NAME
                           MOVE SPACES TO WS-GRP-PARSE-TYPE
                           MOVE SPACES TO WS-GRP-PARSE-KEY
                           MOVE SPACES TO WS-GRP-PARSE-OWNER
                           UNSTRING WS-GRP-LINE
                               DELIMITED BY "|"
                               INTO WS-GRP-PARSE-ID-X WS-GRP-PARSE-NAME
                                    WS-GRP-PARSE-TYPE WS-GRP-PARSE-KEY
                                    WS-GRP-PARSE-OWNER
                           END-UNSTRING
                           ADD 1 TO WS-GRP-TOTAL
                           IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-GRP-PARSE-ID-X)) = 0
                               MOVE FUNCTION NUMVAL(WS-GRP-PARSE-ID-X)
                                   TO WS-GA-ID(WS-GRP-TOTAL)
                           ELSE
                               MOVE 0 TO WS-GA-ID(WS-GRP-TOTAL)
                           END-IF
                           MOVE WS-GRP-PARSE-NAME
                               TO WS-GA-NAME(WS-GRP-TOTAL)
                           MOVE WS-GRP-PARSE-TYPE
                               TO WS-GA-TYPE(WS-GRP-TOTAL)
                           MOVE WS-GRP-PARSE-KEY
                               TO WS-GA-KEY(WS-GRP-TOTAL)
                           MOVE WS-GRP-PARSE-OWNER
                               TO WS-GA-OWNER(WS-GRP-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUPS-FILE
           SET GRP-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> LOAD-GRPMEM-ARRAY
      *> Purpose: Read groupmembers.dat into
      *>          WS-GRPMEM-ARRAY.
      *>---------------------------------------------
       LOAD-GRPMEM-ARRAY.
           MOVE 0 TO WS-GRPMEM-TOTAL
           SET GRP-EOF-NO TO TRUE
           OPEN INPUT GRPMEM-FILE
           IF WS-GRPMEM-STAT NOT = "00"
               IF WS-GRPMEM-STAT = "05"
                   CLOSE GRPMEM-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GRP-EOF-YES
               READ GRPMEM-FILE INTO WS-GRPMEM-LINE
                   AT END
                       SET GRP-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-GRPMEM-LINE) NOT = SPACES
                       AND WS-GRPMEM-TOTAL < 500
                           MOVE SPACES TO WS-GM-PARSE-ID-X
                           MOVE SPACES TO WS-GM-PARSE-USER
                           UNSTRING WS-GRPMEM-LINE
                               DELIMITED BY "|"
                               INTO WS-GM-PARSE-ID-X WS-GM-PARSE-USER
                           END-UNSTRING
                           ADD 1 TO WS-GRPMEM-TOTAL
                           IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-GM-PARSE-ID-X)) = 0
                               MOVE FUNCTION NUMVAL(WS-GM-PARSE-ID-X)
                                   TO WS-GM-ID(WS-GRPMEM-TOTAL)
                           ELSE
                               MOVE 0 TO WS-GM-ID(WS-GRPMEM-TOTAL)
                           END-IF
                           MOVE WS-GM-PARSE-USER
                               TO WS-GM-USER(WS-GRPMEM-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRPMEM-FILE
           SET GRP-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-GRPMEM-FILE
      *> Purpose: Overwrite groupmembers.dat from
      *>          WS-GRPMEM-ARRAY, dropping entries
      *>          whose member was blanked.
      *>---------------------------------------------
       REWRITE-GRPMEM-FILE.
           IF DRY-RUN-YES
               MOVE "groupmembers.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GRPMEM-FILE
           IF WS-GRPMEM-STAT NOT = "00" AND WS-GRPMEM-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite groupmembers.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GRPMEM-IDX FROM 1 BY 1
               UNTIL WS-GRPMEM-IDX > WS-GRPMEM-TOTAL
               IF FUNCTION TRIM(WS-GM-USER(WS-GRPMEM-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-GRPMEM-LINE
                   STRING
                       WS-GM-ID(WS-GRPMEM-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GM-USER(WS-GRPMEM-IDX))
                           DELIMITED BY SIZE
                       INTO WS-GRPMEM-LINE
                   END-STRING
                   WRITE GRPMEM-REC FROM WS-GRPMEM-LINE
               END-IF
           END-PERFORM
           CLOSE GRPMEM-FILE.

      *>---------------------------------------------
      *> GROUP-CREATE
      *> Purpose: Create a group keyed to a major or a
      *>          university; the creator is enrolled as
      *>          its first member.
      *>---------------------------------------------
       GROUP-CREATE.
           MOVE "Enter a name for the group:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:40) TO WS-GRP-NAME-IN
           IF FUNCTION TRIM(WS-GRP-NAME-IN) = SPACES
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE "Gather the group by (M)ajor or (U)niversity?"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE))
               WHEN "M"
               WHEN "MAJOR"
                   MOVE "MAJOR" TO WS-GRP-TYPE-IN
               WHEN "U"
               WHEN "UNIVERSITY"
                   MOVE "UNIV" TO WS-GRP-TYPE-IN
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "Major/university the group is for (blank for yours):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:40) TO WS-GRP-KEY-IN
           IF FUNCTION TRIM(WS-GRP-KEY-IN) = SPACES
               IF WS-GRP-TYPE-IN = "MAJOR"
                   MOVE WS-P-MAJOR TO WS-GRP-KEY-IN
               ELSE
                   MOVE WS-P-UNIVERSITY TO WS-GRP-KEY-IN
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-GRP-KEY-IN) = SPACES
               MOVE "Add that field to your profile first, or type a value."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE "groups.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-GROUPS-ARRAY
           MOVE 0 TO WS-NEXT-GROUP-ID
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-TOTAL
               IF WS-GA-ID(WS-GRP-IDX) > WS-NEXT-GROUP-ID
                   MOVE WS-GA-ID(WS-GRP-IDX) TO WS-NEXT-GROUP-ID
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEXT-GROUP-ID
           MOVE SPACES TO WS-GRP-LINE
           STRING
               WS-NEXT-GROUP-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRP-NAME-IN) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRP-TYPE-IN) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRP-KEY-IN) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               INTO WS-GRP-LINE
           END-STRING
           OPEN EXTEND GROUPS-FILE
           IF WS-GRP-STAT = "41"
               CLOSE GROUPS-FILE
               OPEN EXTEND GROUPS-FILE
           END-IF
           IF WS-GRP-STAT = "00" OR WS-GRP-STAT = "05"
               WRITE GROUPS-REC FROM WS-GRP-LINE
               CLOSE GROUPS-FILE
           ELSE
               DISPLAY "ERROR: Cannot write to groups.dat. Status="
                   WS-GRP-STAT
               MOVE "groups.dat" TO WS-SPOOL-DEST
               MOVE WS-GRP-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-GROUP-ID TO WS-GRP-SELECT
           PERFORM GROUP-ADD-MEMBER
           MOVE "GROUP-CREATE" TO WS-AUDIT-ACTION
           MOVE WS-GRP-NAME-IN TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Group created and you have been enrolled." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> GROUP-ADD-MEMBER
      *> Purpose: Append a membership row for the
      *>          current user to the group in
      *>          WS-GRP-SELECT.
      *>---------------------------------------------
       GROUP-ADD-MEMBER.
           IF DRY-RUN-YES
               MOVE "groupmembers.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GRPMEM-LINE
           STRING
               WS-GRP-SELECT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               INTO WS-GRPMEM-LINE
           END-STRING
           OPEN EXTEND GRPMEM-FILE
           IF WS-GRPMEM-STAT = "41"
               CLOSE GRPMEM-FILE
               OPEN EXTEND GRPMEM-FILE
           END-IF
           IF WS-GRPMEM-STAT = "00" OR WS-GRPMEM-STAT = "05"
               WRITE GRPMEM-REC FROM WS-GRPMEM-LINE
               CLOSE GRPMEM-FILE
           ELSE
               DISPLAY "ERROR: Cannot write to groupmembers.dat. Status="
                   WS-GRPMEM-STAT
               MOVE "groupmembers.dat" TO WS-SPOOL-DEST
               MOVE WS-GRPMEM-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> GROUP-CHECK-MEMBER
      *> Purpose: Set GRP-MEMBER-YES when the current
      *>          user belongs to the group in
      *>          WS-GRP-SELECT (membership array must
      *>          be loaded).
      *>---------------------------------------------
       GROUP-CHECK-MEMBER.
           SET GRP-MEMBER-NO TO TRUE
           PERFORM VARYING WS-GRPMEM-IDX FROM 1 BY 1
               UNTIL WS-GRPMEM-IDX > WS-GRPMEM-TOTAL
                   OR GRP-MEMBER-YES
               IF WS-GM-ID(WS-GRPMEM-IDX) = WS-GRP-SELECT
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-GM-USER(WS-GRPMEM-IDX))) =
                   FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CURRENT-USERNAME))
                   SET GRP-MEMBER-YES TO TRUE
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> GROUP-BROWSE-JOIN
      *> Purpose: List every group, tagging the ones
      *>          matching the current user's major or
      *>          university, then offer to join one.
      *>---------------------------------------------
       GROUP-BROWSE-JOIN.
           PERFORM LOAD-GROUPS-ARRAY
           PERFORM LOAD-GRPMEM-ARRAY
           MOVE "--- Groups You Can Join ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           IF WS-GRP-TOTAL = 0
               MOVE "No groups exist yet." TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "---------------------------" TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-TOTAL
               MOVE SPACES TO WS-OUTLINE
               STRING
                   WS-GA-ID(WS-GRP-IDX) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GA-NAME(WS-GRP-IDX))
                       DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GA-TYPE(WS-GRP-IDX))
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GA-KEY(WS-GRP-IDX))
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               IF (WS-GA-TYPE(WS-GRP-IDX) = "MAJOR"
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-GA-KEY(WS-GRP-IDX))) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-MAJOR)))
               OR (WS-GA-TYPE(WS-GRP-IDX) = "UNIV"
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-GA-KEY(WS-GRP-IDX))) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-P-UNIVERSITY)))
                   STRING
                       FUNCTION TRIM(WS-OUTLINE) DELIMITED BY SIZE
                       " - matches your profile" DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
               END-IF
               PERFORM PRINT-LINE
           END-PERFORM
           MOVE "---------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter a group number to join, or 0 to go back:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-GRP-SELECT
           IF WS-GRP-SELECT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM GROUP-LOCATE-SELECTED
           IF WS-GRP-FOUND-IDX = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           PERFORM GROUP-CHECK-MEMBER
           IF GRP-MEMBER-YES
               MOVE "You already belong to that group." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM GROUP-ADD-MEMBER
           MOVE "GROUP-JOIN" TO WS-AUDIT-ACTION
           MOVE WS-GA-NAME(WS-GRP-FOUND-IDX) TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD
           MOVE "You have joined the group." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> GROUP-LOCATE-SELECTED
      *> Purpose: Set WS-GRP-FOUND-IDX to the
      *>          WS-GRP-ARRAY slot holding the group in
      *>          WS-GRP-SELECT (0 when no match).
      *>---------------------------------------------
       GROUP-LOCATE-SELECTED.
           MOVE 0 TO WS-GRP-FOUND-IDX
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-TOTAL
               IF WS-GA-ID(WS-GRP-IDX) = WS-GRP-SELECT
                   MOVE WS-GRP-IDX TO WS-GRP-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> GROUP-VIEW
      *> Purpose: Show a group's member list (with a
      *>          link into the found-user profile
      *>          screen) and its announcements, and let
      *>          members post a new announcement.
      *>---------------------------------------------
       GROUP-VIEW.
           PERFORM LOAD-GROUPS-ARRAY
           PERFORM LOAD-GRPMEM-ARRAY
           MOVE "Enter the group number to view:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-GRP-SELECT
           PERFORM GROUP-LOCATE-SELECTED
           IF WS-GRP-FOUND-IDX = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTLINE
           STRING
               "--- " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GA-NAME(WS-GRP-FOUND-IDX))
                   DELIMITED BY SIZE
               " ---" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE "Members:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-GRP-MEMBER-COUNT
           PERFORM VARYING WS-GRPMEM-IDX FROM 1 BY 1
               UNTIL WS-GRPMEM-IDX > WS-GRPMEM-TOTAL
               IF WS-GM-ID(WS-GRPMEM-IDX) = WS-GRP-SELECT
                   ADD 1 TO WS-GRP-MEMBER-COUNT
                   MOVE WS-GM-USER(WS-GRPMEM-IDX)
                       TO WS-GRP-MEMBER-USER(WS-GRP-MEMBER-COUNT)
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       " " DELIMITED BY SIZE
                       WS-GRP-MEMBER-COUNT DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GM-USER(WS-GRPMEM-IDX))
                           DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-GRP-MEMBER-COUNT = 0
               MOVE " No members yet." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           PERFORM GROUP-SHOW-ANNOUNCEMENTS
           PERFORM GROUP-SHOW-JOB-BOARD
           PERFORM GROUP-CHECK-MEMBER
           MOVE "Enter a member number to view their profile, P to post an announcement, J to pin a job, or 0:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION UPPER-CASE(WS-TRIMMED) = "P"
               PERFORM GROUP-POST-ANNOUNCEMENT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(WS-TRIMMED) = "J"
               PERFORM GROUP-PIN-JOB
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-GRPMEM-IDX
           IF WS-GRPMEM-IDX < 1
           OR WS-GRPMEM-IDX > WS-GRP-MEMBER-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM GROUP-VIEW-MEMBER-PROFILE.

      *>---------------------------------------------
      *> GROUP-VIEW-MEMBER-PROFILE
      *> Purpose: Keyed profile lookup for the member
      *>          picked in GROUP-VIEW, shown through
      *>          the same found-user profile screen
      *>          Search for User lands on.
      *>---------------------------------------------
       GROUP-VIEW-MEMBER-PROFILE.
           OPEN INPUT PROFILES-FILE
           IF PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               MOVE "No profile found for that member." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-GRP-MEMBER-USER(WS-GRPMEM-IDX))
               TO PR-USERNAME
           READ PROFILES-FILE
               INVALID KEY
                   CLOSE PROFILES-FILE
                   MOVE "No profile found for that member." TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE PR-LINE TO WS-PROFILE-LINE
                   PERFORM PARSE-PROFILE-LINE
           END-READ
           CLOSE PROFILES-FILE
           PERFORM DISPLAY-FOUND-USER-PROFILE.

      *>---------------------------------------------
      *> GROUP-SHOW-ANNOUNCEMENTS
      *> Purpose: List the announcements posted to the
      *>          group in WS-GRP-SELECT.
      *>---------------------------------------------
       GROUP-SHOW-ANNOUNCEMENTS.
           MOVE "Announcements:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-GRPANN-COUNT
           SET GRP-EOF-NO TO TRUE
           OPEN INPUT GRPANN-FILE
           IF WS-GRPANN-STAT NOT = "00"
               IF WS-GRPANN-STAT = "05"
                   CLOSE GRPANN-FILE
               END-IF
               MOVE " None yet." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GRP-EOF-YES
               READ GRPANN-FILE INTO WS-GRPANN-LINE
                   AT END
                       SET GRP-EOF-YES TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-GRPANN-PARSE-ID-X
                       MOVE SPACES TO WS-GRPANN-PARSE-AUTHOR
                       MOVE SPACES TO WS-GRPANN-PARSE-TS
                       MOVE SPACES TO WS-GRPANN-PARSE-TEXT
                       UNSTRING WS-GRPANN-LINE
                           DELIMITED BY "|"
                           INTO WS-GRPANN-PARSE-ID-X
                                WS-GRPANN-PARSE-AUTHOR
                                WS-GRPANN-PARSE-TS
                                WS-GRPANN-PARSE-TEXT
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-GRPANN-PARSE-ID-X)) = 0
                       AND FUNCTION NUMVAL(WS-GRPANN-PARSE-ID-X) =
                           WS-GRP-SELECT
                           ADD 1 TO WS-GRPANN-COUNT
                           MOVE SPACES TO WS-OUTLINE
                           STRING
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-GRPANN-PARSE-TS)
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-GRPANN-PARSE-AUTHOR)
                                   DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-GRPANN-PARSE-TEXT)
                                   DELIMITED BY SIZE
                               INTO WS-OUTLINE
                           END-STRING
                           PERFORM PRINT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRPANN-FILE
           SET GRP-EOF-NO TO TRUE
           IF WS-GRPANN-COUNT = 0
               MOVE " None yet." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF.

      *>---------------------------------------------
      *> GROUP-POST-ANNOUNCEMENT
      *> Purpose: Append an announcement to the group
      *>          in WS-GRP-SELECT - members only.
      *>---------------------------------------------
       GROUP-POST-ANNOUNCEMENT.
           IF GRP-MEMBER-NO
               MOVE "Only group members may post announcements."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the announcement (max 200 chars):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:200) TO WS-GRPANN-TEXT
           MOVE WS-GRPANN-TEXT TO WS-BAN-TEXT
           MOVE "announcement" TO WS-BAN-FIELD
           PERFORM SCREEN-BANNED-TERMS
           IF BAN-HARD
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE "groupann.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-BUSINESS-NOW
           MOVE WS-BIZ-NOW TO WS-NOTIF-TIMESTAMP-RAW
           MOVE SPACES TO WS-NOTIF-TIMESTAMP
           STRING
               WS-NOTIF-TS-YEAR   DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-NOTIF-TS-MONTH  DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-NOTIF-TS-DAY    DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-NOTIF-TS-HOUR   DELIMITED BY SIZE
               ":"                DELIMITED BY SIZE
               WS-NOTIF-TS-MIN    DELIMITED BY SIZE
               ":"                DELIMITED BY SIZE
               WS-NOTIF-TS-SEC    DELIMITED BY SIZE
               INTO WS-NOTIF-TIMESTAMP
           END-STRING
           MOVE SPACES TO WS-GRPANN-LINE
           STRING
               WS-GRP-SELECT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOTIF-TIMESTAMP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRPANN-TEXT) DELIMITED BY SIZE
               INTO WS-GRPANN-LINE
           END-STRING
           OPEN EXTEND GRPANN-FILE
           IF WS-GRPANN-STAT = "41"
               CLOSE GRPANN-FILE
               OPEN EXTEND GRPANN-FILE
           END-IF
           IF WS-GRPANN-STAT = "00" OR WS-GRPANN-STAT = "05"
               WRITE GRPANN-REC FROM WS-GRPANN-LINE
               CLOSE GRPANN-FILE
               MOVE "GROUP-ANNOUNCE" TO WS-AUDIT-ACTION
               MOVE WS-GA-NAME(WS-GRP-FOUND-IDX) TO WS-AUDIT-TARGET
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Announcement posted." TO WS-OUTLINE
               PERFORM PRINT-LINE
               IF BAN-SOFT
                   MOVE "GROUPANN" TO WS-ABR-NEW-TYPE
                   MOVE WS-CURRENT-USERNAME TO WS-ABR-NEW-OWNER
                   MOVE WS-GRP-SELECT TO WS-GRPANN-PARSE-ID-X
                   MOVE WS-CURRENT-USERNAME TO WS-GRPANN-PARSE-AUTHOR
                   MOVE WS-NOTIF-TIMESTAMP TO WS-GRPANN-PARSE-TS
                   PERFORM BUILD-GAN-KEY
               END-IF
               PERFORM QUEUE-SOFT-MATCH
           ELSE
               DISPLAY "ERROR: Cannot write to groupann.dat. Status="
                   WS-GRPANN-STAT
               MOVE "groupann.dat" TO WS-SPOOL-DEST
               MOVE WS-GRPANN-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> LOAD-GRPJOBS-ARRAY
      *> Purpose: Read groupjobs.dat into WS-GJ-ARRAY.
      *>---------------------------------------------
       LOAD-GRPJOBS-ARRAY.
           MOVE 0 TO WS-GJ-TOTAL
           SET GRP-EOF-NO TO TRUE
           OPEN INPUT GRPJOBS-FILE
           IF WS-GJ-STAT NOT = "00"
               IF WS-GJ-STAT = "05"
                   CLOSE GRPJOBS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GRP-EOF-YES
               READ GRPJOBS-FILE INTO WS-GJ-LINE
                   AT END
                       SET GRP-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-GJ-LINE) NOT = SPACES
                       AND WS-GJ-TOTAL < 500
                           MOVE SPACES TO WS-GJ-PARSE-GRP-X
                           MOVE SPACES TO WS-GJ-PARSE-JOB-X
                           MOVE SPACES TO WS-GJ-PARSE-PINNER
                           UNSTRING WS-GJ-LINE
                               DELIMITED BY "|"
                               INTO WS-GJ-PARSE-GRP-X WS-GJ-PARSE-JOB-X
                                    WS-GJ-PARSE-PINNER
                           END-UNSTRING
                           ADD 1 TO WS-GJ-TOTAL
                           IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-GJ-PARSE-GRP-X)) = 0
                               MOVE FUNCTION NUMVAL(WS-GJ-PARSE-GRP-X)
                                   TO WS-GJ-GRPID(WS-GJ-TOTAL)
                           ELSE
                               MOVE 0 TO WS-GJ-GRPID(WS-GJ-TOTAL)
                           END-IF
                           IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-GJ-PARSE-JOB-X)) = 0
                               MOVE FUNCTION NUMVAL(WS-GJ-PARSE-JOB-X)
                                   TO WS-GJ-JOBID(WS-GJ-TOTAL)
                           ELSE
                               MOVE 0 TO WS-GJ-JOBID(WS-GJ-TOTAL)
                           END-IF
                           MOVE WS-GJ-PARSE-PINNER
                               TO WS-GJ-PINNER(WS-GJ-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRPJOBS-FILE
           SET GRP-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> GROUP-SHOW-JOB-BOARD
      *> Purpose: List the postings pinned into the
      *>          group in WS-GRP-SELECT, the way
      *>          GROUP-SHOW-ANNOUNCEMENTS lists
      *>          announcements. Pins whose posting has
      *>          since been purged are skipped.
      *>---------------------------------------------
       GROUP-SHOW-JOB-BOARD.
           MOVE "Group Job Board:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM LOAD-GRPJOBS-ARRAY
           MOVE 0 TO WS-GJ-COUNT
           PERFORM VARYING WS-GJ-IDX FROM 1 BY 1
               UNTIL WS-GJ-IDX > WS-GJ-TOTAL
               IF WS-GJ-GRPID(WS-GJ-IDX) = WS-GRP-SELECT
                   MOVE WS-GJ-JOBID(WS-GJ-IDX) TO WS-JOB-SELECT
                   PERFORM LOAD-JOB-BY-NUM
                   IF JOB-FOUND
                   AND FUNCTION TRIM(WS-JOB-PARSE-REVIEW) = "APPROVED"
                       ADD 1 TO WS-GJ-COUNT
                       PERFORM PRINT-JOB-SUMMARY
                       MOVE SPACES TO WS-OUTLINE
                       STRING
                           "     pinned by " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-GJ-PINNER(WS-GJ-IDX))
                               DELIMITED BY SIZE
                           INTO WS-OUTLINE
                       END-STRING
                       PERFORM PRINT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GJ-COUNT = 0
               MOVE " No jobs pinned yet." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF.

      *>---------------------------------------------
      *> GROUP-PIN-JOB
      *> Purpose: Pin a live posting into the group in
      *>          WS-GRP-SELECT - members and the group
      *>          creator only.
      *>---------------------------------------------
       GROUP-PIN-JOB.
           IF GRP-MEMBER-NO
           AND FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-GA-OWNER(WS-GRP-FOUND-IDX))) NOT =
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               MOVE "Only group members may pin jobs." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the job number to pin:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-JOB-SELECT
           PERFORM LOAD-JOB-BY-NUM
           IF JOB-NOT-FOUND
           OR FUNCTION TRIM(WS-JOB-PARSE-REVIEW) NOT = "APPROVED"
               MOVE "No live posting has that number." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-GRPJOBS-ARRAY
           MOVE "N" TO WS-GJ-ALREADY
           PERFORM VARYING WS-GJ-IDX FROM 1 BY 1
               UNTIL WS-GJ-IDX > WS-GJ-TOTAL
                   OR WS-GJ-ALREADY = "Y"
               IF WS-GJ-GRPID(WS-GJ-IDX) = WS-GRP-SELECT
               AND WS-GJ-JOBID(WS-GJ-IDX) = WS-JOB-SELECT
                   MOVE "Y" TO WS-GJ-ALREADY
               END-IF
           END-PERFORM
           IF WS-GJ-ALREADY = "Y"
               MOVE "That job is already on this group's board."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE "groupjobs.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GJ-LINE
           STRING
               WS-GRP-SELECT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-JOB-SELECT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               INTO WS-GJ-LINE
           END-STRING
           OPEN EXTEND GRPJOBS-FILE
           IF WS-GJ-STAT = "41"
               CLOSE GRPJOBS-FILE
               OPEN EXTEND GRPJOBS-FILE
           END-IF
           IF WS-GJ-STAT = "00" OR WS-GJ-STAT = "05"
               WRITE GRPJOBS-REC FROM WS-GJ-LINE
               CLOSE GRPJOBS-FILE
               MOVE "GROUP-PIN-JOB" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-TARGET
               STRING "group " DELIMITED BY SIZE
                      WS-GRP-SELECT DELIMITED BY SIZE
                      " job " DELIMITED BY SIZE
                      WS-JOB-SELECT DELIMITED BY SIZE
                      INTO WS-AUDIT-TARGET
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Job pinned to the group's board." TO WS-OUTLINE
               PERFORM PRINT-LINE
           ELSE
               DISPLAY "ERROR: Cannot write to groupjobs.dat. Status="
                   WS-GJ-STAT
               MOVE "groupjobs.dat" TO WS-SPOOL-DEST
               MOVE WS-GJ-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> MENTORSHIP-MENU
      *> Purpose: Mentorship program - alumni and
      *>          upperclassmen opt in as mentors with
      *>          areas drawn from their profile,
      *>          students browse and request a mentor
      *>          who shares their major or university,
      *>          and an accepted mentorship creates a
      *>          connection.
      *> Called:  From AFTER-LOGIN-MENU option 19.
      *>---------------------------------------------
       MENTORSHIP-MENU.
           SET MTR-MENU-EXIT-NO TO TRUE
           PERFORM UNTIL MTR-MENU-EXIT-YES OR EXIT-YES OR EOF-YES
               MOVE "--- Mentorship Program ---" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "1. Become/Update My Mentor Listing" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "2. Browse Mentors / Request a Mentor" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "3. Answer Mentorship Requests" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "4. My Mentorships" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "5. Back to Main Menu" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "Enter your choice:" TO WS-OUTLINE
               PERFORM PRINT-INLINE
               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
               EVALUATE WS-TRIMMED
                   WHEN "1"
                       PERFORM MENTOR-OPT-IN
                   WHEN "2"
                       PERFORM MENTOR-BROWSE-REQUEST
                   WHEN "3"
                       PERFORM MENTOR-ANSWER-REQUESTS
                   WHEN "4"
                       PERFORM VIEW-MY-MENTORSHIPS
                   WHEN "5"
                       SET MTR-MENU-EXIT-YES TO TRUE
                   WHEN OTHER
                       PERFORM NOTE-INVALID-CHOICE
               END-EVALUATE
           END-PERFORM.

      *>---------------------------------------------
      *> LOAD-MENTORS-ARRAY
      *> Purpose: Read mentors.dat into WS-MTR-ARRAY.
      *>---------------------------------------------
       LOAD-MENTORS-ARRAY.
           MOVE 0 TO WS-MTR-TOTAL
           SET MTR-EOF-NO TO TRUE
           OPEN INPUT MENTORS-FILE
           IF WS-MTR-STAT NOT = "00"
               IF WS-MTR-STAT = "05"
                   CLOSE MENTORS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MTR-EOF-YES
               READ MENTORS-FILE INTO WS-MTR-LINE
                   AT END
                       SET MTR-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-MTR-LINE) NOT = SPACES
                       AND WS-MTR-TOTAL < 200
                           MOVE SPACES TO WS-MT-PARSE-USER
                           MOVE SPACES TO WS-MT-PARSE-AREAS
                           UNSTRING WS-MTR-LINE
                               DELIMITED BY "|"
                               INTO WS-MT-PARSE-USER WS-MT-PARSE-AREAS
                           END-UNSTRING
                           ADD 1 TO WS-MTR-TOTAL
                           MOVE WS-MT-PARSE-USER
                               TO WS-MT-USER(WS-MTR-TOTAL)
                           MOVE WS-MT-PARSE-AREAS
                               TO WS-MT-AREAS(WS-MTR-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MENTORS-FILE
           SET MTR-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-MENTORS-FILE
      *> Purpose: Overwrite mentors.dat from
      *>          WS-MTR-ARRAY, dropping blanked rows.
      *>---------------------------------------------
       REWRITE-MENTORS-FILE.
           IF DRY-RUN-YES
               MOVE "mentors.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MENTORS-FILE
           IF WS-MTR-STAT NOT = "00" AND WS-MTR-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite mentors.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MTR-IDX FROM 1 BY 1
               UNTIL WS-MTR-IDX > WS-MTR-TOTAL
               IF FUNCTION TRIM(WS-MT-USER(WS-MTR-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-MTR-LINE
                   STRING
                       FUNCTION TRIM(WS-MT-USER(WS-MTR-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MT-AREAS(WS-MTR-IDX))
                           DELIMITED BY SIZE
                       INTO WS-MTR-LINE
                   END-STRING
                   WRITE MENTORS-REC FROM WS-MTR-LINE
               END-IF
           END-PERFORM
           CLOSE MENTORS-FILE.

      *>---------------------------------------------
      *> LOAD-MSP-ARRAY
      *> Purpose: Read mentorships.dat into
      *>          WS-MSP-ARRAY.
      *>---------------------------------------------
       LOAD-MSP-ARRAY.
           MOVE 0 TO WS-MSP-TOTAL
           SET MTR-EOF-NO TO TRUE
           OPEN INPUT MENTORSHIPS-FILE
           IF WS-MSP-STAT NOT = "00"
               IF WS-MSP-STAT = "05"
                   CLOSE MENTORSHIPS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MTR-EOF-YES
               READ MENTORSHIPS-FILE INTO WS-MSP-LINE
                   AT END
                       SET MTR-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-MSP-LINE) NOT = SPACES
                       AND WS-MSP-TOTAL < 200
                           MOVE SPACES TO WS-MS-PARSE-MENTOR
                           MOVE SPACES TO WS-MS-PARSE-STUDENT
                           MOVE SPACES TO WS-MS-PARSE-STATUS
                           UNSTRING WS-MSP-LINE
                               DELIMITED BY "|"
                               INTO WS-MS-PARSE-MENTOR
                                    WS-MS-PARSE-STUDENT
                                    WS-MS-PARSE-STATUS
                           END-UNSTRING
                           ADD 1 TO WS-MSP-TOTAL
                           MOVE WS-MS-PARSE-MENTOR
                               TO WS-MS-MENTOR(WS-MSP-TOTAL)
                           MOVE WS-MS-PARSE-STUDENT
                               TO WS-MS-STUDENT(WS-MSP-TOTAL)
                           MOVE WS-MS-PARSE-STATUS
                               TO WS-MS-STATUS(WS-MSP-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MENTORSHIPS-FILE
           SET MTR-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-MSP-FILE
      *> Purpose: Overwrite mentorships.dat from
      *>          WS-MSP-ARRAY, dropping blanked rows.
      *>---------------------------------------------
       REWRITE-MSP-FILE.
           IF DRY-RUN-YES
               MOVE "mentorships.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MENTORSHIPS-FILE
           IF WS-MSP-STAT NOT = "00" AND WS-MSP-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite mentorships.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MSP-IDX FROM 1 BY 1
               UNTIL WS-MSP-IDX > WS-MSP-TOTAL
               IF FUNCTION TRIM(WS-MS-MENTOR(WS-MSP-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-MSP-LINE
                   STRING
                       FUNCTION TRIM(WS-MS-MENTOR(WS-MSP-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MS-STUDENT(WS-MSP-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MS-STATUS(WS-MSP-IDX))
                           DELIMITED BY SIZE
                       INTO WS-MSP-LINE
                   END-STRING
                   WRITE MENTORSHIPS-REC FROM WS-MSP-LINE
               END-IF
           END-PERFORM
           CLOSE MENTORSHIPS-FILE.

      *>---------------------------------------------
      *> MENTOR-OPT-IN
      *> Purpose: Opt the current user in as a mentor
      *>          (or refresh their listing). The
      *>          suggested areas are drawn from the
      *>          profile's skills and work employers.
      *>---------------------------------------------
       MENTOR-OPT-IN.
           MOVE SPACES TO WS-MTR-DEFAULT-AREAS
           PERFORM VARYING WS-MTR-I FROM 1 BY 1
               UNTIL WS-MTR-I > 5
               IF FUNCTION TRIM(WS-SKILL-NAME(WS-MTR-I)) NOT = SPACES
                   IF FUNCTION TRIM(WS-MTR-DEFAULT-AREAS) = SPACES
                       MOVE FUNCTION TRIM(WS-SKILL-NAME(WS-MTR-I))
                           TO WS-MTR-DEFAULT-AREAS
                   ELSE
                       STRING
                           FUNCTION TRIM(WS-MTR-DEFAULT-AREAS)
                               DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SKILL-NAME(WS-MTR-I))
                               DELIMITED BY SIZE
                           INTO WS-MTR-DEFAULT-AREAS
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MTR-I FROM 1 BY 1
               UNTIL WS-MTR-I > 5
               IF FUNCTION TRIM(WS-WORK-EMPLOYER(WS-MTR-I)) NOT = SPACES
                   IF FUNCTION TRIM(WS-MTR-DEFAULT-AREAS) = SPACES
                       MOVE FUNCTION TRIM(WS-WORK-EMPLOYER(WS-MTR-I))
                           TO WS-MTR-DEFAULT-AREAS
                   ELSE
                       STRING
                           FUNCTION TRIM(WS-MTR-DEFAULT-AREAS)
                               DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-WORK-EMPLOYER(WS-MTR-I))
                               DELIMITED BY SIZE
                           INTO WS-MTR-DEFAULT-AREAS
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-MTR-DEFAULT-AREAS) = SPACES
               MOVE "Add skills or work history to your profile first."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Suggested areas: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MTR-DEFAULT-AREAS) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE "Enter your mentoring areas (blank to use those shown):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:120) TO WS-MTR-AREAS-IN
           IF FUNCTION TRIM(WS-MTR-AREAS-IN) = SPACES
               MOVE WS-MTR-DEFAULT-AREAS TO WS-MTR-AREAS-IN
           END-IF
           PERFORM LOAD-MENTORS-ARRAY
           PERFORM VARYING WS-MTR-IDX FROM 1 BY 1
               UNTIL WS-MTR-IDX > WS-MTR-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-MT-USER(WS-MTR-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
                   MOVE SPACES TO WS-MT-USER(WS-MTR-IDX)
               END-IF
           END-PERFORM
           IF WS-MTR-TOTAL >= 200
               MOVE "The mentor directory is full." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MTR-TOTAL
           MOVE WS-CURRENT-USERNAME TO WS-MT-USER(WS-MTR-TOTAL)
           MOVE WS-MTR-AREAS-IN TO WS-MT-AREAS(WS-MTR-TOTAL)
           PERFORM REWRITE-MENTORS-FILE
           MOVE "MENTOR-OPTIN" TO WS-AUDIT-ACTION
           MOVE WS-CURRENT-USERNAME TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD
           MOVE "You are listed as a mentor." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> MENTOR-BROWSE-REQUEST
      *> Purpose: List the mentor directory, tagging
      *>          mentors who share the current user's
      *>          major or university the way
      *>          People-You-May-Know does, and send a
      *>          mentorship request to one of them.
      *>---------------------------------------------
       MENTOR-BROWSE-REQUEST.
           PERFORM LOAD-MENTORS-ARRAY
           PERFORM LOAD-BLOCKS-ARRAY
           MOVE "--- Mentor Directory ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-MTR-LIST-COUNT
           OPEN INPUT PROFILES-FILE
           PERFORM VARYING WS-MTR-IDX FROM 1 BY 1
               UNTIL WS-MTR-IDX > WS-MTR-TOTAL
               MOVE WS-MT-USER(WS-MTR-IDX) TO WS-BLOCK-USER-B
               PERFORM CHECK-USER-BLOCKED
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-MT-USER(WS-MTR-IDX))) NOT =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               AND USER-NOT-BLOCKED
                   ADD 1 TO WS-MTR-LIST-COUNT
                   MOVE WS-MTR-IDX
                       TO WS-MTR-LIST-IDX(WS-MTR-LIST-COUNT)
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       " " DELIMITED BY SIZE
                       WS-MTR-LIST-COUNT DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MT-USER(WS-MTR-IDX))
                           DELIMITED BY SIZE
                       " - areas: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MT-AREAS(WS-MTR-IDX))
                           DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   IF PROFILES-STATUS = "00"
                       MOVE SPACES TO WS-PARSED-PROFILE
                       MOVE FUNCTION TRIM(WS-MT-USER(WS-MTR-IDX))
                           TO PR-USERNAME
                       READ PROFILES-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PR-LINE TO WS-PROFILE-LINE
                               PERFORM PARSE-PROFILE-LINE
                       END-READ
                       IF (FUNCTION TRIM(WS-P-MAJOR) NOT = SPACES
                           AND FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-PARSED-MAJOR)) =
                               FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-P-MAJOR)))
                       OR (FUNCTION TRIM(WS-P-UNIVERSITY) NOT = SPACES
                           AND FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-PARSED-UNIVERSITY)) =
                               FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-P-UNIVERSITY)))
                           STRING
                               FUNCTION TRIM(WS-OUTLINE)
                                   DELIMITED BY SIZE
                               " - matches your profile"
                                   DELIMITED BY SIZE
                               INTO WS-OUTLINE
                           END-STRING
                       END-IF
                   END-IF
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           CLOSE PROFILES-FILE
           IF WS-MTR-LIST-COUNT = 0
               MOVE "No mentors are listed yet." TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "------------------------" TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter a mentor number to request them, or 0:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-MTR-SELECT
           IF WS-MTR-SELECT < 1 OR WS-MTR-SELECT > WS-MTR-LIST-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MTR-LIST-IDX(WS-MTR-SELECT) TO WS-MTR-IDX
           PERFORM LOAD-MSP-ARRAY
           MOVE "N" TO WS-MSP-FOUND
           PERFORM VARYING WS-MSP-IDX FROM 1 BY 1
               UNTIL WS-MSP-IDX > WS-MSP-TOTAL
                   OR WS-MSP-FOUND = "Y"
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-MS-MENTOR(WS-MSP-IDX))) =
                  FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-MT-USER(WS-MTR-IDX)))
               AND FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-MS-STUDENT(WS-MSP-IDX))) =
                  FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CURRENT-USERNAME))
               AND FUNCTION TRIM(WS-MS-STATUS(WS-MSP-IDX)) NOT =
                   "DECLINED"
                   MOVE "Y" TO WS-MSP-FOUND
               END-IF
           END-PERFORM
           IF WS-MSP-FOUND = "Y"
               MOVE "You already have a request or mentorship with them."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE "mentorships.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MSP-LINE
           STRING
               FUNCTION TRIM(WS-MT-USER(WS-MTR-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               "|REQUESTED" DELIMITED BY SIZE
               INTO WS-MSP-LINE
           END-STRING
           OPEN EXTEND MENTORSHIPS-FILE
           IF WS-MSP-STAT = "41"
               CLOSE MENTORSHIPS-FILE
               OPEN EXTEND MENTORSHIPS-FILE
           END-IF
           IF WS-MSP-STAT = "00" OR WS-MSP-STAT = "05"
               WRITE MENTORSHIPS-REC FROM WS-MSP-LINE
               CLOSE MENTORSHIPS-FILE
               MOVE "MENTOR-REQUEST" TO WS-AUDIT-ACTION
               MOVE WS-MT-USER(WS-MTR-IDX) TO WS-AUDIT-TARGET
               PERFORM WRITE-AUDIT-RECORD
               MOVE WS-MT-USER(WS-MTR-IDX) TO WS-NOTIF-RECIP
               MOVE "MENTOR-REQUEST" TO WS-NOTIF-TYPE
               MOVE SPACES TO WS-NOTIF-REF
               STRING
                   FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
                   " asked you to be their mentor" DELIMITED BY SIZE
                   INTO WS-NOTIF-REF
               END-STRING
               PERFORM ADD-NOTIFICATION
               MOVE "Mentorship request sent." TO WS-OUTLINE
               PERFORM PRINT-LINE
           ELSE
               DISPLAY "ERROR: Cannot write to mentorships.dat. Status="
                   WS-MSP-STAT
               MOVE "mentorships.dat" TO WS-SPOOL-DEST
               MOVE WS-MSP-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> MENTOR-ANSWER-REQUESTS
      *> Purpose: Accept or decline the mentorship
      *>          requests waiting on the current user.
      *>          Accepting also creates an accepted
      *>          connection between the pair.
      *>---------------------------------------------
       MENTOR-ANSWER-REQUESTS.
           PERFORM LOAD-MSP-ARRAY
           MOVE "--- Mentorship Requests Sent to Me ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-MSP-MINE-COUNT
           PERFORM VARYING WS-MSP-IDX FROM 1 BY 1
               UNTIL WS-MSP-IDX > WS-MSP-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-MS-MENTOR(WS-MSP-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               AND FUNCTION TRIM(WS-MS-STATUS(WS-MSP-IDX)) = "REQUESTED"
                   ADD 1 TO WS-MSP-MINE-COUNT
                   MOVE WS-MSP-IDX
                       TO WS-MSP-MINE-IDX(WS-MSP-MINE-COUNT)
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       " " DELIMITED BY SIZE
                       WS-MSP-MINE-COUNT DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MS-STUDENT(WS-MSP-IDX))
                           DELIMITED BY SIZE
                       " asks you to mentor them" DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-MSP-MINE-COUNT = 0
               MOVE " None waiting for your answer." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter a request number to answer, or 0:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-MSP-SELECT
           IF WS-MSP-SELECT < 1 OR WS-MSP-SELECT > WS-MSP-MINE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MSP-MINE-IDX(WS-MSP-SELECT) TO WS-MSP-IDX
           MOVE "1. Accept" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "2. Decline" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-INLINE)
               WHEN "1"
                   MOVE "ACCEPTED" TO WS-MS-STATUS(WS-MSP-IDX)
               WHEN "2"
                   MOVE "DECLINED" TO WS-MS-STATUS(WS-MSP-IDX)
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
                   EXIT PARAGRAPH
           END-EVALUATE
           *> REWRITE-MSP-FILE walks the whole array, so capture the
           *> answered row's fields first.
           MOVE WS-MS-STUDENT(WS-MSP-IDX) TO WS-CONN-RECIPIENT
           MOVE WS-MS-STATUS(WS-MSP-IDX) TO WS-MS-PARSE-STATUS
           PERFORM REWRITE-MSP-FILE
           MOVE "MENTOR-ANSWER" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               FUNCTION TRIM(WS-CONN-RECIPIENT) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MS-PARSE-STATUS) DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-CONN-RECIPIENT TO WS-NOTIF-RECIP
           MOVE "MENTOR-ANSWER" TO WS-NOTIF-TYPE
           MOVE SPACES TO WS-NOTIF-REF
           STRING
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MS-PARSE-STATUS) DELIMITED BY SIZE
               " your mentorship request" DELIMITED BY SIZE
               INTO WS-NOTIF-REF
           END-STRING
           PERFORM ADD-NOTIFICATION
           IF FUNCTION TRIM(WS-MS-PARSE-STATUS) = "ACCEPTED"
               PERFORM MENTOR-CONNECT-PAIR
               MOVE "Mentorship accepted - you are now connected."
                   TO WS-OUTLINE
           ELSE
               MOVE "Request declined and the student has been told."
                   TO WS-OUTLINE
           END-IF
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> MENTOR-CONNECT-PAIR
      *> Purpose: Record an accepted connection between
      *>          the current user and WS-CONN-RECIPIENT
      *>          unless one (or a pending request)
      *>          already links the pair.
      *>---------------------------------------------
       MENTOR-CONNECT-PAIR.
           PERFORM LOAD-CONN-ARRAY
           MOVE "N" TO WS-MSP-FOUND
           PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
               UNTIL WS-CONN-IDX > WS-CONN-TOTAL
                   OR WS-MSP-FOUND = "Y"
               IF (FUNCTION TRIM(WS-CA-STATUS(WS-CONN-IDX)) = "PENDING"
                OR FUNCTION TRIM(WS-CA-STATUS(WS-CONN-IDX)) = "ACCEPTED")
               AND ((FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CA-SENDER(WS-CONN-IDX))) =
                     FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CURRENT-USERNAME))
                 AND FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CA-RECIP(WS-CONN-IDX))) =
                     FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CONN-RECIPIENT)))
                OR (FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CA-SENDER(WS-CONN-IDX))) =
                     FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CONN-RECIPIENT))
                 AND FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CA-RECIP(WS-CONN-IDX))) =
                     FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CURRENT-USERNAME))))
                   MOVE "Y" TO WS-MSP-FOUND
               END-IF
           END-PERFORM
           IF WS-MSP-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE "connections.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CONN-LINE
           STRING
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CONN-RECIPIENT) DELIMITED BY SIZE
               "|ACCEPTED" DELIMITED BY SIZE
               INTO WS-CONN-LINE
           END-STRING
           OPEN EXTEND CONN-FILE
           IF WS-CONN-STAT = "41"
               CLOSE CONN-FILE
               OPEN EXTEND CONN-FILE
           END-IF
           IF WS-CONN-STAT = "00" OR WS-CONN-STAT = "05"
               WRITE CONN-REC FROM WS-CONN-LINE
               CLOSE CONN-FILE
               ADD 1 TO WS-RPT-CONN-ACCEPTED
           ELSE
               DISPLAY "ERROR: Cannot write to connections.dat. Status="
                   WS-CONN-STAT
               MOVE "connections.dat" TO WS-SPOOL-DEST
               MOVE WS-CONN-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> VIEW-MY-MENTORSHIPS
      *> Purpose: List every mentorship row involving
      *>          the current user, on either side.
      *>---------------------------------------------
       VIEW-MY-MENTORSHIPS.
           PERFORM LOAD-MSP-ARRAY
           MOVE "--- My Mentorships ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-MSP-MINE-COUNT
           PERFORM VARYING WS-MSP-IDX FROM 1 BY 1
               UNTIL WS-MSP-IDX > WS-MSP-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-MS-MENTOR(WS-MSP-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               OR FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-MS-STUDENT(WS-MSP-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
                   ADD 1 TO WS-MSP-MINE-COUNT
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MS-MENTOR(WS-MSP-IDX))
                           DELIMITED BY SIZE
                       " mentors " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MS-STUDENT(WS-MSP-IDX))
                           DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MS-STATUS(WS-MSP-IDX))
                           DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-MSP-MINE-COUNT = 0
               MOVE " You are not in any mentorships yet." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE "----------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> SHOW-PROFILE-MENTOR-FLAG
      *> Purpose: On the found-user profile, show the
      *>          viewed user's mentor listing and any
      *>          accepted mentorship between them and
      *>          the viewer.
      *>---------------------------------------------
       SHOW-PROFILE-MENTOR-FLAG.
           PERFORM LOAD-MENTORS-ARRAY
           PERFORM VARYING WS-MTR-IDX FROM 1 BY 1
               UNTIL WS-MTR-IDX > WS-MTR-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-MT-USER(WS-MTR-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-USERNAME))
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       "Mentor - areas: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MT-AREAS(WS-MTR-IDX))
                           DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           PERFORM LOAD-MSP-ARRAY
           PERFORM VARYING WS-MSP-IDX FROM 1 BY 1
               UNTIL WS-MSP-IDX > WS-MSP-TOTAL
               IF FUNCTION TRIM(WS-MS-STATUS(WS-MSP-IDX)) = "ACCEPTED"
               AND ((FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-MS-MENTOR(WS-MSP-IDX))) =
                     FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-PARSED-USERNAME))
                 AND FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-MS-STUDENT(WS-MSP-IDX))) =
                     FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CURRENT-USERNAME)))
                OR (FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-MS-STUDENT(WS-MSP-IDX))) =
                     FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-PARSED-USERNAME))
                 AND FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-MS-MENTOR(WS-MSP-IDX))) =
                     FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CURRENT-USERNAME))))
                   MOVE "You are in a mentorship with this user."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> LOAD-PRV-ARRAY
      *> Purpose: Read privacy.dat into WS-PRV-ARRAY.
      *>---------------------------------------------
       LOAD-PRV-ARRAY.
           MOVE 0 TO WS-PRV-TOTAL
           SET PRV-EOF-NO TO TRUE
           OPEN INPUT PRIVACY-FILE
           IF WS-PRV-STAT NOT = "00"
               IF WS-PRV-STAT = "05"
                   CLOSE PRIVACY-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PRV-EOF-YES
               READ PRIVACY-FILE INTO WS-PRV-LINE
                   AT END
                       SET PRV-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-PRV-LINE) NOT = SPACES
                       AND WS-PRV-TOTAL < 200
                           MOVE SPACES TO WS-PRV-PARSE-USER
                           MOVE SPACES TO WS-PRV-PARSE-FULL
                           MOVE SPACES TO WS-PRV-PARSE-VIEWS
                           MOVE SPACES TO WS-PRV-PARSE-SOURCE
                           MOVE SPACES TO WS-PRV-PARSE-NOTIF
                           UNSTRING WS-PRV-LINE
                               DELIMITED BY "|"
                               INTO WS-PRV-PARSE-USER WS-PRV-PARSE-FULL
                                    WS-PRV-PARSE-VIEWS
                                    WS-PRV-PARSE-SOURCE
                                    WS-PRV-PARSE-NOTIF
                           END-UNSTRING
                           ADD 1 TO WS-PRV-TOTAL
                           MOVE WS-PRV-PARSE-USER
                               TO WS-PV2-USER(WS-PRV-TOTAL)
                           MOVE WS-PRV-PARSE-FULL
                               TO WS-PV2-FULL(WS-PRV-TOTAL)
                           MOVE WS-PRV-PARSE-VIEWS
                               TO WS-PV2-VIEWS(WS-PRV-TOTAL)
                           MOVE WS-PRV-PARSE-SOURCE
                               TO WS-PV2-SOURCE(WS-PRV-TOTAL)
                           MOVE WS-PRV-PARSE-NOTIF
                               TO WS-PV2-NOTIF(WS-PRV-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRIVACY-FILE
           SET PRV-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-PRV-FILE
      *> Purpose: Overwrite privacy.dat from
      *>          WS-PRV-ARRAY.
      *>---------------------------------------------
       REWRITE-PRV-FILE.
           IF DRY-RUN-YES
               MOVE "privacy.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRIVACY-FILE
           IF WS-PRV-STAT NOT = "00" AND WS-PRV-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite privacy.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-TOTAL
               IF FUNCTION TRIM(WS-PV2-USER(WS-PRV-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-PRV-LINE
                   STRING
                       FUNCTION TRIM(WS-PV2-USER(WS-PRV-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-PV2-FULL(WS-PRV-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-PV2-VIEWS(WS-PRV-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-PV2-SOURCE(WS-PRV-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PV2-NOTIF(WS-PRV-IDX))
                           DELIMITED BY SIZE
                       INTO WS-PRV-LINE
                   END-STRING
                   WRITE PRIVACY-REC FROM WS-PRV-LINE
               END-IF
           END-PERFORM
           CLOSE PRIVACY-FILE.

      *>---------------------------------------------
      *> GET-PRIVACY-FOR-USER
      *> Purpose: Resolve the effective privacy choices
      *>          for WS-PRV-TARGET into WS-PRV-FULL,
      *>          WS-PRV-VIEWS, WS-PRV-SOURCE and
      *>          WS-PRV-NOTIF. Users without a row keep
      *>          the open defaults.
      *>---------------------------------------------
       GET-PRIVACY-FOR-USER.
           PERFORM LOAD-PRV-ARRAY
           PERFORM RESOLVE-PRIVACY-FOR-USER.

      *>---------------------------------------------
      *> RESOLVE-PRIVACY-FOR-USER
      *> Purpose: Same resolution against the already
      *>          loaded WS-PRV-ARRAY, for callers that
      *>          look up many users in one pass.
      *>---------------------------------------------
       RESOLVE-PRIVACY-FOR-USER.
           MOVE "Y" TO WS-PRV-FULL
           MOVE "Y" TO WS-PRV-VIEWS
           MOVE "Y" TO WS-PRV-SOURCE
           MOVE "ALL" TO WS-PRV-NOTIF
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PV2-USER(WS-PRV-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRV-TARGET))
                   MOVE WS-PV2-FULL(WS-PRV-IDX) TO WS-PRV-FULL
                   MOVE WS-PV2-VIEWS(WS-PRV-IDX) TO WS-PRV-VIEWS
                   MOVE WS-PV2-SOURCE(WS-PRV-IDX) TO WS-PRV-SOURCE
                   MOVE WS-PV2-NOTIF(WS-PRV-IDX) TO WS-PRV-NOTIF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> PRIVACY-SETTINGS-MENU
      *> Purpose: Capture the current user's privacy
      *>          choices - profile visibility to
      *>          non-connections, profile-view
      *>          recording, recruiter sourcing, and
      *>          accepted notification types.
      *> Called:  From AFTER-LOGIN-MENU option 22.
      *>---------------------------------------------
       PRIVACY-SETTINGS-MENU.
           MOVE WS-CURRENT-USERNAME TO WS-PRV-TARGET
           PERFORM GET-PRIVACY-FOR-USER
           MOVE "--- Privacy Settings ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Full profile to non-connections: " DELIMITED BY SIZE
               WS-PRV-FULL DELIMITED BY SIZE
               "  Record my views: " DELIMITED BY SIZE
               WS-PRV-VIEWS DELIMITED BY SIZE
               "  Recruiter sourcing: " DELIMITED BY SIZE
               WS-PRV-SOURCE DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Notification types: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PRV-NOTIF) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE "Show your full profile to non-connections? (Y/N):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE)) = "N"
               MOVE "N" TO WS-PRV-FULL
           ELSE
               MOVE "Y" TO WS-PRV-FULL
           END-IF
           MOVE "Record the profiles you view? (Y/N):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE)) = "N"
               MOVE "N" TO WS-PRV-VIEWS
           ELSE
               MOVE "Y" TO WS-PRV-VIEWS
           END-IF
           MOVE "Let recruiters find you in candidate sourcing? (Y/N):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE)) = "N"
               MOVE "N" TO WS-PRV-SOURCE
           ELSE
               MOVE "Y" TO WS-PRV-SOURCE
           END-IF
           MOVE "Allowed notification types, comma-separated (ALL for every type):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-INLINE) = SPACES
               MOVE "ALL" TO WS-PRV-NOTIF
           ELSE
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-INLINE))(1:80) TO WS-PRV-NOTIF
           END-IF
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PV2-USER(WS-PRV-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
                   MOVE SPACES TO WS-PV2-USER(WS-PRV-IDX)
               END-IF
           END-PERFORM
           IF WS-PRV-TOTAL >= 200
               MOVE "The privacy file is full." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRV-TOTAL
           MOVE WS-CURRENT-USERNAME TO WS-PV2-USER(WS-PRV-TOTAL)
           MOVE WS-PRV-FULL TO WS-PV2-FULL(WS-PRV-TOTAL)
           MOVE WS-PRV-VIEWS TO WS-PV2-VIEWS(WS-PRV-TOTAL)
           MOVE WS-PRV-SOURCE TO WS-PV2-SOURCE(WS-PRV-TOTAL)
           MOVE WS-PRV-NOTIF TO WS-PV2-NOTIF(WS-PRV-TOTAL)
           PERFORM REWRITE-PRV-FILE
           MOVE "PRIVACY-UPDATE" TO WS-AUDIT-ACTION
           MOVE WS-CURRENT-USERNAME TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Privacy settings saved." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> LOAD-CTC-ARRAY
      *> Purpose: Read contacts.dat into WS-CTC-ARRAY.
      *>---------------------------------------------
       LOAD-CTC-ARRAY.
           MOVE 0 TO WS-CTC-TOTAL
           SET CTC-EOF-NO TO TRUE
           OPEN INPUT CONTACTS-FILE
           IF WS-CTC-STAT NOT = "00"
               IF WS-CTC-STAT = "05"
                   CLOSE CONTACTS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTC-EOF-YES
               READ CONTACTS-FILE INTO WS-CTC-LINE
                   AT END
                       SET CTC-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-CTC-LINE) NOT = SPACES
                       AND WS-CTC-TOTAL < 500
                           ADD 1 TO WS-CTC-TOTAL
                           INITIALIZE WS-CTC-ITEM(WS-CTC-TOTAL)
                           UNSTRING WS-CTC-LINE
                               DELIMITED BY "|"
                               INTO WS-CE-USER(WS-CTC-TOTAL)
                                    WS-CE-EMAIL(WS-CTC-TOTAL)
                                    WS-CE-VERIFIED(WS-CTC-TOTAL)
                                    WS-CE-CODE(WS-CTC-TOTAL)
                                    WS-CE-DELIVERY(WS-CTC-TOTAL)
                                    WS-CE-BOUNCED(WS-CTC-TOTAL)
                                    WS-CE-LASTMAILED(WS-CTC-TOTAL)
                                    WS-CE-LASTDIGEST(WS-CTC-TOTAL)
                                    WS-CE-REASON(WS-CTC-TOTAL)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTACTS-FILE
           SET CTC-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-CTC-FILE
      *> Purpose: Overwrite contacts.dat from
      *>          WS-CTC-ARRAY; WS-CTC-SAVED = "Y"
      *>          once it has been written.
      *>---------------------------------------------
       REWRITE-CTC-FILE.
           MOVE "N" TO WS-CTC-SAVED
           IF DRY-RUN-YES
               MOVE "contacts.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTACTS-FILE
           IF WS-CTC-STAT NOT = "00" AND WS-CTC-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite contacts.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
               UNTIL WS-CTC-IDX > WS-CTC-TOTAL
               IF FUNCTION TRIM(WS-CE-USER(WS-CTC-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-CTC-LINE
                   STRING
                       FUNCTION TRIM(WS-CE-USER(WS-CTC-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CE-EMAIL(WS-CTC-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-CE-VERIFIED(WS-CTC-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CE-CODE(WS-CTC-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-CE-DELIVERY(WS-CTC-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-CE-BOUNCED(WS-CTC-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CE-LASTMAILED(WS-CTC-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CE-LASTDIGEST(WS-CTC-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CE-REASON(WS-CTC-IDX))
                           DELIMITED BY SIZE
                       INTO WS-CTC-LINE
                   END-STRING
                   WRITE CONTACTS-REC FROM WS-CTC-LINE
               END-IF
           END-PERFORM
           CLOSE CONTACTS-FILE
           MOVE "Y" TO WS-CTC-SAVED.

      *>---------------------------------------------
      *> FIND-CTC-ROW
      *> Purpose: Leave the loaded WS-CTC-ARRAY row
      *>          for WS-CTC-TARGET in WS-CTC-FOUND, or
      *>          0 when the user has no contact row.
      *>---------------------------------------------
       FIND-CTC-ROW.
           MOVE 0 TO WS-CTC-FOUND
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
               UNTIL WS-CTC-IDX > WS-CTC-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CE-USER(WS-CTC-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CTC-TARGET))
                   MOVE WS-CTC-IDX TO WS-CTC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> EMAIL-CONTACT-MENU
      *> Purpose: Let the current user record a contact
      *>          email, prove it with the code mailed
      *>          to it, and choose how notifications
      *>          are mailed - immediately, as a daily
      *>          digest, or never.
      *> Called:  From AFTER-LOGIN-MENU option 29.
      *>---------------------------------------------
       EMAIL-CONTACT-MENU.
           PERFORM LOAD-CTC-ARRAY
           MOVE WS-CURRENT-USERNAME TO WS-CTC-TARGET
           PERFORM FIND-CTC-ROW
           MOVE "--- Email Contact & Mail Delivery ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM SHOW-CTC-STATUS
           MOVE "1. Set or change my email address" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "2. Enter my verification code" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "3. Change mail delivery" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "4. Go back" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-INLINE)
               WHEN "1"
                   PERFORM CTC-SET-EMAIL
               WHEN "2"
                   PERFORM CTC-VERIFY-EMAIL
               WHEN "3"
                   PERFORM CTC-SET-DELIVERY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>---------------------------------------------
      *> SHOW-CTC-STATUS
      *> Purpose: Print the current user's contact
      *>          email, its standing and the delivery
      *>          choice from row WS-CTC-FOUND.
      *>---------------------------------------------
       SHOW-CTC-STATUS.
           IF WS-CTC-FOUND = 0
               MOVE "Contact email: (none)" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "Mail delivery: Daily digest" TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTLINE
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-CE-EMAIL(WS-CTC-FOUND)) = SPACES
                   MOVE "Contact email: (none)" TO WS-OUTLINE
               WHEN WS-CE-BOUNCED(WS-CTC-FOUND) = "Y"
                   STRING
                       "Contact email: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CE-EMAIL(WS-CTC-FOUND))
                           DELIMITED BY SIZE
                       " (returned by the mail relay: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CE-REASON(WS-CTC-FOUND))
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
               WHEN WS-CE-VERIFIED(WS-CTC-FOUND) = "Y"
                   STRING
                       "Contact email: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CE-EMAIL(WS-CTC-FOUND))
                           DELIMITED BY SIZE
                       " (verified)" DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
               WHEN OTHER
                   STRING
                       "Contact email: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CE-EMAIL(WS-CTC-FOUND))
                           DELIMITED BY SIZE
                       " (not yet verified)" DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
           END-EVALUATE
           PERFORM PRINT-LINE
           EVALUATE WS-CE-DELIVERY(WS-CTC-FOUND)
               WHEN "I"
                   MOVE "Mail delivery: Immediate" TO WS-OUTLINE
               WHEN "N"
                   MOVE "Mail delivery: Never" TO WS-OUTLINE
               WHEN OTHER
                   MOVE "Mail delivery: Daily digest" TO WS-OUTLINE
           END-EVALUATE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> CTC-NEW-ROW
      *> Purpose: Give the current user a contact row
      *>          with the defaults (no email, daily
      *>          digest) when they have none yet;
      *>          WS-CTC-FOUND stays 0 if the file is
      *>          full.
      *>---------------------------------------------
       CTC-NEW-ROW.
           IF WS-CTC-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CTC-TOTAL >= 500
               MOVE "The contact file is full." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CTC-TOTAL
           INITIALIZE WS-CTC-ITEM(WS-CTC-TOTAL)
           MOVE WS-CURRENT-USERNAME TO WS-CE-USER(WS-CTC-TOTAL)
           MOVE "N" TO WS-CE-VERIFIED(WS-CTC-TOTAL)
           MOVE "D" TO WS-CE-DELIVERY(WS-CTC-TOTAL)
           MOVE "N" TO WS-CE-BOUNCED(WS-CTC-TOTAL)
           MOVE WS-CTC-TOTAL TO WS-CTC-FOUND.

      *>---------------------------------------------
      *> CTC-SET-EMAIL
      *> Purpose: Record a new contact email as
      *>          unverified and mail it a fresh
      *>          six-digit code. Entering the same
      *>          address again resends a code and
      *>          clears an earlier returned-mail flag.
      *>---------------------------------------------
       CTC-SET-EMAIL.
           MOVE "Enter your email address:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CTC-EMAIL-IN
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-INLINE)) <= 60
               MOVE FUNCTION TRIM(WS-INLINE) TO WS-CTC-EMAIL-IN
           END-IF
           PERFORM VALIDATE-CTC-EMAIL
           IF WS-CTC-VALID NOT = "Y"
               MOVE "That does not look like a valid email address."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
               UNTIL WS-CTC-IDX > WS-CTC-TOTAL
               IF WS-CTC-IDX NOT = WS-CTC-FOUND
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CE-EMAIL(WS-CTC-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CTC-EMAIL-IN))
                   MOVE "That email address is already on another account."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM CTC-NEW-ROW
           IF WS-CTC-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTC-EMAIL-IN TO WS-CE-EMAIL(WS-CTC-FOUND)
           MOVE "N" TO WS-CE-VERIFIED(WS-CTC-FOUND)
           MOVE "N" TO WS-CE-BOUNCED(WS-CTC-FOUND)
           MOVE SPACES TO WS-CE-REASON(WS-CTC-FOUND)
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-CTC-SEED
           COMPUTE WS-CTC-RAND = FUNCTION RANDOM(WS-CTC-SEED)
           COMPUTE WS-CTC-CODE-NUM = WS-CTC-RAND * 900000 + 100000
           MOVE WS-CTC-CODE-NUM TO WS-CE-CODE(WS-CTC-FOUND)
           PERFORM REWRITE-CTC-FILE
           MOVE WS-CE-EMAIL(WS-CTC-FOUND) TO WS-MAIL-TO
           MOVE WS-CURRENT-USERNAME TO WS-MAIL-USER
           MOVE "VERIFY" TO WS-MAIL-KIND
           MOVE "InCollege: verify your contact email" TO WS-MAIL-SUBJECT
           MOVE SPACES TO WS-MAIL-BODY
           STRING
               "Your InCollege verification code is " DELIMITED BY SIZE
               WS-CE-CODE(WS-CTC-FOUND) DELIMITED BY SIZE
               ". Enter it under Email Contact & Mail Delivery"
                   DELIMITED BY SIZE
               " after you log in." DELIMITED BY SIZE
               INTO WS-MAIL-BODY
           END-STRING
           PERFORM QUEUE-MAIL
           MOVE "CONTACT-EMAIL" TO WS-AUDIT-ACTION
           MOVE WS-CURRENT-USERNAME TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO WS-OUTLINE
           STRING
               "A verification code has been mailed to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CE-EMAIL(WS-CTC-FOUND)) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE "Enter it from this menu to start receiving mail."
               TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> VALIDATE-CTC-EMAIL
      *> Purpose: Set WS-CTC-VALID to Y when
      *>          WS-CTC-EMAIL-IN is one unbroken
      *>          name@domain.tld address.
      *>---------------------------------------------
       VALIDATE-CTC-EMAIL.
           MOVE "N" TO WS-CTC-VALID
           IF WS-CTC-EMAIL-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CTC-TALLY
           INSPECT WS-CTC-EMAIL-IN TALLYING WS-CTC-TALLY FOR ALL "@"
           IF WS-CTC-TALLY NOT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CTC-TALLY
           INSPECT WS-CTC-EMAIL-IN TALLYING WS-CTC-TALLY FOR ALL "|"
           INSPECT FUNCTION TRIM(WS-CTC-EMAIL-IN)
               TALLYING WS-CTC-TALLY FOR ALL " "
           IF WS-CTC-TALLY > 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CTC-LOCAL
           MOVE SPACES TO WS-CTC-DOMAIN
           UNSTRING WS-CTC-EMAIL-IN
               DELIMITED BY "@"
               INTO WS-CTC-LOCAL WS-CTC-DOMAIN
           END-UNSTRING
           IF WS-CTC-LOCAL = SPACES OR WS-CTC-DOMAIN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CTC-TALLY
           INSPECT WS-CTC-DOMAIN TALLYING WS-CTC-TALLY FOR ALL "."
           IF WS-CTC-TALLY = 0
           OR WS-CTC-DOMAIN(1:1) = "."
           OR WS-CTC-DOMAIN(FUNCTION LENGTH(
                  FUNCTION TRIM(WS-CTC-DOMAIN)):1) = "."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CTC-VALID.

      *>---------------------------------------------
      *> CTC-VERIFY-EMAIL
      *> Purpose: Mark the contact email verified when
      *>          the user types back the code that was
      *>          mailed to it.
      *>---------------------------------------------
       CTC-VERIFY-EMAIL.
           IF WS-CTC-FOUND = 0
               MOVE "Set a contact email first." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CE-EMAIL(WS-CTC-FOUND)) = SPACES
               MOVE "Set a contact email first." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-CE-VERIFIED(WS-CTC-FOUND) = "Y"
               MOVE "Your contact email is already verified."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the verification code from the email:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-INLINE) NOT =
              FUNCTION TRIM(WS-CE-CODE(WS-CTC-FOUND))
               MOVE "That code does not match. Choose option 1 to have a new one mailed."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CE-VERIFIED(WS-CTC-FOUND)
           MOVE SPACES TO WS-CE-CODE(WS-CTC-FOUND)
           PERFORM REWRITE-CTC-FILE
           MOVE "CONTACT-VERIFY" TO WS-AUDIT-ACTION
           MOVE WS-CURRENT-USERNAME TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Contact email verified." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> CTC-SET-DELIVERY
      *> Purpose: Record how the user's notifications
      *>          are mailed - I(mmediately), D(aily
      *>          digest) or N(ever).
      *>---------------------------------------------
       CTC-SET-DELIVERY.
           MOVE "Mail notifications I = immediately, D = daily digest, N = never:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE))
               TO WS-CTC-CHOICE
           IF WS-CTC-CHOICE NOT = "I" AND WS-CTC-CHOICE NOT = "D"
           AND WS-CTC-CHOICE NOT = "N"
               MOVE "Please enter I, D or N." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM CTC-NEW-ROW
           IF WS-CTC-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTC-CHOICE TO WS-CE-DELIVERY(WS-CTC-FOUND)
           PERFORM REWRITE-CTC-FILE
           MOVE "CONTACT-DELIVERY" TO WS-AUDIT-ACTION
           MOVE WS-CURRENT-USERNAME TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Mail delivery saved." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> QUEUE-MAIL
      *> Purpose: Append one queued|to|username|kind|
      *>          subject|body row to mailout.dat for
      *>          the campus mail relay. Callers set
      *>          WS-MAIL-TO, -USER, -KIND, -SUBJECT and
      *>          -BODY; the outbound mail batch holds
      *>          the file open for its whole run.
      *>---------------------------------------------
       QUEUE-MAIL.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-BUSINESS-TIMESTAMP
           MOVE SPACES TO WS-MAIL-LINE
           STRING
               FUNCTION TRIM(WS-BIZ-TIMESTAMP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MAIL-TO) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MAIL-USER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MAIL-KIND) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MAIL-SUBJECT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MAIL-BODY) DELIMITED BY SIZE
               INTO WS-MAIL-LINE
           END-STRING
           IF WS-MAIL-OPEN = "Y"
               WRITE MAILOUT-REC FROM WS-MAIL-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND MAILOUT-FILE
           IF WS-MAIL-STAT = "41"
               CLOSE MAILOUT-FILE
               OPEN EXTEND MAILOUT-FILE
           END-IF
           IF WS-MAIL-STAT = "00" OR WS-MAIL-STAT = "05"
               WRITE MAILOUT-REC FROM WS-MAIL-LINE
               CLOSE MAILOUT-FILE
           ELSE
               DISPLAY "ERROR: Cannot write to mailout.dat. Status="
                   WS-MAIL-STAT
               MOVE "mailout.dat" TO WS-SPOOL-DEST
               MOVE WS-MAIL-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> ADD-NOTIFICATION
      *> Purpose: Append one recipient|timestamp|type|
      *>          reference|NEW row to notifications.dat.
      *>          Callers set WS-NOTIF-RECIP, -TYPE and
      *>          -REF before performing this. The
      *>          recipient's privacy settings decide
      *>          which types may be written at all.
      *>---------------------------------------------
       ADD-NOTIFICATION.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOTIF-RECIP TO WS-PRV-TARGET
           PERFORM GET-PRIVACY-FOR-USER
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRV-NOTIF)) NOT =
              "ALL"
               MOVE 0 TO WS-PRV-TALLY
               INSPECT FUNCTION UPPER-CASE(WS-PRV-NOTIF)
                   TALLYING WS-PRV-TALLY
                   FOR ALL FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-NOTIF-TYPE))
               IF WS-PRV-TALLY = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM GET-BUSINESS-NOW
           MOVE WS-BIZ-NOW TO WS-NOTIF-TIMESTAMP-RAW
           MOVE SPACES TO WS-NOTIF-TIMESTAMP
           STRING
               WS-NOTIF-TS-YEAR   DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-NOTIF-TS-MONTH  DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-NOTIF-TS-DAY    DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-NOTIF-TS-HOUR   DELIMITED BY SIZE
               ":"                DELIMITED BY SIZE
               WS-NOTIF-TS-MIN    DELIMITED BY SIZE
               ":"                DELIMITED BY SIZE
               WS-NOTIF-TS-SEC    DELIMITED BY SIZE
               INTO WS-NOTIF-TIMESTAMP
           END-STRING
           MOVE SPACES TO WS-NOTIF-LINE
           STRING
               FUNCTION TRIM(WS-NOTIF-RECIP)     DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOTIF-TIMESTAMP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOTIF-TYPE)      DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOTIF-REF)       DELIMITED BY SIZE
               "|NEW" DELIMITED BY SIZE
               INTO WS-NOTIF-LINE
           END-STRING
           OPEN EXTEND NOTIF-FILE
           IF WS-NOTIF-STAT = "41"
               CLOSE NOTIF-FILE
               OPEN EXTEND NOTIF-FILE
           END-IF
           IF WS-NOTIF-STAT = "00" OR WS-NOTIF-STAT = "05"
               WRITE NOTIF-REC FROM WS-NOTIF-LINE
               CLOSE NOTIF-FILE
           ELSE
               DISPLAY "ERROR: Cannot write to notifications.dat. Status="
                   WS-NOTIF-STAT
               MOVE "notifications.dat" TO WS-SPOOL-DEST
               MOVE WS-NOTIF-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> LOAD-NOTIF-ARRAY
      *> Purpose: Read notifications.dat into
      *>          WS-NOTIF-ARRAY.
      *>---------------------------------------------
       LOAD-NOTIF-ARRAY.
           MOVE 0 TO WS-NOTIF-TOTAL
           SET NOTIF-EOF-NO TO TRUE
           OPEN INPUT NOTIF-FILE
           IF WS-NOTIF-STAT NOT = "00"
               IF WS-NOTIF-STAT = "05"
                   CLOSE NOTIF-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NOTIF-EOF-YES
               READ NOTIF-FILE INTO WS-NOTIF-LINE
                   AT END
                       SET NOTIF-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-NOTIF-LINE) NOT = SPACES
                       AND WS-NOTIF-TOTAL < 500
                           ADD 1 TO WS-NOTIF-TOTAL
                           MOVE WS-NOTIF-LINE
                               TO WS-NOTIF-ARRAY-LINE(WS-NOTIF-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTIF-FILE
           SET NOTIF-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> PARSE-NOTIF-LINE
      *> Purpose: Unpack WS-NOTIF-ARRAY-LINE(WS-NOTIF-IDX).
      *>---------------------------------------------
       PARSE-NOTIF-LINE.
           MOVE SPACES TO WS-NOTIF-PARSE-RECIP
           MOVE SPACES TO WS-NOTIF-PARSE-TS
           MOVE SPACES TO WS-NOTIF-PARSE-TYPE
           MOVE SPACES TO WS-NOTIF-PARSE-REF
           MOVE SPACES TO WS-NOTIF-PARSE-SEEN
           UNSTRING WS-NOTIF-ARRAY-LINE(WS-NOTIF-IDX)
               DELIMITED BY "|"
               INTO WS-NOTIF-PARSE-RECIP WS-NOTIF-PARSE-TS
                    WS-NOTIF-PARSE-TYPE WS-NOTIF-PARSE-REF
                    WS-NOTIF-PARSE-SEEN
           END-UNSTRING.

      *>---------------------------------------------
      *> VIEW-MY-NOTIFICATIONS
      *> Purpose: List the current user's unseen
      *>          notifications newest-first and mark
      *>          them seen.
      *> Called:  From AFTER-LOGIN-MENU option 15.
      *>---------------------------------------------
       VIEW-MY-NOTIFICATIONS.
           PERFORM LOAD-NOTIF-ARRAY
           MOVE 0 TO WS-NOTIF-SHOWN
           MOVE "N" TO WS-NOTIF-DIRTY
           MOVE "--- My Notifications ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM VARYING WS-NOTIF-IDX FROM WS-NOTIF-TOTAL BY -1
               UNTIL WS-NOTIF-IDX < 1
               PERFORM PARSE-NOTIF-LINE
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-NOTIF-PARSE-RECIP)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               AND FUNCTION TRIM(WS-NOTIF-PARSE-SEEN) = "NEW"
                   ADD 1 TO WS-NOTIF-SHOWN
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       FUNCTION TRIM(WS-NOTIF-PARSE-TS)
                           DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NOTIF-PARSE-TYPE)
                           DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NOTIF-PARSE-REF)
                           DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
                   MOVE SPACES TO WS-NOTIF-ARRAY-LINE(WS-NOTIF-IDX)
                   STRING
                       FUNCTION TRIM(WS-NOTIF-PARSE-RECIP)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NOTIF-PARSE-TS)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NOTIF-PARSE-TYPE)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NOTIF-PARSE-REF)
                           DELIMITED BY SIZE
                       "|SEEN" DELIMITED BY SIZE
                       INTO WS-NOTIF-ARRAY-LINE(WS-NOTIF-IDX)
                   END-STRING
                   MOVE "Y" TO WS-NOTIF-DIRTY
               END-IF
           END-PERFORM
           IF WS-NOTIF-SHOWN = 0
               MOVE "You have no new notifications." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE "------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE
           IF WS-NOTIF-DIRTY = "Y"
               PERFORM REWRITE-NOTIF-FILE
           END-IF.

      *>---------------------------------------------
      *> REWRITE-NOTIF-FILE
      *> Purpose: Overwrite notifications.dat from
      *>          WS-NOTIF-ARRAY.
      *>---------------------------------------------
       REWRITE-NOTIF-FILE.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NOTIF-FILE
           IF WS-NOTIF-STAT NOT = "00" AND WS-NOTIF-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite notifications.dat."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-NOTIF-IDX FROM 1 BY 1
               UNTIL WS-NOTIF-IDX > WS-NOTIF-TOTAL
               IF FUNCTION TRIM(WS-NOTIF-ARRAY-LINE(WS-NOTIF-IDX))
                  NOT = SPACES
                   WRITE NOTIF-REC
                       FROM WS-NOTIF-ARRAY-LINE(WS-NOTIF-IDX)
               END-IF
           END-PERFORM
           CLOSE NOTIF-FILE.

      *>---------------------------------------------
      *> LOAD-ANN-ARRAY
      *> Purpose: Read platann.dat into WS-ANN-ARRAY.
      *>---------------------------------------------
       LOAD-ANN-ARRAY.
           MOVE 0 TO WS-ANN-TOTAL
           SET ANN-EOF-NO TO TRUE
           OPEN INPUT PLATANN-FILE
           IF WS-ANN-STAT NOT = "00"
               IF WS-ANN-STAT = "05"
                   CLOSE PLATANN-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANN-EOF-YES
               READ PLATANN-FILE INTO WS-ANN-LINE
                   AT END
                       SET ANN-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-ANN-LINE) NOT = SPACES
                       AND WS-ANN-TOTAL < 100
                           MOVE SPACES TO WS-AN-PARSE-ID-X
                           MOVE SPACES TO WS-AN-PARSE-AUTHOR
                           MOVE SPACES TO WS-AN-PARSE-EXPIRY-X
                           MOVE SPACES TO WS-AN-PARSE-TEXT
                           UNSTRING WS-ANN-LINE
                               DELIMITED BY "|"
                               INTO WS-AN-PARSE-ID-X WS-AN-PARSE-AUTHOR
                                    WS-AN-PARSE-EXPIRY-X
                                    WS-AN-PARSE-TEXT
                           END-UNSTRING
                           ADD 1 TO WS-ANN-TOTAL
                           IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-AN-PARSE-ID-X)) = 0
                               MOVE FUNCTION NUMVAL(WS-AN-PARSE-ID-X)
                                   TO WS-AN-ID(WS-ANN-TOTAL)
                           ELSE
                               MOVE 0 TO WS-AN-ID(WS-ANN-TOTAL)
                           END-IF
                           MOVE WS-AN-PARSE-AUTHOR
                               TO WS-AN-AUTHOR(WS-ANN-TOTAL)
                           IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-AN-PARSE-EXPIRY-X)) = 0
                               MOVE FUNCTION NUMVAL(WS-AN-PARSE-EXPIRY-X)
                                   TO WS-AN-EXPIRY(WS-ANN-TOTAL)
                           ELSE
                               MOVE 0 TO WS-AN-EXPIRY(WS-ANN-TOTAL)
                           END-IF
                           MOVE WS-AN-PARSE-TEXT
                               TO WS-AN-TEXT(WS-ANN-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLATANN-FILE
           SET ANN-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> LOAD-AND-ARRAY
      *> Purpose: Read platanndismiss.dat into
      *>          WS-AND-ARRAY.
      *>---------------------------------------------
       LOAD-AND-ARRAY.
           MOVE 0 TO WS-AND-TOTAL
           SET ANN-EOF-NO TO TRUE
           OPEN INPUT ANNDISMISS-FILE
           IF WS-AND-STAT NOT = "00"
               IF WS-AND-STAT = "05"
                   CLOSE ANNDISMISS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANN-EOF-YES
               READ ANNDISMISS-FILE INTO WS-AND-LINE
                   AT END
                       SET ANN-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-AND-LINE) NOT = SPACES
                       AND WS-AND-TOTAL < 500
                           MOVE SPACES TO WS-AD-PARSE-ID-X
                           MOVE SPACES TO WS-AD-PARSE-USER
                           UNSTRING WS-AND-LINE
                               DELIMITED BY "|"
                               INTO WS-AD-PARSE-ID-X WS-AD-PARSE-USER
                           END-UNSTRING
                           ADD 1 TO WS-AND-TOTAL
                           IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-AD-PARSE-ID-X)) = 0
                               MOVE FUNCTION NUMVAL(WS-AD-PARSE-ID-X)
                                   TO WS-AD-ID(WS-AND-TOTAL)
                           ELSE
                               MOVE 0 TO WS-AD-ID(WS-AND-TOTAL)
                           END-IF
                           MOVE WS-AD-PARSE-USER
                               TO WS-AD-USER(WS-AND-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANNDISMISS-FILE
           SET ANN-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> ADMIN-POST-ANNOUNCEMENT
      *> Purpose: Post a platform-wide announcement
      *>          with an expiry date, shown to every
      *>          user at login until it expires or
      *>          they dismiss it. Reserved to
      *>          unrestricted administrators.
      *> Called:  From ADMIN-CONSOLE option 11.
      *>---------------------------------------------
       ADMIN-POST-ANNOUNCEMENT.
           IF ASC-SCOPED-YES
               MOVE "SCOPE-REFUSED" TO WS-AUDIT-ACTION
               MOVE "platform announcement option 11" TO WS-AUDIT-TARGET
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Only a platform super-admin may post platform-wide announcements."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the announcement (max 200 chars):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:200) TO WS-ANN-TEXT-IN
           IF FUNCTION TRIM(WS-ANN-TEXT-IN) = SPACES
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the expiry date (YYYYMMDD):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION STORED-CHAR-LENGTH(WS-TRIMMED) NOT = 8
           OR WS-TRIMMED(1:8) IS NOT NUMERIC
               MOVE "Invalid date." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-ANN-EXPIRY-IN
           IF DRY-RUN-YES
               MOVE "platann.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ANN-ARRAY
           MOVE 0 TO WS-NEXT-ANN-ID
           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
               UNTIL WS-ANN-IDX > WS-ANN-TOTAL
               IF WS-AN-ID(WS-ANN-IDX) > WS-NEXT-ANN-ID
                   MOVE WS-AN-ID(WS-ANN-IDX) TO WS-NEXT-ANN-ID
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEXT-ANN-ID
           MOVE SPACES TO WS-ANN-LINE
           STRING
               WS-NEXT-ANN-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-ANN-EXPIRY-IN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ANN-TEXT-IN) DELIMITED BY SIZE
               INTO WS-ANN-LINE
           END-STRING
           OPEN EXTEND PLATANN-FILE
           IF WS-ANN-STAT = "41"
               CLOSE PLATANN-FILE
               OPEN EXTEND PLATANN-FILE
           END-IF
           IF WS-ANN-STAT = "00" OR WS-ANN-STAT = "05"
               WRITE PLATANN-REC FROM WS-ANN-LINE
               CLOSE PLATANN-FILE
               MOVE "ANN-POST" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-TARGET
               STRING "announcement " DELIMITED BY SIZE
                      WS-NEXT-ANN-ID DELIMITED BY SIZE
                      INTO WS-AUDIT-TARGET
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Announcement posted." TO WS-OUTLINE
               PERFORM PRINT-LINE
           ELSE
               DISPLAY "ERROR: Cannot write to platann.dat. Status="
                   WS-ANN-STAT
               MOVE "platann.dat" TO WS-SPOOL-DEST
               MOVE WS-ANN-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> SHOW-PLATFORM-ANNOUNCEMENTS
      *> Purpose: Show the unexpired, undismissed
      *>          platform announcements to the user
      *>          who just logged in, and let them
      *>          dismiss one (the dismissal sticks).
      *> Called:  From AFTER-LOGIN, under the unread
      *>          banner.
      *>---------------------------------------------
       SHOW-PLATFORM-ANNOUNCEMENTS.
           PERFORM LOAD-ANN-ARRAY
           IF WS-ANN-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-AND-ARRAY
           MOVE WS-BIZ-DATE
               TO WS-ANN-TODAY
           MOVE 0 TO WS-ANN-SHOWN
           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
               UNTIL WS-ANN-IDX > WS-ANN-TOTAL
               IF WS-AN-EXPIRY(WS-ANN-IDX) >= WS-ANN-TODAY
                   MOVE "N" TO WS-ANN-DISMISSED
                   PERFORM VARYING WS-AND-IDX FROM 1 BY 1
                       UNTIL WS-AND-IDX > WS-AND-TOTAL
                           OR WS-ANN-DISMISSED = "Y"
                       IF WS-AD-ID(WS-AND-IDX) = WS-AN-ID(WS-ANN-IDX)
                       AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-AD-USER(WS-AND-IDX))) =
                           FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-CURRENT-USERNAME))
                           MOVE "Y" TO WS-ANN-DISMISSED
                       END-IF
                   END-PERFORM
                   IF WS-ANN-DISMISSED = "N"
                       ADD 1 TO WS-ANN-SHOWN
                       IF WS-ANN-SHOWN = 1
                           MOVE "--- Platform Announcements ---"
                               TO WS-OUTLINE
                           PERFORM PRINT-LINE
                       END-IF
                       MOVE WS-ANN-IDX
                           TO WS-ANN-SHOWN-IDX(WS-ANN-SHOWN)
                       MOVE SPACES TO WS-OUTLINE
                       STRING
                           " " DELIMITED BY SIZE
                           WS-ANN-SHOWN DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-AN-TEXT(WS-ANN-IDX))
                               DELIMITED BY SIZE
                           " (until " DELIMITED BY SIZE
                           WS-AN-EXPIRY(WS-ANN-IDX) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-OUTLINE
                       END-STRING
                       PERFORM PRINT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ANN-SHOWN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter an announcement number to dismiss, or 0:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-ANN-SELECT
           IF WS-ANN-SELECT < 1 OR WS-ANN-SELECT > WS-ANN-SHOWN
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE "platanndismiss.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AND-LINE
           STRING
               WS-AN-ID(WS-ANN-SHOWN-IDX(WS-ANN-SELECT))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               INTO WS-AND-LINE
           END-STRING
           OPEN EXTEND ANNDISMISS-FILE
           IF WS-AND-STAT = "41"
               CLOSE ANNDISMISS-FILE
               OPEN EXTEND ANNDISMISS-FILE
           END-IF
           IF WS-AND-STAT = "00" OR WS-AND-STAT = "05"
               WRITE ANNDISMISS-REC FROM WS-AND-LINE
               CLOSE ANNDISMISS-FILE
               MOVE "Announcement dismissed." TO WS-OUTLINE
               PERFORM PRINT-LINE
           ELSE
               DISPLAY "ERROR: Cannot write to platanndismiss.dat. Status="
                   WS-AND-STAT
               MOVE "platanndismiss.dat" TO WS-SPOOL-DEST
               MOVE WS-AND-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> WRITE-AUDIT-RECORD
      *> Purpose: Append one timestamp|actor|action|
      *>          target row to audit.dat. Callers set
      *>          WS-AUDIT-ACTION and WS-AUDIT-TARGET
      *>          before performing this; the actor is
      *>          always the logged-in user.
      *>---------------------------------------------
       WRITE-AUDIT-RECORD.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-BUSINESS-NOW
           MOVE WS-BIZ-NOW TO WS-AUDIT-TIMESTAMP-RAW
           MOVE SPACES TO WS-AUDIT-TIMESTAMP
           STRING
               WS-AUDIT-TS-YEAR   DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-AUDIT-TS-MONTH  DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-AUDIT-TS-DAY    DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-AUDIT-TS-HOUR   DELIMITED BY SIZE
               ":"                DELIMITED BY SIZE
               WS-AUDIT-TS-MIN    DELIMITED BY SIZE
               ":"                DELIMITED BY SIZE
               WS-AUDIT-TS-SEC    DELIMITED BY SIZE
               INTO WS-AUDIT-TIMESTAMP
           END-STRING
           MOVE SPACES TO WS-AUDIT-LINE
           STRING
               FUNCTION TRIM(WS-AUDIT-TIMESTAMP)    DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME)   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION)       DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-TARGET)       DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STAT = "41"
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STAT = "00" OR WS-AUDIT-STAT = "05"
               WRITE AUDIT-REC FROM WS-AUDIT-LINE
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "ERROR: Cannot write to audit.dat. Status="
                   WS-AUDIT-STAT
               MOVE "audit.dat" TO WS-SPOOL-DEST
               MOVE WS-AUDIT-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> VIEW-AUDIT-TRAIL
      *> Purpose: Operations report over audit.dat -
      *>          prompts for optional username, action
      *>          and date filters, then lists every
      *>          matching row.
      *> Called:  From ADMIN-CONSOLE option 4.
      *>---------------------------------------------
       VIEW-AUDIT-TRAIL.
           MOVE "Filter by username (blank for all):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-AUDIT-FILT-USER
           MOVE "Filter by action type (blank for all):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-AUDIT-FILT-ACTION
           MOVE "Filter by date (YYYY-MM-DD, blank for all):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-AUDIT-FILT-DATE

           MOVE "--- Audit Trail ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM ADMIN-SCOPE-REPORT-NOTE
           MOVE 0 TO WS-AUDIT-VIEW-COUNT
           SET AUDIT-EOF-NO TO TRUE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STAT NOT = "00"
               CLOSE AUDIT-FILE
               MOVE "No audit records found." TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "-------------------" TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AUDIT-EOF-YES
               READ AUDIT-FILE INTO WS-AUDIT-LINE
                   AT END
                       SET AUDIT-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM SHOW-AUDIT-LINE-IF-MATCH
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           SET AUDIT-EOF-NO TO TRUE
           MOVE WS-AUDIT-VIEW-COUNT TO WS-AUDIT-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Matching audit records: " DELIMITED BY SIZE
                  WS-AUDIT-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE "-------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> SHOW-AUDIT-LINE-IF-MATCH
      *> Purpose: Apply the user/action/date filters and
      *>          the administrator's campus scope to
      *>          the audit row in WS-AUDIT-LINE and
      *>          print it when all of them pass.
      *>---------------------------------------------
       SHOW-AUDIT-LINE-IF-MATCH.
           MOVE SPACES TO WS-AUDIT-PARSE-TS
           MOVE SPACES TO WS-AUDIT-PARSE-ACTOR
           MOVE SPACES TO WS-AUDIT-PARSE-ACTION
           MOVE SPACES TO WS-AUDIT-PARSE-TARGET
           UNSTRING WS-AUDIT-LINE
               DELIMITED BY "|"
               INTO WS-AUDIT-PARSE-TS WS-AUDIT-PARSE-ACTOR
                    WS-AUDIT-PARSE-ACTION WS-AUDIT-PARSE-TARGET
           END-UNSTRING
           IF WS-AUDIT-FILT-USER NOT = SPACES
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AUDIT-PARSE-ACTOR))
               NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AUDIT-FILT-USER))
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-FILT-ACTION NOT = SPACES
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AUDIT-PARSE-ACTION))
               NOT = FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-AUDIT-FILT-ACTION))
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-FILT-DATE NOT = SPACES
           AND WS-AUDIT-PARSE-TS(1:10) NOT = WS-AUDIT-FILT-DATE
               EXIT PARAGRAPH
           END-IF
           *> A campus-scoped administrator sees their own actions
           *> and those of users inside their campuses.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AUDIT-PARSE-ACTOR))
               NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               MOVE WS-AUDIT-PARSE-ACTOR TO WS-ASC-CHK-USER
               PERFORM ADMIN-USER-IN-SCOPE
               IF WS-ASC-OK = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-AUDIT-VIEW-COUNT
           MOVE SPACES TO WS-OUTLINE
           STRING
               FUNCTION TRIM(WS-AUDIT-PARSE-TS) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-PARSE-ACTOR) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-PARSE-ACTION) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-PARSE-TARGET) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> ADMIN-ACCOUNT-DETAILS
      *> Purpose: Show one account's state, including
      *>          its last successful login.
      *> Called:  From ADMIN-CONSOLE option 6.
      *>---------------------------------------------
       ADMIN-ACCOUNT-DETAILS.
           PERFORM LOCATE-ADMIN-TARGET
           IF WS-ADMIN-TARGET-IDX = 0 OR EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTLINE
           STRING
               "User: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-USERNAME(WS-ADMIN-TARGET-IDX))
                   DELIMITED BY SIZE
               "  Type: " DELIMITED BY SIZE
               WS-ACCOUNT-TYPE(WS-ADMIN-TARGET-IDX) DELIMITED BY SIZE
               "  Locked: " DELIMITED BY SIZE
               WS-LOCKED(WS-ADMIN-TARGET-IDX) DELIMITED BY SIZE
               "  Active: " DELIMITED BY SIZE
               WS-ACCT-ACTIVE(WS-ADMIN-TARGET-IDX) DELIMITED BY SIZE
               "  Failed logins: " DELIMITED BY SIZE
               WS-FAIL-COUNT(WS-ADMIN-TARGET-IDX) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           IF WS-LAST-LOGIN(WS-ADMIN-TARGET-IDX) = 0
               MOVE "Last login: never" TO WS-OUTLINE
           ELSE
               MOVE SPACES TO WS-OUTLINE
               STRING
                   "Last login: " DELIMITED BY SIZE
                   WS-LAST-LOGIN(WS-ADMIN-TARGET-IDX) DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> ADMIN-GRANT-ADMIN
      *> Purpose: Promote an existing account to the
      *>          administrator type - the only
      *>          interactive path that can create one.
      *> Called:  From ADMIN-CONSOLE option 8.
      *>---------------------------------------------
       ADMIN-GRANT-ADMIN.
           PERFORM LOCATE-ADMIN-TARGET
           IF WS-ADMIN-TARGET-IDX = 0 OR EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-IS-ADMIN(WS-ADMIN-TARGET-IDX)
               MOVE "That account is already an administrator."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "GRANT-ADMIN" TO WS-ADP-QUEUE-ACTION
           MOVE SPACES TO WS-ADP-QUEUE-EXTRA
           PERFORM QUEUE-ADMIN-ACTION.

      *>---------------------------------------------
      *> LOAD-ADP-ARRAY
      *> Purpose: Read adminpending.dat into
      *>          WS-ADP-ARRAY.
      *>---------------------------------------------
       LOAD-ADP-ARRAY.
           MOVE 0 TO WS-ADP-TOTAL
           SET ADP-EOF-NO TO TRUE
           OPEN INPUT ADMINPEND-FILE
           IF WS-ADP-STAT NOT = "00"
               IF WS-ADP-STAT = "05"
                   CLOSE ADMINPEND-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ADP-EOF-YES
               READ ADMINPEND-FILE INTO WS-ADP-LINE
                   AT END
                       SET ADP-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-ADP-LINE) NOT = SPACES
                       AND WS-ADP-TOTAL < 100
                           MOVE SPACES TO WS-AP-PARSE-ID-X
                           MOVE SPACES TO WS-AP-PARSE-ACTION
                           MOVE SPACES TO WS-AP-PARSE-TARGET
                           MOVE SPACES TO WS-AP-PARSE-REQUESTOR
                           MOVE SPACES TO WS-AP-PARSE-EXTRA
                           UNSTRING WS-ADP-LINE
                               DELIMITED BY "|"
                               INTO WS-AP-PARSE-ID-X WS-AP-PARSE-ACTION
                                    WS-AP-PARSE-TARGET
                                    WS-AP-PARSE-REQUESTOR
                                    WS-AP-PARSE-EXTRA
                           END-UNSTRING
                           ADD 1 TO WS-ADP-TOTAL
                           IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-AP-PARSE-ID-X)) = 0
                               MOVE FUNCTION NUMVAL(WS-AP-PARSE-ID-X)
                                   TO WS-AP-ID(WS-ADP-TOTAL)
                           ELSE
                               MOVE 0 TO WS-AP-ID(WS-ADP-TOTAL)
                           END-IF
                           MOVE WS-AP-PARSE-ACTION
                               TO WS-AP-ACTION(WS-ADP-TOTAL)
                           MOVE WS-AP-PARSE-TARGET
                               TO WS-AP-TARGET(WS-ADP-TOTAL)
                           MOVE WS-AP-PARSE-REQUESTOR
                               TO WS-AP-REQUESTOR(WS-ADP-TOTAL)
                           MOVE WS-AP-PARSE-EXTRA
                               TO WS-AP-EXTRA(WS-ADP-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADMINPEND-FILE
           SET ADP-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-ADP-FILE
      *> Purpose: Overwrite adminpending.dat from
      *>          WS-ADP-ARRAY, dropping blanked rows.
      *>---------------------------------------------
       REWRITE-ADP-FILE.
           IF DRY-RUN-YES
               MOVE "adminpending.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ADMINPEND-FILE
           IF WS-ADP-STAT NOT = "00" AND WS-ADP-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite adminpending.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ADP-IDX FROM 1 BY 1
               UNTIL WS-ADP-IDX > WS-ADP-TOTAL
               IF FUNCTION TRIM(WS-AP-ACTION(WS-ADP-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-ADP-LINE
                   STRING
                       WS-AP-ID(WS-ADP-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AP-ACTION(WS-ADP-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AP-TARGET(WS-ADP-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AP-REQUESTOR(WS-ADP-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AP-EXTRA(WS-ADP-IDX))
                           DELIMITED BY SIZE
                       INTO WS-ADP-LINE
                   END-STRING
                   WRITE ADMINPEND-REC FROM WS-ADP-LINE
               END-IF
           END-PERFORM
           CLOSE ADMINPEND-FILE.

      *>---------------------------------------------
      *> QUEUE-ADMIN-ACTION
      *> Purpose: Put the destructive action in
      *>          WS-ADP-QUEUE-ACTION (against
      *>          WS-ADMIN-TARGET-USER, with any extra
      *>          payload) into the pending-approval
      *>          queue and audit the request.
      *>---------------------------------------------
       QUEUE-ADMIN-ACTION.
           IF DRY-RUN-YES
               MOVE "adminpending.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ADP-ARRAY
           MOVE 0 TO WS-NEXT-ADP-ID
           PERFORM VARYING WS-ADP-IDX FROM 1 BY 1
               UNTIL WS-ADP-IDX > WS-ADP-TOTAL
               IF WS-AP-ID(WS-ADP-IDX) > WS-NEXT-ADP-ID
                   MOVE WS-AP-ID(WS-ADP-IDX) TO WS-NEXT-ADP-ID
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEXT-ADP-ID
           MOVE SPACES TO WS-ADP-LINE
           STRING
               WS-NEXT-ADP-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ADP-QUEUE-ACTION) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ADMIN-TARGET-USER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ADP-QUEUE-EXTRA) DELIMITED BY SIZE
               INTO WS-ADP-LINE
           END-STRING
           OPEN EXTEND ADMINPEND-FILE
           IF WS-ADP-STAT = "41"
               CLOSE ADMINPEND-FILE
               OPEN EXTEND ADMINPEND-FILE
           END-IF
           IF WS-ADP-STAT = "00" OR WS-ADP-STAT = "05"
               WRITE ADMINPEND-REC FROM WS-ADP-LINE
               CLOSE ADMINPEND-FILE
               MOVE "ADMIN-REQUEST" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-TARGET
               STRING
                   FUNCTION TRIM(WS-ADP-QUEUE-ACTION) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ADMIN-TARGET-USER) DELIMITED BY SIZE
                   INTO WS-AUDIT-TARGET
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Queued - a second administrator must confirm it."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
           ELSE
               DISPLAY "ERROR: Cannot write to adminpending.dat. Status="
                   WS-ADP-STAT
               MOVE "adminpending.dat" TO WS-SPOOL-DEST
               MOVE WS-ADP-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> ADMIN-APPROVE-PENDING
      *> Purpose: Second-admin confirmation of queued
      *>          destructive actions. The requestor may
      *>          never approve their own request; both
      *>          identities reach the audit trail.
      *> Called:  From ADMIN-CONSOLE option 12.
      *>---------------------------------------------
       ADMIN-APPROVE-PENDING.
           PERFORM LOAD-ADP-ARRAY
           MOVE "--- Pending Admin Actions ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           IF WS-ADP-TOTAL = 0
               MOVE " Nothing is waiting for approval." TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "-----------------------------" TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ADP-IDX FROM 1 BY 1
               UNTIL WS-ADP-IDX > WS-ADP-TOTAL
               MOVE SPACES TO WS-OUTLINE
               STRING
                   " " DELIMITED BY SIZE
                   WS-ADP-IDX DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AP-ACTION(WS-ADP-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AP-TARGET(WS-ADP-IDX))
                       DELIMITED BY SIZE
                   " (requested by " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AP-REQUESTOR(WS-ADP-IDX))
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-PERFORM
           MOVE "-----------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter an action number to decide, or 0:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-ADP-SELECT
           IF WS-ADP-SELECT < 1 OR WS-ADP-SELECT > WS-ADP-TOTAL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ADP-SELECT TO WS-ADP-IDX
           IF FUNCTION UPPER-CASE(
              FUNCTION TRIM(WS-AP-REQUESTOR(WS-ADP-IDX))) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               MOVE "You requested this action - a second administrator must confirm it."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           *> The deciding administrator's campus scope covers the
           *> target too - and, for a merge, the surviving account.
           MOVE WS-AP-TARGET(WS-ADP-IDX) TO WS-ASC-CHK-USER
           PERFORM CHECK-ADMIN-TARGET-SCOPE
           IF WS-ASC-OK = "N"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-AP-ACTION(WS-ADP-IDX)) = "MERGE"
               MOVE WS-AP-EXTRA(WS-ADP-IDX) TO WS-ASC-CHK-USER
               PERFORM CHECK-ADMIN-TARGET-SCOPE
               IF WS-ASC-OK = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "1. Approve and execute" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "2. Reject" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-INLINE)
               WHEN "1"
                   PERFORM EXECUTE-APPROVED-ACTION
               WHEN "2"
                   MOVE "ADMIN-REJECT" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-TARGET
                   STRING
                       FUNCTION TRIM(WS-AP-ACTION(WS-ADP-IDX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AP-TARGET(WS-ADP-IDX))
                           DELIMITED BY SIZE
                       " requested by " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AP-REQUESTOR(WS-ADP-IDX))
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-TARGET
                   END-STRING
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE SPACES TO WS-AP-ACTION(WS-ADP-IDX)
                   PERFORM REWRITE-ADP-FILE
                   MOVE "Request rejected." TO WS-OUTLINE
                   PERFORM PRINT-LINE
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
           END-EVALUATE.

      *>---------------------------------------------
      *> EXECUTE-APPROVED-ACTION
      *> Purpose: Carry out the queued action in
      *>          WS-ADP-IDX now that a second
      *>          administrator has confirmed it, and
      *>          record both identities in the audit
      *>          trail.
      *>---------------------------------------------
       EXECUTE-APPROVED-ACTION.
           MOVE WS-AP-TARGET(WS-ADP-IDX) TO WS-ADMIN-TARGET-USER
           MOVE 0 TO WS-ADMIN-TARGET-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               IF FUNCTION TRIM(WS-USERNAME(WS-I)) =
                  FUNCTION TRIM(WS-ADMIN-TARGET-USER)
                   MOVE WS-I TO WS-ADMIN-TARGET-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ADMIN-TARGET-IDX = 0
               MOVE "The target account no longer exists - request dropped."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE SPACES TO WS-AP-ACTION(WS-ADP-IDX)
               PERFORM REWRITE-ADP-FILE
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-AP-ACTION(WS-ADP-IDX))
               WHEN "DEACTIVATE"
                   MOVE WS-ADMIN-TARGET-USER TO WS-OFFBOARD-USER
                   PERFORM CLOSE-ACCOUNT-CASCADE
                   IF WS-HLD-BLOCKED = "Y"
                       MOVE "The account is under legal hold - not deactivated, records kept."
                           TO WS-OUTLINE
                   ELSE
                       MOVE "Account deactivated and its data removed."
                           TO WS-OUTLINE
                   END-IF
                   PERFORM PRINT-LINE
               WHEN "PWRESET"
                   MOVE WS-AP-EXTRA(WS-ADP-IDX)
                       TO WS-PASSWORD(WS-ADMIN-TARGET-IDX)
                   MOVE "N" TO WS-LOCKED(WS-ADMIN-TARGET-IDX)
                   MOVE 0 TO WS-FAIL-COUNT(WS-ADMIN-TARGET-IDX)
                   PERFORM SAVE-ACCOUNTS-TO-FILE
                   MOVE "Temporary password set. The user should change it after logging in."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
               WHEN "GRANT-ADMIN"
                   MOVE "A" TO WS-ACCOUNT-TYPE(WS-ADMIN-TARGET-IDX)
                   PERFORM SAVE-ACCOUNTS-TO-FILE
                   MOVE "Administrator type granted." TO WS-OUTLINE
                   PERFORM PRINT-LINE
               WHEN "SET-TYPE"
                   PERFORM APPLY-ADVISOR-TYPE
               WHEN "MERGE"
                   *> Target is the duplicate; the surviving username
                   *> rode along in the request's extra field.
                   MOVE WS-ADMIN-TARGET-USER TO WS-MRG-DUP
                   MOVE WS-AP-EXTRA(WS-ADP-IDX) TO WS-MRG-SURVIVOR
                   MOVE "N" TO WS-MRG-FOUND
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ACCOUNT-COUNT
                       IF FUNCTION TRIM(WS-USERNAME(WS-I)) =
                          FUNCTION TRIM(WS-MRG-SURVIVOR)
                           MOVE "Y" TO WS-MRG-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   *> An earlier merge may have folded one side into
                   *> the other already.
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-SURVIVOR))
                       MOVE "X" TO WS-MRG-FOUND
                   END-IF
                   IF WS-MRG-FOUND = "X"
                       MOVE "Both sides are already the same account - request dropped."
                           TO WS-OUTLINE
                       PERFORM PRINT-LINE
                   ELSE
                       IF WS-MRG-FOUND = "Y"
                           PERFORM PERFORM-ACCOUNT-MERGE
                       ELSE
                           MOVE "The surviving account no longer exists - request dropped."
                               TO WS-OUTLINE
                           PERFORM PRINT-LINE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "Unknown queued action - request dropped."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
           END-EVALUATE
           MOVE "ADMIN-APPROVE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               FUNCTION TRIM(WS-AP-ACTION(WS-ADP-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ADMIN-TARGET-USER) DELIMITED BY SIZE
               " requested by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AP-REQUESTOR(WS-ADP-IDX))
                   DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO WS-AP-ACTION(WS-ADP-IDX)
           PERFORM REWRITE-ADP-FILE.

      *>---------------------------------------------
      *> FILE-ABUSE-REPORT
      *> Purpose: "Report this" - append an OPEN row to
      *>          reports.dat for the content described
      *>          by WS-ABR-NEW-TYPE / -KEY / -OWNER, with
      *>          the reporter's reason. Own content and
      *>          a second open report of the same item
      *>          by the same user are refused.
      *> Called:  From PROFILE-ACTION-MENU,
      *>          VIEW-MESSAGE-THREAD, VIEW-JOB-DETAILS
      *>          and EMPLOYER-SHOW-REVIEWS.
      *>---------------------------------------------
       FILE-ABUSE-REPORT.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ABR-NEW-OWNER)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               MOVE "You cannot report your own content." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ABR-ARRAY
           MOVE "N" TO WS-ABR-DUP
           MOVE 0 TO WS-ABR-NEXT-ID
           PERFORM VARYING WS-ABR-IDX FROM 1 BY 1
               UNTIL WS-ABR-IDX > WS-ABR-TOTAL
               PERFORM PARSE-ABR-LINE
               IF WS-ABR-PARSE-ID > WS-ABR-NEXT-ID
                   MOVE WS-ABR-PARSE-ID TO WS-ABR-NEXT-ID
               END-IF
               IF FUNCTION TRIM(WS-ABR-PARSE-STATUS) = "OPEN"
               AND FUNCTION TRIM(WS-ABR-PARSE-TYPE) =
                   FUNCTION TRIM(WS-ABR-NEW-TYPE)
               AND FUNCTION TRIM(WS-ABR-PARSE-KEY) =
                   FUNCTION TRIM(WS-ABR-NEW-KEY)
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-ABR-PARSE-REPORTER)) =
                   FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CURRENT-USERNAME))
                   MOVE "Y" TO WS-ABR-DUP
               END-IF
           END-PERFORM
           IF WS-ABR-DUP = "Y"
               MOVE "You have already reported this - it is awaiting review."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Why are you reporting this? (max 100 chars):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:100) TO WS-ABR-PARSE-REASON
           IF WS-ABR-PARSE-REASON = SPACES
               MOVE "A reason is required to file a report." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE "reports.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ABR-NEXT-ID
           PERFORM FORMAT-BUSINESS-TIMESTAMP
           MOVE SPACES TO WS-ABR-LINE
           STRING
               WS-ABR-NEXT-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-NEW-TYPE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-NEW-KEY) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-NEW-OWNER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-PARSE-REASON) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-BIZ-TIMESTAMP) DELIMITED BY SIZE
               "|OPEN||" DELIMITED BY SIZE
               INTO WS-ABR-LINE
           END-STRING
           OPEN EXTEND ABUSERPT-FILE
           IF WS-ABR-STAT = "41"
               CLOSE ABUSERPT-FILE
               OPEN EXTEND ABUSERPT-FILE
           END-IF
           IF WS-ABR-STAT = "00" OR WS-ABR-STAT = "05"
               WRITE ABUSERPT-REC FROM WS-ABR-LINE
               CLOSE ABUSERPT-FILE
               MOVE WS-ABR-NEXT-ID TO WS-ABR-ID-DISP
               MOVE "REPORT-FILED" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-TARGET
               STRING
                   "report " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ABR-ID-DISP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ABR-NEW-TYPE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ABR-NEW-KEY) DELIMITED BY SIZE
                   INTO WS-AUDIT-TARGET
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACES TO WS-OUTLINE
               STRING
                   "Thank you - report #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ABR-ID-DISP) DELIMITED BY SIZE
                   " has been sent to the moderators." DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           ELSE
               DISPLAY "ERROR: Cannot write to reports.dat. Status="
                   WS-ABR-STAT
               MOVE "reports.dat" TO WS-SPOOL-DEST
               MOVE WS-ABR-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> LOAD-ABR-ARRAY
      *> Purpose: Read reports.dat into WS-ABR-ARRAY.
      *>---------------------------------------------
       LOAD-ABR-ARRAY.
           MOVE 0 TO WS-ABR-TOTAL
           SET ABR-EOF-NO TO TRUE
           OPEN INPUT ABUSERPT-FILE
           IF WS-ABR-STAT NOT = "00"
               IF WS-ABR-STAT = "05"
                   CLOSE ABUSERPT-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ABR-EOF-YES
               READ ABUSERPT-FILE INTO WS-ABR-LINE
                   AT END
                       SET ABR-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-ABR-LINE) NOT = SPACES
                       AND WS-ABR-TOTAL < 500
                           ADD 1 TO WS-ABR-TOTAL
                           MOVE WS-ABR-LINE
                               TO WS-ABR-ARRAY-LINE(WS-ABR-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABUSERPT-FILE
           SET ABR-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> PARSE-ABR-LINE
      *> Purpose: Unpack WS-ABR-ARRAY-LINE(WS-ABR-IDX).
      *>---------------------------------------------
       PARSE-ABR-LINE.
           MOVE SPACES TO WS-ABR-PARSE-ID-X
           MOVE SPACES TO WS-ABR-PARSE-REPORTER
           MOVE SPACES TO WS-ABR-PARSE-TYPE
           MOVE SPACES TO WS-ABR-PARSE-KEY
           MOVE SPACES TO WS-ABR-PARSE-OWNER
           MOVE SPACES TO WS-ABR-PARSE-REASON
           MOVE SPACES TO WS-ABR-PARSE-FILED
           MOVE SPACES TO WS-ABR-PARSE-STATUS
           MOVE SPACES TO WS-ABR-PARSE-RESOLVER
           MOVE SPACES TO WS-ABR-PARSE-OUTCOME
           UNSTRING WS-ABR-ARRAY-LINE(WS-ABR-IDX)
               DELIMITED BY "|"
               INTO WS-ABR-PARSE-ID-X WS-ABR-PARSE-REPORTER
                    WS-ABR-PARSE-TYPE WS-ABR-PARSE-KEY
                    WS-ABR-PARSE-OWNER WS-ABR-PARSE-REASON
                    WS-ABR-PARSE-FILED WS-ABR-PARSE-STATUS
                    WS-ABR-PARSE-RESOLVER WS-ABR-PARSE-OUTCOME
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ABR-PARSE-ID-X)) = 0
               MOVE FUNCTION NUMVAL(WS-ABR-PARSE-ID-X) TO WS-ABR-PARSE-ID
           ELSE
               MOVE 0 TO WS-ABR-PARSE-ID
           END-IF.

      *>---------------------------------------------
      *> REBUILD-ABR-ARRAY-LINE
      *> Purpose: Re-STRING the parsed report fields
      *>          back into WS-ABR-ARRAY-LINE(WS-ABR-IDX).
      *>---------------------------------------------
       REBUILD-ABR-ARRAY-LINE.
           MOVE SPACES TO WS-ABR-ARRAY-LINE(WS-ABR-IDX)
           STRING
               WS-ABR-PARSE-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-PARSE-REPORTER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-PARSE-TYPE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-PARSE-KEY) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-PARSE-OWNER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-PARSE-REASON) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-PARSE-FILED) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-PARSE-STATUS) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-PARSE-RESOLVER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-PARSE-OUTCOME) DELIMITED BY SIZE
               INTO WS-ABR-ARRAY-LINE(WS-ABR-IDX)
           END-STRING.

      *>---------------------------------------------
      *> REWRITE-ABR-FILE
      *> Purpose: Overwrite reports.dat from
      *>          WS-ABR-ARRAY.
      *>---------------------------------------------
       REWRITE-ABR-FILE.
           IF DRY-RUN-YES
               MOVE "reports.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ABUSERPT-FILE
           IF WS-ABR-STAT NOT = "00" AND WS-ABR-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite reports.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ABR-IDX FROM 1 BY 1
               UNTIL WS-ABR-IDX > WS-ABR-TOTAL
               IF FUNCTION TRIM(WS-ABR-ARRAY-LINE(WS-ABR-IDX))
                  NOT = SPACES
                   WRITE ABUSERPT-REC FROM WS-ABR-ARRAY-LINE(WS-ABR-IDX)
               END-IF
           END-PERFORM
           CLOSE ABUSERPT-FILE.

      *>---------------------------------------------
      *> ADMIN-REVIEW-REPORTS
      *> Purpose: Triage queue over reports.dat - list
      *>          every OPEN report (for a campus-scoped
      *>          administrator, those whose owner is
      *>          inside their campuses), show the reported
      *>          content, and close the chosen report
      *>          by dismissing it, warning the owner,
      *>          removing the content or queuing the
      *>          owner's account for deactivation.
      *>          Each outcome is audited and the
      *>          reporter is told how it was closed.
      *> Called:  From ADMIN-CONSOLE option 16.
      *>---------------------------------------------
       ADMIN-REVIEW-REPORTS.
           PERFORM LOAD-ABR-ARRAY
           MOVE "--- Open Abuse Reports ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM ADMIN-SCOPE-REPORT-NOTE
           MOVE 0 TO WS-ABR-PICK-COUNT
           PERFORM VARYING WS-ABR-IDX FROM 1 BY 1
               UNTIL WS-ABR-IDX > WS-ABR-TOTAL
               PERFORM PARSE-ABR-LINE
               MOVE "N" TO WS-ASC-OK
               IF FUNCTION TRIM(WS-ABR-PARSE-STATUS) = "OPEN"
                   MOVE WS-ABR-PARSE-OWNER TO WS-ASC-CHK-USER
                   PERFORM ADMIN-USER-IN-SCOPE
               END-IF
               IF WS-ASC-OK = "Y"
                   ADD 1 TO WS-ABR-PICK-COUNT
                   MOVE WS-ABR-IDX TO WS-ABR-PICK-IDX(WS-ABR-PICK-COUNT)
                   MOVE WS-ABR-PARSE-ID TO WS-ABR-ID-DISP
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       " " DELIMITED BY SIZE
                       WS-ABR-PICK-COUNT DELIMITED BY SIZE
                       ". #" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ABR-ID-DISP) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ABR-PARSE-TYPE) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ABR-PARSE-KEY) DELIMITED BY SIZE
                       " (owner " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ABR-PARSE-OWNER)
                           DELIMITED BY SIZE
                       ", reported by " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ABR-PARSE-REPORTER)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ABR-PARSE-FILED)
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       "     Reason: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ABR-PARSE-REASON)
                           DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-ABR-PICK-COUNT = 0
               MOVE " No open reports." TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "--------------------------" TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "--------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter a report number to triage, or 0:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-ABR-SELECT
           IF WS-ABR-SELECT < 1 OR WS-ABR-SELECT > WS-ABR-PICK-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ABR-PICK-IDX(WS-ABR-SELECT) TO WS-ABR-IDX
           PERFORM PARSE-ABR-LINE
           *> Every outcome, dismissal included, acts on the owner's
           *> content - and showing it may reveal a private message -
           *> so the owner must sit inside the administrator's
           *> campuses before anything is shown.
           MOVE WS-ABR-PARSE-OWNER TO WS-ASC-CHK-USER
           PERFORM CHECK-ADMIN-TARGET-SCOPE
           IF WS-ASC-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM ABR-SHOW-CONTENT
           MOVE "1. Dismiss" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "2. Warn the Owner" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "3. Remove the Content" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "4. Deactivate the Owner's Account" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-INLINE)
               WHEN "1"
                   MOVE "DISMISSED" TO WS-ABR-PARSE-OUTCOME
                   MOVE "REPORT-DISMISS" TO WS-AUDIT-ACTION
                   MOVE "no action was needed" TO WS-ABR-OUTCOME-TEXT
               WHEN "2"
                   MOVE WS-ABR-PARSE-OWNER TO WS-NOTIF-RECIP
                   MOVE "WARNING" TO WS-NOTIF-TYPE
                   MOVE SPACES TO WS-NOTIF-REF
                   STRING
                       "Moderator warning about your " DELIMITED BY SIZE
                       FUNCTION LOWER-CASE(
                           FUNCTION TRIM(WS-ABR-PARSE-TYPE))
                           DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ABR-PARSE-REASON)
                           DELIMITED BY SIZE
                       INTO WS-NOTIF-REF
                   END-STRING
                   PERFORM ADD-NOTIFICATION
                   MOVE "WARNED" TO WS-ABR-PARSE-OUTCOME
                   MOVE "REPORT-WARN" TO WS-AUDIT-ACTION
                   MOVE "the owner was warned" TO WS-ABR-OUTCOME-TEXT
               WHEN "3"
                   *> Content whose owner is under legal hold stays,
                   *> and the report stays open.
                   PERFORM LOAD-HLD-ARRAY
                   MOVE WS-ABR-PARSE-OWNER TO WS-HLD-CHECK-USER
                   PERFORM HOLD-COUNT-SKIP
                   IF WS-HLD-HIT > 0
                       MOVE "N" TO WS-HLD-QUIET
                       MOVE "ABR-REMOVE-CONTENT" TO WS-HLD-RUN
                       MOVE "reported item(s) not removed" TO WS-HLD-WHAT
                       PERFORM HOLD-FLUSH-SKIPS
                       MOVE "The owner is under legal hold - the content was not removed."
                           TO WS-OUTLINE
                       PERFORM PRINT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM ABR-REMOVE-CONTENT
                   MOVE "REMOVED" TO WS-ABR-PARSE-OUTCOME
                   MOVE "REPORT-REMOVE" TO WS-AUDIT-ACTION
                   MOVE "the content was removed" TO WS-ABR-OUTCOME-TEXT
               WHEN "4"
                   IF FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-ABR-PARSE-OWNER)) =
                      FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-CURRENT-USERNAME))
                       MOVE "Use Deactivate My Account to retire your own account."
                           TO WS-OUTLINE
                       PERFORM PRINT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-ABR-PARSE-OWNER TO WS-ADMIN-TARGET-USER
                   MOVE "N" TO WS-ABR-FOUND
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ACCOUNT-COUNT
                       IF FUNCTION TRIM(WS-USERNAME(WS-I)) =
                          FUNCTION TRIM(WS-ADMIN-TARGET-USER)
                           MOVE "Y" TO WS-ABR-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-ABR-FOUND = "N"
                       MOVE "The owner's account no longer exists."
                           TO WS-OUTLINE
                       PERFORM PRINT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   *> Deactivation keeps its maker-checker control -
                   *> the report closes once the request is queued.
                   MOVE "DEACTIVATE" TO WS-ADP-QUEUE-ACTION
                   MOVE SPACES TO WS-ADP-QUEUE-EXTRA
                   PERFORM QUEUE-ADMIN-ACTION
                   MOVE "DEACTIVATE-QUEUED" TO WS-ABR-PARSE-OUTCOME
                   MOVE "REPORT-DEACTIVATE" TO WS-AUDIT-ACTION
                   MOVE "the account is being deactivated"
                       TO WS-ABR-OUTCOME-TEXT
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM ABR-CLOSE-REPORT.

      *>---------------------------------------------
      *> ABR-CLOSE-REPORT
      *> Purpose: Close the report in WS-ABR-IDX with
      *>          the outcome already chosen, rewrite
      *>          reports.dat, audit the outcome under
      *>          the action in WS-AUDIT-ACTION and tell
      *>          the reporter. Reports filed by the
      *>          banned-term screen have no one to tell.
      *>---------------------------------------------
       ABR-CLOSE-REPORT.
           MOVE "CLOSED" TO WS-ABR-PARSE-STATUS
           MOVE WS-CURRENT-USERNAME TO WS-ABR-PARSE-RESOLVER
           PERFORM REBUILD-ABR-ARRAY-LINE
           PERFORM REWRITE-ABR-FILE
           MOVE WS-ABR-PARSE-ID TO WS-ABR-ID-DISP
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               "report " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-ID-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-PARSE-TYPE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-PARSE-KEY) DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           IF FUNCTION TRIM(WS-ABR-PARSE-REPORTER) NOT = "TERM-SCREEN"
               MOVE WS-ABR-PARSE-REPORTER TO WS-NOTIF-RECIP
               MOVE "REPORT-CLOSED" TO WS-NOTIF-TYPE
               MOVE SPACES TO WS-NOTIF-REF
               STRING
                   "Your report #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ABR-ID-DISP) DELIMITED BY SIZE
                   " was reviewed - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ABR-OUTCOME-TEXT) DELIMITED BY SIZE
                   INTO WS-NOTIF-REF
               END-STRING
               PERFORM ADD-NOTIFICATION
           END-IF
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Report #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-ID-DISP) DELIMITED BY SIZE
               " closed as " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-PARSE-OUTCOME) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> ABR-SPLIT-KEY
      *> Purpose: Break the report key into its parts -
      *>          sender, recipient and timestamp for a
      *>          MESSAGE, group, author and timestamp
      *>          for a GROUPANN announcement, employer
      *>          ID and reviewer for a REVIEW.
      *>---------------------------------------------
       ABR-SPLIT-KEY.
           MOVE SPACES TO WS-ABR-KEY-A
           MOVE SPACES TO WS-ABR-KEY-B
           MOVE SPACES TO WS-ABR-KEY-C
           EVALUATE FUNCTION TRIM(WS-ABR-PARSE-TYPE)
               WHEN "MESSAGE"
               WHEN "GROUPANN"
                   UNSTRING WS-ABR-PARSE-KEY
                       DELIMITED BY ">" OR "@"
                       INTO WS-ABR-KEY-A WS-ABR-KEY-B WS-ABR-KEY-C
                   END-UNSTRING
               WHEN "REVIEW"
                   UNSTRING WS-ABR-PARSE-KEY
                       DELIMITED BY ":"
                       INTO WS-ABR-KEY-A WS-ABR-KEY-B
                   END-UNSTRING
               WHEN OTHER
                   MOVE WS-ABR-PARSE-KEY TO WS-ABR-KEY-A
           END-EVALUATE.

      *>---------------------------------------------
      *> ABR-SHOW-CONTENT
      *> Purpose: Print the reported item as it stands
      *>          now, so the administrator judges the
      *>          live content rather than the report.
      *>---------------------------------------------
       ABR-SHOW-CONTENT.
           PERFORM ABR-SPLIT-KEY
           MOVE "Reported content:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "N" TO WS-ABR-FOUND
           EVALUATE FUNCTION TRIM(WS-ABR-PARSE-TYPE)
               WHEN "PROFILE"
                   OPEN INPUT PROFILES-FILE
                   IF PROFILES-STATUS = "00"
                       MOVE FUNCTION TRIM(WS-ABR-KEY-A) TO PR-USERNAME
                       READ PROFILES-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PR-LINE TO WS-PROFILE-LINE
                               PERFORM PARSE-PROFILE-LINE
                               MOVE "Y" TO WS-ABR-FOUND
                       END-READ
                       CLOSE PROFILES-FILE
                   END-IF
                   IF WS-ABR-FOUND = "Y"
                       MOVE SPACES TO WS-OUTLINE
                       STRING
                           " Name: " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PARSED-FNAME)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PARSED-LNAME)
                               DELIMITED BY SIZE
                           INTO WS-OUTLINE
                       END-STRING
                       PERFORM PRINT-LINE
                       MOVE SPACES TO WS-OUTLINE
                       STRING
                           " About Me: " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PARSED-ABOUT)
                               DELIMITED BY SIZE
                           INTO WS-OUTLINE
                       END-STRING
                       PERFORM PRINT-LINE
                   END-IF
               WHEN "MESSAGE"
                   PERFORM LOAD-MSG-ARRAY
                   PERFORM VARYING WS-MSG-ARRAY-IDX FROM 1 BY 1
                       UNTIL WS-MSG-ARRAY-IDX > WS-MSG-ARRAY-TOTAL
                           OR WS-ABR-FOUND = "Y"
                       MOVE WS-MSG-ARRAY-LINE(WS-MSG-ARRAY-IDX)
                           TO WS-MSG-LINE
                       PERFORM PARSE-MSG-LINE
                       IF FUNCTION TRIM(WS-MSG-PARSE-SENDER) =
                          FUNCTION TRIM(WS-ABR-KEY-A)
                       AND FUNCTION TRIM(WS-MSG-PARSE-RECIP) =
                          FUNCTION TRIM(WS-ABR-KEY-B)
                       AND FUNCTION TRIM(WS-MSG-PARSE-TS) =
                          FUNCTION TRIM(WS-ABR-KEY-C)
                           MOVE "Y" TO WS-ABR-FOUND
                           MOVE SPACES TO WS-OUTLINE
                           STRING
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-MSG-PARSE-BODY)
                                   DELIMITED BY SIZE
                               INTO WS-OUTLINE
                           END-STRING
                           PERFORM PRINT-LINE
                       END-IF
                   END-PERFORM
               WHEN "JOB"
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ABR-KEY-A)) = 0
                       MOVE FUNCTION NUMVAL(WS-ABR-KEY-A) TO WS-JOB-SELECT
                       PERFORM LOAD-JOB-BY-NUM
                       IF JOB-FOUND
                           MOVE "Y" TO WS-ABR-FOUND
                           MOVE SPACES TO WS-OUTLINE
                           STRING
                               " Title: " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-JOB-TITLE)
                                   DELIMITED BY SIZE
                               INTO WS-OUTLINE
                           END-STRING
                           PERFORM PRINT-LINE
                           MOVE SPACES TO WS-OUTLINE
                           STRING
                               " Description: " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-JOB-DESC)
                                   DELIMITED BY SIZE
                               INTO WS-OUTLINE
                           END-STRING
                           PERFORM PRINT-LINE
                       END-IF
                   END-IF
               WHEN "REVIEW"
                   PERFORM LOAD-CRV-ARRAY
                   PERFORM VARYING WS-CRV-IDX FROM 1 BY 1
                       UNTIL WS-CRV-IDX > WS-CRV-TOTAL
                           OR WS-ABR-FOUND = "Y"
                       IF FUNCTION TRIM(WS-CV-USER(WS-CRV-IDX)) =
                          FUNCTION TRIM(WS-ABR-KEY-B)
                       AND FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-ABR-KEY-A)) = 0
                       AND WS-CV-EMPID(WS-CRV-IDX) =
                           FUNCTION NUMVAL(WS-ABR-KEY-A)
                           MOVE "Y" TO WS-ABR-FOUND
                           MOVE SPACES TO WS-OUTLINE
                           STRING
                               " [" DELIMITED BY SIZE
                               WS-CV-RATING(WS-CRV-IDX)
                                   DELIMITED BY SIZE
                               "/5]: " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-CV-TEXT(WS-CRV-IDX))
                                   DELIMITED BY SIZE
                               INTO WS-OUTLINE
                           END-STRING
                           PERFORM PRINT-LINE
                       END-IF
                   END-PERFORM
               WHEN "GROUPANN"
                   PERFORM LOAD-GAN-ARRAY
                   PERFORM VARYING WS-GAN-IDX FROM 1 BY 1
                       UNTIL WS-GAN-IDX > WS-GAN-TOTAL
                           OR WS-ABR-FOUND = "Y"
                       PERFORM PARSE-GAN-LINE
                       IF FUNCTION TRIM(WS-GRPANN-PARSE-ID-X) =
                          FUNCTION TRIM(WS-ABR-KEY-A)
                       AND FUNCTION TRIM(WS-GRPANN-PARSE-AUTHOR) =
                          FUNCTION TRIM(WS-ABR-KEY-B)
                       AND FUNCTION TRIM(WS-GRPANN-PARSE-TS) =
                          FUNCTION TRIM(WS-ABR-KEY-C)
                           MOVE "Y" TO WS-ABR-FOUND
                           MOVE SPACES TO WS-OUTLINE
                           STRING
                               " Group " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-GRPANN-PARSE-ID-X)
                                   DELIMITED BY SIZE
                               " announcement: " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-GRPANN-PARSE-TEXT)
                                   DELIMITED BY SIZE
                               INTO WS-OUTLINE
                           END-STRING
                           PERFORM PRINT-LINE
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF WS-ABR-FOUND = "N"
               MOVE " (the reported content is no longer on file)"
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF.

      *>---------------------------------------------
      *> ABR-REMOVE-CONTENT
      *> Purpose: Take the reported item down - the
      *>          profile's About text, the message, the
      *>          group announcement, the job posting or
      *>          the company review -
      *>          through each file's usual rewrite.
      *>          ABR-SHOW-CONTENT has already loaded
      *>          the item and split the key.
      *>---------------------------------------------
       ABR-REMOVE-CONTENT.
           IF WS-ABR-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-ABR-PARSE-TYPE)
               WHEN "PROFILE"
                   MOVE WS-PARSED-USERNAME   TO WS-ET-USERNAME
                   MOVE WS-PARSED-FNAME      TO WS-ET-FNAME
                   MOVE WS-PARSED-LNAME      TO WS-ET-LNAME
                   MOVE WS-PARSED-UNIVERSITY TO WS-ET-UNIVERSITY
                   MOVE WS-PARSED-MAJOR      TO WS-ET-MAJOR
                   MOVE WS-PARSED-GRAD-YEAR  TO WS-ET-GRAD-YEAR
                   MOVE SPACES               TO WS-ET-ABOUT
                   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
                       MOVE WS-PARSED-WORK-TITLE(WS-I)
                           TO WS-ET-WORK-TITLE(WS-I)
                       MOVE WS-PARSED-WORK-EMPLOYER(WS-I)
                           TO WS-ET-WORK-EMPLOYER(WS-I)
                       MOVE WS-PARSED-WORK-DATES(WS-I)
                           TO WS-ET-WORK-DATES(WS-I)
                       MOVE WS-PARSED-WORK-DESC(WS-I)
                           TO WS-ET-WORK-DESC(WS-I)
                       MOVE WS-PARSED-EDU-DEGREE(WS-I)
                           TO WS-ET-EDU-DEGREE(WS-I)
                       MOVE WS-PARSED-EDU-SCHOOL(WS-I)
                           TO WS-ET-EDU-SCHOOL(WS-I)
                       MOVE WS-PARSED-EDU-YEAR(WS-I)
                           TO WS-ET-EDU-YEAR(WS-I)
                       MOVE WS-PARSED-SKILL-NAME(WS-I)
                           TO WS-ET-SKILL-NAME(WS-I)
                       MOVE WS-PARSED-SKILL-ENDORSE(WS-I)
                           TO WS-ET-SKILL-ENDORSE(WS-I)
                   END-PERFORM
                   PERFORM REWRITE-TARGET-PROFILE-FILE
               WHEN "MESSAGE"
                   *> ABR-SHOW-CONTENT stopped one slot past the match.
                   SUBTRACT 1 FROM WS-MSG-ARRAY-IDX
                   MOVE SPACES TO WS-MSG-ARRAY-LINE(WS-MSG-ARRAY-IDX)
                   PERFORM REWRITE-MSGS-FILE
               WHEN "JOB"
                   PERFORM LOAD-JOB-ARRAY
                   PERFORM VARYING WS-JOB-ARRAY-IDX FROM 1 BY 1
                       UNTIL WS-JOB-ARRAY-IDX > WS-JOB-ARRAY-TOTAL
                       MOVE WS-JOB-ARRAY-LINE(WS-JOB-ARRAY-IDX)
                           TO WS-JOB-LINE
                       PERFORM PARSE-JOB-LINE-FOR-SUMMARY
                       IF WS-JOB-PARSE-ID = WS-JOB-SELECT
                           MOVE SPACES
                               TO WS-JOB-ARRAY-LINE(WS-JOB-ARRAY-IDX)
                       END-IF
                   END-PERFORM
                   PERFORM REWRITE-JOBS-FILE
               WHEN "REVIEW"
                   SUBTRACT 1 FROM WS-CRV-IDX
                   MOVE SPACES TO WS-CV-USER(WS-CRV-IDX)
                   PERFORM REWRITE-CRV-FILE
               WHEN "GROUPANN"
                   SUBTRACT 1 FROM WS-GAN-IDX
                   MOVE SPACES TO WS-GAN-ARRAY-LINE(WS-GAN-IDX)
                   PERFORM REWRITE-GAN-FILE
           END-EVALUATE.

      *>---------------------------------------------
      *> CHECK-DAILY-SEND-LIMIT
      *> Purpose: Decide whether the logged-in user may
      *>          make one more send of kind WS-SND-KIND
      *>          (CONN or MSG) on the business date.
      *>          Accounts younger than NEW-ACCOUNT-DAYS
      *>          get the lower new-account cap. A
      *>          refusal is tallied in sendlog.dat and
      *>          the daily report, audited and shown
      *>          to the user; WS-SND-SLOT is left on
      *>          today's row for RECORD-DAILY-SEND.
      *> Called:  From SEND-CONNECTION-REQUEST and
      *>          SEND-MESSAGE, just before the save.
      *>---------------------------------------------
       CHECK-DAILY-SEND-LIMIT.
           SET SEND-ALLOWED TO TRUE
           IF WS-SND-KIND = "CONN"
               MOVE WS-CFG-DAILY-CONN-LIMIT TO WS-SND-CAP
           ELSE
               MOVE WS-CFG-DAILY-MSG-LIMIT TO WS-SND-CAP
           END-IF
           MOVE 0 TO WS-SND-ACCT
           PERFORM VARYING WS-SND-IDX FROM 1 BY 1
               UNTIL WS-SND-IDX > WS-ACCOUNT-COUNT
               IF FUNCTION TRIM(WS-USERNAME(WS-SND-IDX)) =
                  FUNCTION TRIM(WS-CURRENT-USERNAME)
                   MOVE WS-SND-IDX TO WS-SND-ACCT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SND-ACCT > 0 AND WS-CFG-NEW-ACCT-DAYS > 0
           AND WS-ACCT-CREATED(WS-SND-ACCT) >= 19000101
           AND FUNCTION TEST-DATE-YYYYMMDD(
               WS-ACCT-CREATED(WS-SND-ACCT)) = 0
               COMPUTE WS-SND-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
                   - FUNCTION INTEGER-OF-DATE(
                       WS-ACCT-CREATED(WS-SND-ACCT))
               IF WS-SND-AGE < WS-CFG-NEW-ACCT-DAYS
                   IF WS-SND-KIND = "CONN"
                   AND WS-CFG-NEW-CONN-LIMIT < WS-SND-CAP
                       MOVE WS-CFG-NEW-CONN-LIMIT TO WS-SND-CAP
                   END-IF
                   IF WS-SND-KIND = "MSG"
                   AND WS-CFG-NEW-MSG-LIMIT < WS-SND-CAP
                       MOVE WS-CFG-NEW-MSG-LIMIT TO WS-SND-CAP
                   END-IF
               END-IF
           END-IF
           PERFORM LOAD-SND-ARRAY
           PERFORM FIND-SND-SLOT
           IF WS-SND-SLOT = 0
               *> The log has no room to count this send, so it is
               *> refused rather than let through uncounted.
               SET SEND-REFUSED TO TRUE
               MOVE "SEND-LOG-FULL" TO WS-AUDIT-ACTION
               MOVE WS-SND-KIND TO WS-AUDIT-TARGET
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Sending is paused: the daily send log is full. Please try again later."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-SD-SENT(WS-SND-SLOT) < WS-SND-CAP
               EXIT PARAGRAPH
           END-IF
           SET SEND-REFUSED TO TRUE
           ADD 1 TO WS-SD-REFUSED(WS-SND-SLOT)
           ADD 1 TO WS-RPT-SEND-REFUSED
           PERFORM REWRITE-SND-FILE
           MOVE "SEND-LIMIT-HIT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               WS-SND-KIND DELIMITED BY SPACE
               " cap " DELIMITED BY SIZE
               WS-SND-CAP DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-SND-CAP TO WS-SND-CAP-DISP
           MOVE SPACES TO WS-OUTLINE
           IF WS-SND-KIND = "CONN"
               STRING
                   "Daily limit reached: you can send "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SND-CAP-DISP) DELIMITED BY SIZE
                   " connection requests a day. Please try again tomorrow."
                       DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
           ELSE
               STRING
                   "Daily limit reached: you can send "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SND-CAP-DISP) DELIMITED BY SIZE
                   " messages a day. Your message was not sent."
                       DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> RECORD-DAILY-SEND
      *> Purpose: Count one successful send against
      *>          today's row found by
      *>          CHECK-DAILY-SEND-LIMIT.
      *>---------------------------------------------
       RECORD-DAILY-SEND.
           IF WS-SND-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SD-SENT(WS-SND-SLOT)
           PERFORM REWRITE-SND-FILE.

      *>---------------------------------------------
      *> FIND-SND-SLOT
      *> Purpose: Point WS-SND-SLOT at the row for the
      *>          business date, current user and
      *>          WS-SND-KIND, adding an empty row when
      *>          there is none (0 when sendlog.dat did
      *>          not fit the table or the table is full -
      *>          the send is then refused).
      *>---------------------------------------------
       FIND-SND-SLOT.
           MOVE 0 TO WS-SND-SLOT
           IF WS-SND-FULL = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SND-IDX FROM 1 BY 1
               UNTIL WS-SND-IDX > WS-SND-TOTAL
               IF WS-SD-DATE(WS-SND-IDX) = WS-BIZ-DATE
               AND WS-SD-KIND(WS-SND-IDX) = WS-SND-KIND
               AND FUNCTION TRIM(WS-SD-USER(WS-SND-IDX)) =
                   FUNCTION TRIM(WS-CURRENT-USERNAME)
                   MOVE WS-SND-IDX TO WS-SND-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SND-SLOT = 0 AND WS-SND-TOTAL < 2000
               ADD 1 TO WS-SND-TOTAL
               MOVE WS-SND-TOTAL TO WS-SND-SLOT
               MOVE WS-BIZ-DATE TO WS-SD-DATE(WS-SND-SLOT)
               MOVE WS-CURRENT-USERNAME TO WS-SD-USER(WS-SND-SLOT)
               MOVE WS-SND-KIND TO WS-SD-KIND(WS-SND-SLOT)
               MOVE 0 TO WS-SD-SENT(WS-SND-SLOT)
               MOVE 0 TO WS-SD-REFUSED(WS-SND-SLOT)
           END-IF.

      *>---------------------------------------------
      *> LOAD-SND-ARRAY
      *> Purpose: Read sendlog.dat into WS-SND-ARRAY,
      *>          keeping today's rows and the refused
      *>          rows inside the SEND-REVIEW-WINDOW
      *>          that the offender report needs.
      *>          WS-SND-FULL is set when a kept row
      *>          does not fit; the file is then left
      *>          as it is rather than cut short.
      *>---------------------------------------------
       LOAD-SND-ARRAY.
           MOVE 0 TO WS-SND-TOTAL
           MOVE "N" TO WS-SND-FULL
           COMPUTE WS-SND-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
               - WS-CFG-SEND-REVIEW-WINDOW)
           SET SND-EOF-NO TO TRUE
           OPEN INPUT SENDLOG-FILE
           IF WS-SND-STAT NOT = "00"
               IF WS-SND-STAT = "05"
                   CLOSE SENDLOG-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SND-EOF-YES
               READ SENDLOG-FILE INTO WS-SND-LINE
                   AT END
                       SET SND-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM PARSE-SND-LINE
               END-READ
           END-PERFORM
           CLOSE SENDLOG-FILE
           SET SND-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> PARSE-SND-LINE
      *> Purpose: Add the sendlog.dat row in
      *>          WS-SND-LINE to the array when it is
      *>          well formed and is either today's or a
      *>          refused row newer than the window
      *>          cutoff.
      *>---------------------------------------------
       PARSE-SND-LINE.
           IF FUNCTION TRIM(WS-SND-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SND-P-DATE
           MOVE SPACES TO WS-SND-P-USER
           MOVE SPACES TO WS-SND-P-KIND
           MOVE SPACES TO WS-SND-P-SENT
           MOVE SPACES TO WS-SND-P-REFUSED
           UNSTRING WS-SND-LINE
               DELIMITED BY "|"
               INTO WS-SND-P-DATE WS-SND-P-USER WS-SND-P-KIND
                    WS-SND-P-SENT WS-SND-P-REFUSED
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SND-P-DATE)) NOT = 0
           OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SND-P-SENT)) NOT = 0
           OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SND-P-REFUSED))
              NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-SND-P-DATE) <= WS-SND-CUTOFF
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-SND-P-DATE) NOT = WS-BIZ-DATE
           AND FUNCTION NUMVAL(WS-SND-P-REFUSED) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SND-TOTAL >= 2000
               MOVE "Y" TO WS-SND-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SND-TOTAL
           MOVE FUNCTION NUMVAL(WS-SND-P-DATE) TO WS-SD-DATE(WS-SND-TOTAL)
           MOVE FUNCTION TRIM(WS-SND-P-USER) TO WS-SD-USER(WS-SND-TOTAL)
           MOVE FUNCTION TRIM(WS-SND-P-KIND) TO WS-SD-KIND(WS-SND-TOTAL)
           MOVE FUNCTION NUMVAL(WS-SND-P-SENT) TO WS-SD-SENT(WS-SND-TOTAL)
           MOVE FUNCTION NUMVAL(WS-SND-P-REFUSED)
               TO WS-SD-REFUSED(WS-SND-TOTAL).

      *>---------------------------------------------
      *> REWRITE-SND-FILE
      *> Purpose: Overwrite sendlog.dat from
      *>          WS-SND-ARRAY.
      *>---------------------------------------------
       REWRITE-SND-FILE.
           IF DRY-RUN-YES
               MOVE "sendlog.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-SND-FULL = "Y"
               DISPLAY "ERROR: sendlog.dat exceeds the send table; "
                   "file left unchanged."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SENDLOG-FILE
           IF WS-SND-STAT NOT = "00" AND WS-SND-STAT NOT = "05"
               DISPLAY "ERROR: Cannot rewrite sendlog.dat. Status="
                   WS-SND-STAT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SND-IDX FROM 1 BY 1
               UNTIL WS-SND-IDX > WS-SND-TOTAL
               IF FUNCTION TRIM(WS-SD-USER(WS-SND-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-SND-LINE
                   STRING
                       WS-SD-DATE(WS-SND-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SD-USER(WS-SND-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SD-KIND(WS-SND-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-SD-SENT(WS-SND-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-SD-REFUSED(WS-SND-IDX) DELIMITED BY SIZE
                       INTO WS-SND-LINE
                   END-STRING
                   WRITE SENDLOG-REC FROM WS-SND-LINE
               END-IF
           END-PERFORM
           CLOSE SENDLOG-FILE.

      *>---------------------------------------------
      *> SEND-LIMIT-OFFENDERS-REPORT
      *> Purpose: List users refused at a daily send
      *>          cap on SEND-REVIEW-DAYS or more dates
      *>          within the SEND-REVIEW-WINDOW, with
      *>          the refusal total and the last date,
      *>          for an administrator to review.
      *> Called:  From ADMIN-CONSOLE option 17.
      *>---------------------------------------------
       SEND-LIMIT-OFFENDERS-REPORT.
           PERFORM LOAD-SND-ARRAY
           MOVE 0 TO WS-SOF-TOTAL
           PERFORM VARYING WS-SND-IDX FROM 1 BY 1
               UNTIL WS-SND-IDX > WS-SND-TOTAL
               IF WS-SD-REFUSED(WS-SND-IDX) > 0
                   PERFORM ROLL-UP-SEND-OFFENDER
               END-IF
           END-PERFORM
           MOVE "--- Send-Limit Repeat Offenders ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE WS-CFG-SEND-REVIEW-DAYS TO WS-SOF-DAYS-DISP
           MOVE WS-CFG-SEND-REVIEW-WINDOW TO WS-SND-CAP-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Refused on " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SOF-DAYS-DISP) DELIMITED BY SIZE
               " or more days in the last " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SND-CAP-DISP) DELIMITED BY SIZE
               " days:" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           IF WS-SND-FULL = "Y"
               MOVE " Note: sendlog.dat exceeds the send table; rows past it are not counted."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           PERFORM ADMIN-SCOPE-REPORT-NOTE
           MOVE 0 TO WS-SOF-LISTED
           PERFORM VARYING WS-SOF-IDX FROM 1 BY 1
               UNTIL WS-SOF-IDX > WS-SOF-TOTAL
               MOVE "N" TO WS-ASC-OK
               IF WS-SOF-DAYS(WS-SOF-IDX) >= WS-CFG-SEND-REVIEW-DAYS
                   MOVE WS-SOF-USER(WS-SOF-IDX) TO WS-ASC-CHK-USER
                   PERFORM ADMIN-USER-IN-SCOPE
               END-IF
               IF WS-ASC-OK = "Y"
                   ADD 1 TO WS-SOF-LISTED
                   MOVE WS-SOF-DAYS(WS-SOF-IDX) TO WS-SOF-DAYS-DISP
                   MOVE WS-SOF-REFUSED(WS-SOF-IDX)
                       TO WS-SOF-REFUSED-DISP
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SOF-USER(WS-SOF-IDX))
                           DELIMITED BY SIZE
                       " - days at cap: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SOF-DAYS-DISP)
                           DELIMITED BY SIZE
                       ", refusals: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SOF-REFUSED-DISP)
                           DELIMITED BY SIZE
                       ", last: " DELIMITED BY SIZE
                       WS-SOF-LAST(WS-SOF-IDX) DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-SOF-LISTED = 0
               MOVE " No repeat offenders." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE "-----------------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> ROLL-UP-SEND-OFFENDER
      *> Purpose: Fold the refused sendlog row at
      *>          WS-SND-IDX into the per-user roll-up.
      *>          Both kinds refused on one date count
      *>          as one day at the cap.
      *>---------------------------------------------
       ROLL-UP-SEND-OFFENDER.
           PERFORM VARYING WS-SOF-IDX FROM 1 BY 1
               UNTIL WS-SOF-IDX > WS-SOF-TOTAL
               IF FUNCTION TRIM(WS-SOF-USER(WS-SOF-IDX)) =
                  FUNCTION TRIM(WS-SD-USER(WS-SND-IDX))
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SOF-IDX > WS-SOF-TOTAL
               IF WS-SOF-TOTAL >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SOF-TOTAL
               MOVE WS-SOF-TOTAL TO WS-SOF-IDX
               MOVE WS-SD-USER(WS-SND-IDX) TO WS-SOF-USER(WS-SOF-IDX)
               MOVE 0 TO WS-SOF-DAYS(WS-SOF-IDX)
               MOVE 0 TO WS-SOF-REFUSED(WS-SOF-IDX)
               MOVE 0 TO WS-SOF-LAST(WS-SOF-IDX)
           END-IF
           ADD WS-SD-REFUSED(WS-SND-IDX) TO WS-SOF-REFUSED(WS-SOF-IDX)
           *> A second kind refused on a date already counted does
           *> not add a day.
           MOVE "N" TO WS-SOF-SEEN
           PERFORM VARYING WS-SND-SLOT FROM 1 BY 1
               UNTIL WS-SND-SLOT >= WS-SND-IDX
               IF WS-SD-DATE(WS-SND-SLOT) = WS-SD-DATE(WS-SND-IDX)
               AND WS-SD-REFUSED(WS-SND-SLOT) > 0
               AND FUNCTION TRIM(WS-SD-USER(WS-SND-SLOT)) =
                   FUNCTION TRIM(WS-SD-USER(WS-SND-IDX))
                   MOVE "Y" TO WS-SOF-SEEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SOF-SEEN = "N"
               ADD 1 TO WS-SOF-DAYS(WS-SOF-IDX)
           END-IF
           IF WS-SD-DATE(WS-SND-IDX) > WS-SOF-LAST(WS-SOF-IDX)
               MOVE WS-SD-DATE(WS-SND-IDX) TO WS-SOF-LAST(WS-SOF-IDX)
           END-IF.

      *>---------------------------------------------
      *> SECURITY-SCAN
      *> Purpose: Suspicious-activity batch - scan the
      *>          last SEC-SCAN-DAYS of audit.dat, plus
      *>          account opening dates in accounts.dat,
      *>          for failed-login bursts across many
      *>          usernames, mass account creation, one
      *>          user messaging or requesting many
      *>          strangers, and a password change
      *>          quickly followed by a profile edit.
      *>          Each hit goes to
      *>          security-exceptions.txt with a
      *>          severity, its evidence rows and a
      *>          suggested admin-console action.
      *> Called:  From TOP-LEVEL-MENU option 17 and as
      *>          a BATCH-MAINTENANCE step.
      *>---------------------------------------------
       SECURITY-SCAN.
           MOVE 0 TO WS-SEC-EXC-COUNT
           MOVE 0 TO WS-SEC-HIGH-COUNT
           MOVE 0 TO WS-SEC-MED-COUNT
           OPEN OUTPUT SECEXC-FILE
           IF WS-SEC-STAT NOT = "00" AND WS-SEC-STAT NOT = "05"
               MOVE "ERROR: Cannot write security-exceptions.txt."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "--- InCollege Security Exceptions ---" TO SECEXC-REC
           WRITE SECEXC-REC
           COMPUTE WS-SEC-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
               - WS-CFG-SEC-SCAN-DAYS)
           MOVE WS-CFG-SEC-SCAN-DAYS TO WS-SEC-NUM-DISP
           MOVE SPACES TO WS-SEC-LINE
           STRING
               "Processing date: " DELIMITED BY SIZE
               WS-BIZ-DATE-DISP DELIMITED BY SIZE
               "  Window: last " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEC-NUM-DISP) DELIMITED BY SIZE
               " days of audit.dat" DELIMITED BY SIZE
               INTO WS-SEC-LINE
           END-STRING
           WRITE SECEXC-REC FROM WS-SEC-LINE
           PERFORM LOAD-SEC-AUDIT-ARRAY
           MOVE WS-SEC-IN-WINDOW TO WS-SEC-IN-DISP
           MOVE WS-SA-TOTAL TO WS-SEC-NUM-DISP
           MOVE SPACES TO WS-SEC-LINE
           STRING
               "Audit rows in window: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEC-IN-DISP) DELIMITED BY SIZE
               ", scanned: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEC-NUM-DISP) DELIMITED BY SIZE
               INTO WS-SEC-LINE
           END-STRING
           WRITE SECEXC-REC FROM WS-SEC-LINE
           IF WS-SEC-SKIP > 0
               MOVE WS-SEC-SKIP TO WS-SEC-IN-DISP
               MOVE SPACES TO WS-SEC-LINE
               STRING
                   "WARNING: the window holds more audit rows than the scan table; the oldest "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEC-IN-DISP) DELIMITED BY SIZE
                   " were not scanned." DELIMITED BY SIZE
                   INTO WS-SEC-LINE
               END-STRING
               WRITE SECEXC-REC FROM WS-SEC-LINE
           END-IF
           PERFORM LOAD-CONN-ARRAY
           PERFORM SEC-CHECK-LOGIN-BURSTS
           PERFORM SEC-CHECK-MASS-CREATION
           PERFORM SEC-CHECK-STRANGER-OUTREACH
           PERFORM SEC-CHECK-PASSWORD-EDIT
           MOVE WS-SEC-EXC-COUNT TO WS-SEC-NUM-DISP
           MOVE WS-SEC-HIGH-COUNT TO WS-SEC-NUM-DISP2
           MOVE WS-SEC-MED-COUNT TO WS-SEC-NUM-DISP3
           MOVE SPACES TO WS-SEC-LINE
           STRING
               "Exceptions: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEC-NUM-DISP) DELIMITED BY SIZE
               " (HIGH " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEC-NUM-DISP2) DELIMITED BY SIZE
               ", MEDIUM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEC-NUM-DISP3) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-SEC-LINE
           END-STRING
           WRITE SECEXC-REC FROM WS-SEC-LINE
           CLOSE SECEXC-FILE
           MOVE WS-SEC-IN-WINDOW TO WS-SEC-IN-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Security scan complete. Audit rows scanned: "
                   DELIMITED BY SIZE
               WS-SA-TOTAL DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEC-IN-DISP) DELIMITED BY SIZE
               " in window" DELIMITED BY SIZE
               ", exceptions: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEC-NUM-DISP) DELIMITED BY SIZE
               " (see security-exceptions.txt)" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> LOAD-SEC-AUDIT-ARRAY
      *> Purpose: Load the audit rows dated inside the
      *>          scan window, with a minute stamp for
      *>          the short-interval rules. A counting
      *>          pass comes first; when the window
      *>          holds more rows than the table, the
      *>          oldest are stepped over so that the
      *>          newest activity is always scanned.
      *>          WS-SEC-IN-WINDOW and WS-SEC-SKIP are
      *>          left for the report.
      *>---------------------------------------------
       LOAD-SEC-AUDIT-ARRAY.
           MOVE 0 TO WS-SA-TOTAL
           MOVE 0 TO WS-SEC-IN-WINDOW
           MOVE 0 TO WS-SEC-SKIP
           SET SEC-PASS-COUNT TO TRUE
           PERFORM SEC-READ-AUDIT-PASS
           IF WS-SEC-IN-WINDOW > 2000
               COMPUTE WS-SEC-SKIP = WS-SEC-IN-WINDOW - 2000
           END-IF
           SET SEC-PASS-LOAD TO TRUE
           PERFORM SEC-READ-AUDIT-PASS
           *> WS-SEC-SKIP counts down during the load; restore it for
           *> the report.
           COMPUTE WS-SEC-SKIP = WS-SEC-IN-WINDOW - WS-SA-TOTAL.

       SEC-READ-AUDIT-PASS.
           SET AUDIT-EOF-NO TO TRUE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STAT NOT = "00"
               IF WS-AUDIT-STAT = "05"
                   CLOSE AUDIT-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AUDIT-EOF-YES
               READ AUDIT-FILE INTO WS-AUDIT-LINE
                   AT END
                       SET AUDIT-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM SEC-KEEP-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           SET AUDIT-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> SEC-KEEP-AUDIT-LINE
      *> Purpose: Parse the audit row in WS-AUDIT-LINE
      *>          and, when its date falls in the window
      *>          ending on the business date, count it
      *>          (counting pass) or keep it (load pass,
      *>          once the oldest WS-SEC-SKIP rows have
      *>          been stepped over).
      *>---------------------------------------------
       SEC-KEEP-AUDIT-LINE.
           MOVE SPACES TO WS-AUDIT-PARSE-TS
           MOVE SPACES TO WS-AUDIT-PARSE-ACTOR
           MOVE SPACES TO WS-AUDIT-PARSE-ACTION
           MOVE SPACES TO WS-AUDIT-PARSE-TARGET
           UNSTRING WS-AUDIT-LINE
               DELIMITED BY "|"
               INTO WS-AUDIT-PARSE-TS WS-AUDIT-PARSE-ACTOR
                    WS-AUDIT-PARSE-ACTION WS-AUDIT-PARSE-TARGET
           END-UNSTRING
           MOVE SPACES TO WS-SEC-DATE-X
           STRING
               WS-AUDIT-PARSE-TS(1:4) DELIMITED BY SIZE
               WS-AUDIT-PARSE-TS(6:2) DELIMITED BY SIZE
               WS-AUDIT-PARSE-TS(9:2) DELIMITED BY SIZE
               INTO WS-SEC-DATE-X
           END-STRING
           IF WS-SEC-DATE-X IS NOT NUMERIC
           OR WS-AUDIT-PARSE-TS(12:2) IS NOT NUMERIC
           OR WS-AUDIT-PARSE-TS(15:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEC-DATE-X TO WS-SEC-DATE
           IF WS-SEC-DATE <= WS-SEC-CUTOFF
           OR WS-SEC-DATE > WS-BIZ-DATE
           OR FUNCTION TEST-DATE-YYYYMMDD(WS-SEC-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF SEC-PASS-COUNT
               ADD 1 TO WS-SEC-IN-WINDOW
               EXIT PARAGRAPH
           END-IF
           IF WS-SEC-SKIP > 0
               SUBTRACT 1 FROM WS-SEC-SKIP
               EXIT PARAGRAPH
           END-IF
           IF WS-SA-TOTAL >= 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SA-TOTAL
           MOVE WS-AUDIT-PARSE-TS TO WS-SA-TS(WS-SA-TOTAL)
           MOVE WS-AUDIT-PARSE-ACTOR TO WS-SA-ACTOR(WS-SA-TOTAL)
           MOVE WS-AUDIT-PARSE-ACTION TO WS-SA-ACTION(WS-SA-TOTAL)
           MOVE WS-AUDIT-PARSE-TARGET TO WS-SA-TARGET(WS-SA-TOTAL)
           MOVE SPACE TO WS-SA-MARK(WS-SA-TOTAL)
           COMPUTE WS-SA-MIN(WS-SA-TOTAL) =
               FUNCTION INTEGER-OF-DATE(WS-SEC-DATE) * 1440
               + FUNCTION NUMVAL(WS-AUDIT-PARSE-TS(12:2)) * 60
               + FUNCTION NUMVAL(WS-AUDIT-PARSE-TS(15:2)).

      *>---------------------------------------------
      *> SEC-CHECK-LOGIN-BURSTS
      *> Purpose: Failed logins against SEC-FAIL-USERS
      *>          or more different usernames within
      *>          SEC-FAIL-MINUTES of each other - a
      *>          password-spraying signature. Rows in a
      *>          reported burst are not reused.
      *>---------------------------------------------
       SEC-CHECK-LOGIN-BURSTS.
           PERFORM VARYING WS-SA-I FROM 1 BY 1
               UNTIL WS-SA-I > WS-SA-TOTAL
               IF FUNCTION TRIM(WS-SA-ACTION(WS-SA-I)) = "LOGIN-FAIL"
               AND WS-SA-MARK(WS-SA-I) = SPACE
                   MOVE 0 TO WS-SEC-DISTINCT
                   MOVE 0 TO WS-SEC-ROWS
                   PERFORM VARYING WS-SA-J FROM WS-SA-I BY 1
                       UNTIL WS-SA-J > WS-SA-TOTAL
                       IF WS-SA-MIN(WS-SA-J) - WS-SA-MIN(WS-SA-I)
                          > WS-CFG-SEC-FAIL-MINUTES
                           EXIT PERFORM
                       END-IF
                       IF FUNCTION TRIM(WS-SA-ACTION(WS-SA-J))
                          = "LOGIN-FAIL"
                       AND WS-SA-MARK(WS-SA-J) = SPACE
                           MOVE "E" TO WS-SA-MARK(WS-SA-J)
                           ADD 1 TO WS-SEC-ROWS
                           MOVE "N" TO WS-SEC-SEEN
                           PERFORM VARYING WS-SA-K FROM WS-SA-I BY 1
                               UNTIL WS-SA-K >= WS-SA-J
                               IF WS-SA-MARK(WS-SA-K) = "E"
                               AND FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(WS-SA-TARGET(WS-SA-K)))
                                 = FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(WS-SA-TARGET(WS-SA-J)))
                                   MOVE "Y" TO WS-SEC-SEEN
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                           IF WS-SEC-SEEN = "N"
                               ADD 1 TO WS-SEC-DISTINCT
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-SEC-DISTINCT >= WS-CFG-SEC-FAIL-USERS
                       MOVE "HIGH" TO WS-SEC-SEVERITY
                       MOVE "FAILED-LOGIN-BURST" TO WS-SEC-RULE
                       MOVE WS-SEC-DISTINCT TO WS-SEC-NUM-DISP
                       MOVE WS-SEC-ROWS TO WS-SEC-NUM-DISP2
                       MOVE SPACES TO WS-SEC-SUBJECT
                       STRING
                           FUNCTION TRIM(WS-SEC-NUM-DISP2)
                               DELIMITED BY SIZE
                           " failed logins against " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SEC-NUM-DISP)
                               DELIMITED BY SIZE
                           " usernames from " DELIMITED BY SIZE
                           WS-SA-TS(WS-SA-I) DELIMITED BY SIZE
                           INTO WS-SEC-SUBJECT
                       END-STRING
                       MOVE "Check the targeted accounts in Account Details (admin 6); lock or reset any that were broken into (admin 3 / 2)."
                           TO WS-SEC-ACTION
                       PERFORM SEC-WRITE-EXCEPTION
                       MOVE "U" TO WS-SEC-MARK-TO
                   ELSE
                       MOVE SPACE TO WS-SEC-MARK-TO
                   END-IF
                   PERFORM SEC-RESET-EVIDENCE-MARKS
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> SEC-CHECK-MASS-CREATION
      *> Purpose: Business dates inside the window on
      *>          which SEC-NEW-ACCOUNTS or more
      *>          accounts were opened (accounts.dat
      *>          opening date).
      *>---------------------------------------------
       SEC-CHECK-MASS-CREATION.
           PERFORM VARYING WS-SA-I FROM 1 BY 1
               UNTIL WS-SA-I > WS-ACCOUNT-COUNT
               IF WS-ACCT-CREATED(WS-SA-I) > WS-SEC-CUTOFF
               AND WS-ACCT-CREATED(WS-SA-I) <= WS-BIZ-DATE
                   *> Only the first account of each date starts a count.
                   MOVE "N" TO WS-SEC-SEEN
                   PERFORM VARYING WS-SA-K FROM 1 BY 1
                       UNTIL WS-SA-K >= WS-SA-I
                       IF WS-ACCT-CREATED(WS-SA-K) =
                          WS-ACCT-CREATED(WS-SA-I)
                           MOVE "Y" TO WS-SEC-SEEN
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-SEC-SEEN = "N"
                       MOVE 0 TO WS-SEC-ROWS
                       PERFORM VARYING WS-SA-J FROM WS-SA-I BY 1
                           UNTIL WS-SA-J > WS-ACCOUNT-COUNT
                           IF WS-ACCT-CREATED(WS-SA-J) =
                              WS-ACCT-CREATED(WS-SA-I)
                               ADD 1 TO WS-SEC-ROWS
                           END-IF
                       END-PERFORM
                       IF WS-SEC-ROWS >= WS-CFG-SEC-NEW-ACCOUNTS
                           PERFORM SEC-REPORT-MASS-CREATION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> SEC-REPORT-MASS-CREATION
      *> Purpose: Write the exception for the opening
      *>          date of account WS-SA-I, listing the
      *>          accounts opened that day.
      *>---------------------------------------------
       SEC-REPORT-MASS-CREATION.
           MOVE "MEDIUM" TO WS-SEC-SEVERITY
           MOVE "MASS-ACCOUNT-CREATION" TO WS-SEC-RULE
           MOVE WS-SEC-ROWS TO WS-SEC-NUM-DISP
           MOVE SPACES TO WS-SEC-SUBJECT
           STRING
               FUNCTION TRIM(WS-SEC-NUM-DISP) DELIMITED BY SIZE
               " accounts opened on " DELIMITED BY SIZE
               WS-ACCT-CREATED(WS-SA-I) DELIMITED BY SIZE
               INTO WS-SEC-SUBJECT
           END-STRING
           MOVE "Review the new accounts; deactivate any that are not genuine students or recruiters (admin 3)."
               TO WS-SEC-ACTION
           PERFORM SEC-WRITE-HEADER
           MOVE 0 TO WS-SEC-SHOWN
           PERFORM VARYING WS-SA-J FROM WS-SA-I BY 1
               UNTIL WS-SA-J > WS-ACCOUNT-COUNT
               IF WS-ACCT-CREATED(WS-SA-J) = WS-ACCT-CREATED(WS-SA-I)
                   ADD 1 TO WS-SEC-SHOWN
                   IF WS-SEC-SHOWN <= 20
                       MOVE SPACES TO WS-SEC-LINE
                       STRING
                           "    accounts.dat: " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-USERNAME(WS-SA-J))
                               DELIMITED BY SIZE
                           " type " DELIMITED BY SIZE
                           WS-ACCOUNT-TYPE(WS-SA-J) DELIMITED BY SIZE
                           " active " DELIMITED BY SIZE
                           WS-ACCT-ACTIVE(WS-SA-J) DELIMITED BY SIZE
                           " last login " DELIMITED BY SIZE
                           WS-LAST-LOGIN(WS-SA-J) DELIMITED BY SIZE
                           INTO WS-SEC-LINE
                       END-STRING
                       WRITE SECEXC-REC FROM WS-SEC-LINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SEC-WRITE-TRAILER.

      *>---------------------------------------------
      *> SEC-CHECK-STRANGER-OUTREACH
      *> Purpose: One user sending messages or
      *>          connection requests to SEC-STRANGER-
      *>          COUNT or more different people they
      *>          are not connected with. Twice the
      *>          threshold is rated HIGH.
      *>---------------------------------------------
       SEC-CHECK-STRANGER-OUTREACH.
           PERFORM VARYING WS-SA-I FROM 1 BY 1
               UNTIL WS-SA-I > WS-SA-TOTAL
               MOVE WS-SA-I TO WS-SA-J
               PERFORM SEC-IS-OUTREACH-ROW
               IF WS-SEC-FLAG = "Y"
                   *> Each actor is assessed once, from their first row.
                   MOVE "N" TO WS-SEC-SEEN
                   PERFORM VARYING WS-SA-K FROM 1 BY 1
                       UNTIL WS-SA-K >= WS-SA-I
                       IF WS-SA-ACTOR(WS-SA-K) = WS-SA-ACTOR(WS-SA-I)
                       AND (FUNCTION TRIM(WS-SA-ACTION(WS-SA-K))
                            = "MSG-SEND"
                         OR FUNCTION TRIM(WS-SA-ACTION(WS-SA-K))
                            = "CONN-REQUEST")
                           MOVE "Y" TO WS-SEC-SEEN
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-SEC-SEEN = "N"
                       PERFORM SEC-COUNT-STRANGERS
                   END-IF
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> SEC-COUNT-STRANGERS
      *> Purpose: For the actor of row WS-SA-I, mark
      *>          every outreach row to someone not an
      *>          accepted connection and count the
      *>          distinct strangers; report when over
      *>          the threshold.
      *>---------------------------------------------
       SEC-COUNT-STRANGERS.
           MOVE 0 TO WS-SEC-DISTINCT
           MOVE 0 TO WS-SEC-ROWS
           PERFORM VARYING WS-SA-J FROM WS-SA-I BY 1
               UNTIL WS-SA-J > WS-SA-TOTAL
               IF WS-SA-ACTOR(WS-SA-J) = WS-SA-ACTOR(WS-SA-I)
                   PERFORM SEC-IS-OUTREACH-ROW
                   IF WS-SEC-FLAG = "Y"
                       PERFORM SEC-IS-CONNECTED
                   END-IF
                   IF WS-SEC-FLAG = "Y" AND WS-SEC-CONNECTED = "N"
                       MOVE "N" TO WS-SEC-SEEN
                       PERFORM VARYING WS-SA-K FROM WS-SA-I BY 1
                           UNTIL WS-SA-K >= WS-SA-J
                           IF WS-SA-MARK(WS-SA-K) = "E"
                           AND FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-SA-TARGET(WS-SA-K)))
                             = FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-SA-TARGET(WS-SA-J)))
                               MOVE "Y" TO WS-SEC-SEEN
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       MOVE "E" TO WS-SA-MARK(WS-SA-J)
                       ADD 1 TO WS-SEC-ROWS
                       IF WS-SEC-SEEN = "N"
                           ADD 1 TO WS-SEC-DISTINCT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SEC-DISTINCT >= WS-CFG-SEC-STRANGER-COUNT
               IF WS-SEC-DISTINCT >= WS-CFG-SEC-STRANGER-COUNT * 2
                   MOVE "HIGH" TO WS-SEC-SEVERITY
               ELSE
                   MOVE "MEDIUM" TO WS-SEC-SEVERITY
               END-IF
               MOVE "STRANGER-OUTREACH" TO WS-SEC-RULE
               MOVE WS-SEC-DISTINCT TO WS-SEC-NUM-DISP
               MOVE WS-SEC-ROWS TO WS-SEC-NUM-DISP2
               MOVE SPACES TO WS-SEC-SUBJECT
               STRING
                   FUNCTION TRIM(WS-SA-ACTOR(WS-SA-I)) DELIMITED BY SIZE
                   " contacted " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEC-NUM-DISP) DELIMITED BY SIZE
                   " non-connections in " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEC-NUM-DISP2) DELIMITED BY SIZE
                   " sends" DELIMITED BY SIZE
                   INTO WS-SEC-SUBJECT
               END-STRING
               MOVE "Warn or deactivate the sender (admin 3); see also Send-Limit Repeat Offenders (admin 17)."
                   TO WS-SEC-ACTION
               PERFORM SEC-WRITE-EXCEPTION
           END-IF
           MOVE SPACE TO WS-SEC-MARK-TO
           PERFORM SEC-RESET-EVIDENCE-MARKS.

      *>---------------------------------------------
      *> SEC-IS-OUTREACH-ROW
      *> Purpose: WS-SEC-FLAG = "Y" when audit row
      *>          WS-SA-J is a message or a connection
      *>          request.
      *>---------------------------------------------
       SEC-IS-OUTREACH-ROW.
           IF FUNCTION TRIM(WS-SA-ACTION(WS-SA-J)) = "MSG-SEND"
           OR FUNCTION TRIM(WS-SA-ACTION(WS-SA-J)) = "CONN-REQUEST"
               MOVE "Y" TO WS-SEC-FLAG
           ELSE
               MOVE "N" TO WS-SEC-FLAG
           END-IF.

      *>---------------------------------------------
      *> SEC-IS-CONNECTED
      *> Purpose: WS-SEC-CONNECTED = "Y" when the actor
      *>          and target of audit row WS-SA-J are an
      *>          ACCEPTED pair in connections.dat.
      *>---------------------------------------------
       SEC-IS-CONNECTED.
           MOVE "N" TO WS-SEC-CONNECTED
           PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
               UNTIL WS-CONN-IDX > WS-CONN-TOTAL
               IF FUNCTION TRIM(WS-CA-STATUS(WS-CONN-IDX)) = "ACCEPTED"
                   IF (FUNCTION TRIM(WS-CA-SENDER(WS-CONN-IDX)) =
                       FUNCTION TRIM(WS-SA-ACTOR(WS-SA-J))
                   AND FUNCTION TRIM(WS-CA-RECIP(WS-CONN-IDX)) =
                       FUNCTION TRIM(WS-SA-TARGET(WS-SA-J)))
                   OR (FUNCTION TRIM(WS-CA-RECIP(WS-CONN-IDX)) =
                       FUNCTION TRIM(WS-SA-ACTOR(WS-SA-J))
                   AND FUNCTION TRIM(WS-CA-SENDER(WS-CONN-IDX)) =
                       FUNCTION TRIM(WS-SA-TARGET(WS-SA-J)))
                       MOVE "Y" TO WS-SEC-CONNECTED
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> SEC-CHECK-PASSWORD-EDIT
      *> Purpose: A password change followed by a
      *>          profile edit from the same account
      *>          within SEC-PWD-EDIT-MINUTES - the
      *>          usual pattern of a taken-over account
      *>          being repurposed.
      *>---------------------------------------------
       SEC-CHECK-PASSWORD-EDIT.
           PERFORM VARYING WS-SA-I FROM 1 BY 1
               UNTIL WS-SA-I > WS-SA-TOTAL
               IF FUNCTION TRIM(WS-SA-ACTION(WS-SA-I)) = "PASSWORD-CHANGE"
                   MOVE 0 TO WS-SEC-ROWS
                   PERFORM VARYING WS-SA-J FROM WS-SA-I BY 1
                       UNTIL WS-SA-J > WS-SA-TOTAL
                       IF WS-SA-MIN(WS-SA-J) - WS-SA-MIN(WS-SA-I)
                          > WS-CFG-SEC-PWD-EDIT-MINUTES
                           EXIT PERFORM
                       END-IF
                       IF WS-SA-ACTOR(WS-SA-J) = WS-SA-ACTOR(WS-SA-I)
                       AND (WS-SA-J = WS-SA-I
                         OR FUNCTION TRIM(WS-SA-ACTION(WS-SA-J))
                            = "PROFILE-EDIT")
                           MOVE "E" TO WS-SA-MARK(WS-SA-J)
                           IF WS-SA-J NOT = WS-SA-I
                               ADD 1 TO WS-SEC-ROWS
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-SEC-ROWS > 0
                       MOVE "HIGH" TO WS-SEC-SEVERITY
                       MOVE "PASSWORD-THEN-PROFILE-EDIT" TO WS-SEC-RULE
                       MOVE WS-CFG-SEC-PWD-EDIT-MINUTES TO WS-SEC-NUM-DISP
                       MOVE SPACES TO WS-SEC-SUBJECT
                       STRING
                           FUNCTION TRIM(WS-SA-ACTOR(WS-SA-I))
                               DELIMITED BY SIZE
                           " changed password and edited profile within "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SEC-NUM-DISP)
                               DELIMITED BY SIZE
                           " minutes" DELIMITED BY SIZE
                           INTO WS-SEC-SUBJECT
                       END-STRING
                       MOVE "Confirm with the owner out of band; if it was not them, lock the account and reset its password (admin 3 / 2)."
                           TO WS-SEC-ACTION
                       PERFORM SEC-WRITE-EXCEPTION
                   END-IF
                   MOVE SPACE TO WS-SEC-MARK-TO
                   PERFORM SEC-RESET-EVIDENCE-MARKS
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> SEC-WRITE-EXCEPTION
      *> Purpose: Write one exception whose evidence
      *>          is the set of audit rows marked "E".
      *>---------------------------------------------
       SEC-WRITE-EXCEPTION.
           PERFORM SEC-WRITE-HEADER
           MOVE 0 TO WS-SEC-SHOWN
           PERFORM VARYING WS-SA-K FROM 1 BY 1
               UNTIL WS-SA-K > WS-SA-TOTAL
               IF WS-SA-MARK(WS-SA-K) = "E"
                   ADD 1 TO WS-SEC-SHOWN
                   IF WS-SEC-SHOWN <= 20
                       MOVE SPACES TO WS-SEC-LINE
                       STRING
                           "    audit.dat: " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SA-TS(WS-SA-K))
                               DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SA-ACTOR(WS-SA-K))
                               DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SA-ACTION(WS-SA-K))
                               DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SA-TARGET(WS-SA-K))
                               DELIMITED BY SIZE
                           INTO WS-SEC-LINE
                       END-STRING
                       WRITE SECEXC-REC FROM WS-SEC-LINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SEC-WRITE-TRAILER.

      *>---------------------------------------------
      *> SEC-WRITE-HEADER / SEC-WRITE-TRAILER
      *> Purpose: Number and head an exception with its
      *>          severity, rule and subject; close it
      *>          with the count of evidence rows not
      *>          shown and the suggested action.
      *>---------------------------------------------
       SEC-WRITE-HEADER.
           ADD 1 TO WS-SEC-EXC-COUNT
           IF WS-SEC-SEVERITY = "HIGH"
               ADD 1 TO WS-SEC-HIGH-COUNT
           ELSE
               ADD 1 TO WS-SEC-MED-COUNT
           END-IF
           MOVE SPACES TO SECEXC-REC
           WRITE SECEXC-REC
           MOVE WS-SEC-EXC-COUNT TO WS-SEC-NUM-DISP3
           MOVE SPACES TO WS-SEC-LINE
           STRING
               "Exception " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEC-NUM-DISP3) DELIMITED BY SIZE
               "  Severity: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEC-SEVERITY) DELIMITED BY SIZE
               "  Rule: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEC-RULE) DELIMITED BY SIZE
               INTO WS-SEC-LINE
           END-STRING
           WRITE SECEXC-REC FROM WS-SEC-LINE
           MOVE SPACES TO WS-SEC-LINE
           STRING
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEC-SUBJECT) DELIMITED BY SIZE
               INTO WS-SEC-LINE
           END-STRING
           WRITE SECEXC-REC FROM WS-SEC-LINE
           MOVE "  Evidence:" TO SECEXC-REC
           WRITE SECEXC-REC.

       SEC-WRITE-TRAILER.
           IF WS-SEC-SHOWN > 20
               COMPUTE WS-SEC-NUM-DISP3 = WS-SEC-SHOWN - 20
               MOVE SPACES TO WS-SEC-LINE
               STRING
                   "    ... and " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEC-NUM-DISP3) DELIMITED BY SIZE
                   " more" DELIMITED BY SIZE
                   INTO WS-SEC-LINE
               END-STRING
               WRITE SECEXC-REC FROM WS-SEC-LINE
           END-IF
           MOVE SPACES TO WS-SEC-LINE
           STRING
               "  Suggested action: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEC-ACTION) DELIMITED BY SIZE
               INTO WS-SEC-LINE
           END-STRING
           WRITE SECEXC-REC FROM WS-SEC-LINE.

      *>---------------------------------------------
      *> SEC-RESET-EVIDENCE-MARKS
      *> Purpose: Turn every "E" mark into
      *>          WS-SEC-MARK-TO - "U" keeps a reported
      *>          burst's rows out of later bursts,
      *>          space frees them.
      *>---------------------------------------------
       SEC-RESET-EVIDENCE-MARKS.
           PERFORM VARYING WS-SA-K FROM 1 BY 1
               UNTIL WS-SA-K > WS-SA-TOTAL
               IF WS-SA-MARK(WS-SA-K) = "E"
                   MOVE WS-SEC-MARK-TO TO WS-SA-MARK(WS-SA-K)
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> VIEW-SECURITY-EXCEPTIONS
      *> Purpose: Page the last security-exceptions.txt
      *>          to the administrator's screen. A
      *>          campus-scoped administrator sees only
      *>          the exceptions with evidence about a
      *>          user inside their campuses.
      *> Called:  From ADMIN-CONSOLE option 18.
      *>---------------------------------------------
       VIEW-SECURITY-EXCEPTIONS.
           OPEN INPUT SECEXC-FILE
           IF WS-SEC-STAT NOT = "00"
               IF WS-SEC-STAT = "05"
                   CLOSE SECEXC-FILE
               END-IF
               MOVE "No security scan has been run yet." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SEC-BLK-TOTAL
           MOVE 0 TO WS-SEC-BLK-SHOWN
           MOVE "N" TO WS-SEC-BLK-OPEN
           MOVE "N" TO WS-SEC-SEEN
           PERFORM UNTIL WS-SEC-SEEN = "Y"
               READ SECEXC-FILE INTO WS-SEC-LINE
                   AT END
                       MOVE "Y" TO WS-SEC-SEEN
                   NOT AT END
                       IF ASC-SCOPED-YES
                           PERFORM SEC-SCOPED-LINE
                       ELSE
                           MOVE WS-SEC-LINE TO WS-OUTLINE
                           PERFORM PRINT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECEXC-FILE
           IF ASC-SCOPED-YES
               PERFORM SEC-FLUSH-BLOCK
               PERFORM ADMIN-SCOPE-REPORT-NOTE
               MOVE WS-SEC-BLK-SHOWN TO WS-SEC-NUM-DISP
               MOVE SPACES TO WS-OUTLINE
               STRING
                   "Exceptions in your campus scope: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEC-NUM-DISP) DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF.

      *>---------------------------------------------
      *> SEC-SCOPED-LINE
      *> Purpose: One security-exceptions.txt line for
      *>          a campus-scoped administrator. Each
      *>          exception opens with a blank line and
      *>          is held back until its suggested
      *>          action; an evidence row naming a user
      *>          inside the administrator's campuses
      *>          lets the whole block through. The
      *>          platform-wide totals line is replaced
      *>          by a count of the blocks shown.
      *>---------------------------------------------
       SEC-SCOPED-LINE.
           IF WS-SEC-LINE = SPACES
               PERFORM SEC-FLUSH-BLOCK
               MOVE "Y" TO WS-SEC-BLK-OPEN
               MOVE "N" TO WS-SEC-BLK-KEEP
           END-IF
           IF WS-SEC-BLK-OPEN = "N"
               IF WS-SEC-LINE(1:12) NOT = "Exceptions: "
                   MOVE WS-SEC-LINE TO WS-OUTLINE
                   PERFORM PRINT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-SEC-BLK-TOTAL < 30
               ADD 1 TO WS-SEC-BLK-TOTAL
               MOVE WS-SEC-LINE TO WS-SEC-BLK-LINE(WS-SEC-BLK-TOTAL)
           END-IF
           MOVE SPACES TO WS-SEC-BLK-USER
           IF WS-SEC-LINE(1:15) = "    audit.dat: "
               UNSTRING WS-SEC-LINE(16:)
                   DELIMITED BY "|"
                   INTO WS-SEC-BLK-SKIP WS-SEC-BLK-USER
               END-UNSTRING
           END-IF
           IF WS-SEC-LINE(1:18) = "    accounts.dat: "
               UNSTRING WS-SEC-LINE(19:)
                   DELIMITED BY " "
                   INTO WS-SEC-BLK-USER
               END-UNSTRING
           END-IF
           IF WS-SEC-BLK-USER NOT = SPACES
           AND WS-SEC-BLK-KEEP = "N"
               MOVE WS-SEC-BLK-USER TO WS-ASC-CHK-USER
               PERFORM ADMIN-USER-IN-SCOPE
               IF WS-ASC-OK = "Y"
                   MOVE "Y" TO WS-SEC-BLK-KEEP
               END-IF
           END-IF
           IF WS-SEC-LINE(1:20) = "  Suggested action: "
               PERFORM SEC-FLUSH-BLOCK
           END-IF.

      *>---------------------------------------------
      *> SEC-FLUSH-BLOCK
      *> Purpose: Print the held exception block when
      *>          it was kept, then start afresh.
      *>---------------------------------------------
       SEC-FLUSH-BLOCK.
           IF WS-SEC-BLK-OPEN = "Y" AND WS-SEC-BLK-KEEP = "Y"
               ADD 1 TO WS-SEC-BLK-SHOWN
               PERFORM VARYING WS-SEC-BLK-IDX FROM 1 BY 1
                   UNTIL WS-SEC-BLK-IDX > WS-SEC-BLK-TOTAL
                   MOVE WS-SEC-BLK-LINE(WS-SEC-BLK-IDX) TO WS-OUTLINE
                   PERFORM PRINT-LINE
               END-PERFORM
           END-IF
           MOVE 0 TO WS-SEC-BLK-TOTAL
           MOVE "N" TO WS-SEC-BLK-OPEN
           MOVE "N" TO WS-SEC-BLK-KEEP.

      *>---------------------------------------------
      *> CONTACT-SUPPORT-MENU
      *> Purpose: Help-desk entry point for the
      *>          logged-in user - raise a ticket, or
      *>          follow the open ones and the support
      *>          team's replies.
      *> Called:  From AFTER-LOGIN-MENU option 24.
      *>---------------------------------------------
       CONTACT-SUPPORT-MENU.
           SET TKT-MENU-EXIT-NO TO TRUE
           PERFORM UNTIL TKT-MENU-EXIT-YES OR EXIT-YES OR EOF-YES
               MOVE "--- Contact Support ---" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "1. Open a New Ticket" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "2. My Open Tickets" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "3. Back to Main Menu" TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "Enter your choice:" TO WS-OUTLINE
               PERFORM PRINT-INLINE
               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
               EVALUATE WS-TRIMMED
                   WHEN "1"
                       PERFORM OPEN-SUPPORT-TICKET
                   WHEN "2"
                       PERFORM VIEW-MY-TICKETS
                   WHEN "3"
                       SET TKT-MENU-EXIT-YES TO TRUE
                   WHEN OTHER
                       PERFORM NOTE-INVALID-CHOICE
               END-EVALUATE
           END-PERFORM.

      *>---------------------------------------------
      *> OPEN-SUPPORT-TICKET
      *> Purpose: Take a category and description and
      *>          append an OPEN, unassigned ticket to
      *>          tickets.dat.
      *>---------------------------------------------
       OPEN-SUPPORT-TICKET.
           MOVE "Category:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM VARYING WS-TKT-CAT-IDX FROM 1 BY 1
               UNTIL WS-TKT-CAT-IDX > 6
               MOVE SPACES TO WS-OUTLINE
               STRING
                   WS-TKT-CAT-IDX DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TKT-CAT-NAME(WS-TKT-CAT-IDX))
                       DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-PERFORM
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF WS-TRIMMED(1:1) < "1" OR WS-TRIMMED(1:1) > "6"
           OR WS-TRIMMED(2:1) NOT = SPACE
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-TKT-CAT-IDX
           MOVE WS-TKT-CAT-NAME(WS-TKT-CAT-IDX) TO WS-TKT-PARSE-CAT
           MOVE "Describe the problem (max 200 chars):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:200) TO WS-TKT-PARSE-DESC
           IF WS-TKT-PARSE-DESC = SPACES
               MOVE "A description is required to open a ticket."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           *> The pipe is the field delimiter in tickets.dat.
           INSPECT WS-TKT-PARSE-DESC REPLACING ALL "|" BY "/"
           IF DRY-RUN-YES
               MOVE "tickets.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TKT-ARRAY
           MOVE 0 TO WS-TKT-NEXT-ID
           PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
               UNTIL WS-TKT-IDX > WS-TKT-TOTAL
               MOVE WS-TKT-ARRAY-LINE(WS-TKT-IDX) TO WS-TKT-LINE
               PERFORM PARSE-TKT-LINE
               IF WS-TKT-PARSE-ID > WS-TKT-NEXT-ID
                   MOVE WS-TKT-PARSE-ID TO WS-TKT-NEXT-ID
               END-IF
           END-PERFORM
           ADD 1 TO WS-TKT-NEXT-ID
           PERFORM FORMAT-BUSINESS-TIMESTAMP
           MOVE SPACES TO WS-TKT-LINE
           STRING
               WS-TKT-NEXT-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-CAT-NAME(WS-TKT-CAT-IDX))
                   DELIMITED BY SIZE
               "|OPEN|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-BIZ-TIMESTAMP) DELIMITED BY SIZE
               "|||" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-PARSE-DESC) DELIMITED BY SIZE
               INTO WS-TKT-LINE
           END-STRING
           OPEN EXTEND TICKETS-FILE
           IF WS-TKT-STAT = "41"
               CLOSE TICKETS-FILE
               OPEN EXTEND TICKETS-FILE
           END-IF
           IF WS-TKT-STAT = "00" OR WS-TKT-STAT = "05"
               WRITE TICKETS-REC FROM WS-TKT-LINE
               CLOSE TICKETS-FILE
               MOVE WS-TKT-NEXT-ID TO WS-TKT-ID-DISP
               MOVE "TICKET-OPEN" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-TARGET
               STRING
                   "ticket " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TKT-ID-DISP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TKT-CAT-NAME(WS-TKT-CAT-IDX))
                       DELIMITED BY SIZE
                   INTO WS-AUDIT-TARGET
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACES TO WS-OUTLINE
               STRING
                   "Ticket #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TKT-ID-DISP) DELIMITED BY SIZE
                   " opened. Our replies will appear under My Open Tickets."
                       DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           ELSE
               DISPLAY "ERROR: Cannot write to tickets.dat. Status="
                   WS-TKT-STAT
               MOVE "tickets.dat" TO WS-SPOOL-DEST
               MOVE WS-TKT-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> VIEW-MY-TICKETS
      *> Purpose: List the user's tickets that are not
      *>          yet closed, each with its reply
      *>          history, and take an optional
      *>          follow-up on one of them.
      *>---------------------------------------------
       VIEW-MY-TICKETS.
           PERFORM LOAD-TKT-ARRAY
           PERFORM LOAD-TKR-ARRAY
           MOVE "--- My Open Tickets ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-TKT-PICK-COUNT
           PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
               UNTIL WS-TKT-IDX > WS-TKT-TOTAL
               MOVE WS-TKT-ARRAY-LINE(WS-TKT-IDX) TO WS-TKT-LINE
               PERFORM PARSE-TKT-LINE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TKT-PARSE-USER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               AND FUNCTION TRIM(WS-TKT-PARSE-STATUS) NOT = "CLOSED"
                   ADD 1 TO WS-TKT-PICK-COUNT
                   MOVE WS-TKT-IDX TO WS-TKT-PICK-IDX(WS-TKT-PICK-COUNT)
                   MOVE WS-TKT-PICK-COUNT TO WS-TKT-LIST-NO
                   PERFORM PRINT-TKT-SUMMARY
                   PERFORM PRINT-TKT-REPLIES
               END-IF
           END-PERFORM
           IF WS-TKT-PICK-COUNT = 0
               MOVE " You have no open tickets." TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "-----------------------" TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "-----------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter a ticket number to add a follow-up, or 0:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           PERFORM TKT-TAKE-PICK
           IF WS-TKT-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-TICKET-REPLY
           IF WS-TKT-FOUND = "Y"
           AND FUNCTION TRIM(WS-TKT-PARSE-ASSIGNED) NOT = SPACES
               MOVE WS-TKT-PARSE-ASSIGNED TO WS-NOTIF-RECIP
               MOVE "SUPPORT" TO WS-NOTIF-TYPE
               MOVE SPACES TO WS-NOTIF-REF
               STRING
                   "Follow-up from " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
                   " on ticket #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TKT-ID-DISP) DELIMITED BY SIZE
                   INTO WS-NOTIF-REF
               END-STRING
               PERFORM ADD-NOTIFICATION
           END-IF.

      *>---------------------------------------------
      *> TKT-TAKE-PICK
      *> Purpose: Turn the list number in WS-INLINE
      *>          into WS-TKT-IDX and parse that ticket;
      *>          WS-TKT-FOUND is "N" for 0 or a bad
      *>          number.
      *>---------------------------------------------
       TKT-TAKE-PICK.
           MOVE "N" TO WS-TKT-FOUND
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-TKT-SELECT
           IF WS-TKT-SELECT < 1 OR WS-TKT-SELECT > WS-TKT-PICK-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TKT-PICK-IDX(WS-TKT-SELECT) TO WS-TKT-IDX
           MOVE WS-TKT-ARRAY-LINE(WS-TKT-IDX) TO WS-TKT-LINE
           PERFORM PARSE-TKT-LINE
           MOVE WS-TKT-PARSE-ID TO WS-TKT-ID-DISP
           MOVE WS-TKT-SELECT TO WS-TKT-LIST-NO
           MOVE "Y" TO WS-TKT-FOUND.

      *>---------------------------------------------
      *> ADD-TICKET-REPLY
      *> Purpose: Append a reply by the current user to
      *>          the ticket in WS-TKT-PARSE-ID.
      *>          WS-TKT-FOUND is left "N" when nothing
      *>          was written.
      *>---------------------------------------------
       ADD-TICKET-REPLY.
           MOVE "N" TO WS-TKT-FOUND
           MOVE "Reply (max 200 chars):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:200) TO WS-TKR-PARSE-TEXT
           IF WS-TKR-PARSE-TEXT = SPACES
               MOVE "Nothing was entered - no reply added." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-TKR-PARSE-TEXT REPLACING ALL "|" BY "/"
           IF DRY-RUN-YES
               MOVE "ticketreplies.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-BUSINESS-TIMESTAMP
           MOVE SPACES TO WS-TKR-LINE
           STRING
               WS-TKT-PARSE-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-BIZ-TIMESTAMP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKR-PARSE-TEXT) DELIMITED BY SIZE
               INTO WS-TKR-LINE
           END-STRING
           OPEN EXTEND TKTREPLY-FILE
           IF WS-TKR-STAT = "41"
               CLOSE TKTREPLY-FILE
               OPEN EXTEND TKTREPLY-FILE
           END-IF
           IF WS-TKR-STAT = "00" OR WS-TKR-STAT = "05"
               WRITE TKTREPLY-REC FROM WS-TKR-LINE
               CLOSE TKTREPLY-FILE
               MOVE "Y" TO WS-TKT-FOUND
               MOVE "TICKET-REPLY" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-TARGET
               STRING
                   "ticket " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TKT-ID-DISP) DELIMITED BY SIZE
                   INTO WS-AUDIT-TARGET
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Reply added." TO WS-OUTLINE
               PERFORM PRINT-LINE
           ELSE
               DISPLAY "ERROR: Cannot write to ticketreplies.dat. Status="
                   WS-TKR-STAT
               MOVE "ticketreplies.dat" TO WS-SPOOL-DEST
               MOVE WS-TKR-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> PRINT-TKT-SUMMARY
      *> Purpose: Two-line listing of the parsed ticket,
      *>          numbered by WS-TKT-LIST-NO.
      *>---------------------------------------------
       PRINT-TKT-SUMMARY.
           MOVE WS-TKT-PARSE-ID TO WS-TKT-ID-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               " " DELIMITED BY SIZE
               WS-TKT-LIST-NO DELIMITED BY SIZE
               ". #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-ID-DISP) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-PARSE-CAT) DELIMITED BY SIZE
               "] " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-PARSE-STATUS) DELIMITED BY SIZE
               " - opened " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-PARSE-OPENED) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-PARSE-USER) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           IF FUNCTION TRIM(WS-TKT-PARSE-ASSIGNED) NOT = SPACES
               STRING
                   FUNCTION TRIM(WS-OUTLINE) DELIMITED BY SIZE
                   ", assigned to " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TKT-PARSE-ASSIGNED) DELIMITED BY SIZE
                   INTO WS-TKT-WORK
               END-STRING
               MOVE WS-TKT-WORK TO WS-OUTLINE
               MOVE SPACES TO WS-TKT-WORK
           END-IF
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-OUTLINE
           STRING
               "     " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-PARSE-DESC) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> PRINT-TKT-REPLIES
      *> Purpose: Print every reply on file for the
      *>          parsed ticket, oldest first.
      *>---------------------------------------------
       PRINT-TKT-REPLIES.
           PERFORM VARYING WS-TKR-IDX FROM 1 BY 1
               UNTIL WS-TKR-IDX > WS-TKR-TOTAL
               PERFORM PARSE-TKR-LINE
               IF WS-TKR-PARSE-ID = WS-TKT-PARSE-ID
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       "     > " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TKR-PARSE-AUTHOR)
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TKR-PARSE-TS) DELIMITED BY SIZE
                       "): " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TKR-PARSE-TEXT) DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> LOAD-TKT-ARRAY
      *> Purpose: Read tickets.dat into WS-TKT-ARRAY.
      *>---------------------------------------------
       LOAD-TKT-ARRAY.
           MOVE 0 TO WS-TKT-TOTAL
           SET TKT-EOF-NO TO TRUE
           OPEN INPUT TICKETS-FILE
           IF WS-TKT-STAT NOT = "00"
               IF WS-TKT-STAT = "05"
                   CLOSE TICKETS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TKT-EOF-YES
               READ TICKETS-FILE INTO WS-TKT-LINE
                   AT END
                       SET TKT-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-TKT-LINE) NOT = SPACES
                       AND WS-TKT-TOTAL < 500
                           ADD 1 TO WS-TKT-TOTAL
                           MOVE WS-TKT-LINE
                               TO WS-TKT-ARRAY-LINE(WS-TKT-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TICKETS-FILE
           SET TKT-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> PARSE-TKT-LINE
      *> Purpose: Unpack WS-TKT-LINE - id|user|category|
      *>          status|opened|closed|assigned admin|
      *>          description.
      *>---------------------------------------------
       PARSE-TKT-LINE.
           MOVE SPACES TO WS-TKT-PARSE-ID-X
           MOVE SPACES TO WS-TKT-PARSE-USER
           MOVE SPACES TO WS-TKT-PARSE-CAT
           MOVE SPACES TO WS-TKT-PARSE-STATUS
           MOVE SPACES TO WS-TKT-PARSE-OPENED
           MOVE SPACES TO WS-TKT-PARSE-CLOSED
           MOVE SPACES TO WS-TKT-PARSE-ASSIGNED
           MOVE SPACES TO WS-TKT-PARSE-DESC
           UNSTRING WS-TKT-LINE
               DELIMITED BY "|"
               INTO WS-TKT-PARSE-ID-X WS-TKT-PARSE-USER
                    WS-TKT-PARSE-CAT WS-TKT-PARSE-STATUS
                    WS-TKT-PARSE-OPENED WS-TKT-PARSE-CLOSED
                    WS-TKT-PARSE-ASSIGNED WS-TKT-PARSE-DESC
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TKT-PARSE-ID-X)) = 0
               MOVE FUNCTION NUMVAL(WS-TKT-PARSE-ID-X) TO WS-TKT-PARSE-ID
           ELSE
               MOVE 0 TO WS-TKT-PARSE-ID
           END-IF.

      *>---------------------------------------------
      *> REBUILD-TKT-ARRAY-LINE
      *> Purpose: Re-STRING the parsed ticket fields
      *>          back into WS-TKT-ARRAY-LINE(WS-TKT-IDX).
      *>---------------------------------------------
       REBUILD-TKT-ARRAY-LINE.
           MOVE SPACES TO WS-TKT-ARRAY-LINE(WS-TKT-IDX)
           STRING
               WS-TKT-PARSE-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-PARSE-USER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-PARSE-CAT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-PARSE-STATUS) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-PARSE-OPENED) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-PARSE-CLOSED) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-PARSE-ASSIGNED) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-PARSE-DESC) DELIMITED BY SIZE
               INTO WS-TKT-ARRAY-LINE(WS-TKT-IDX)
           END-STRING.

      *>---------------------------------------------
      *> REWRITE-TKT-FILE
      *> Purpose: Overwrite tickets.dat from
      *>          WS-TKT-ARRAY.
      *>---------------------------------------------
       REWRITE-TKT-FILE.
           IF DRY-RUN-YES
               MOVE "tickets.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TICKETS-FILE
           IF WS-TKT-STAT NOT = "00" AND WS-TKT-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite tickets.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
               UNTIL WS-TKT-IDX > WS-TKT-TOTAL
               IF FUNCTION TRIM(WS-TKT-ARRAY-LINE(WS-TKT-IDX))
                  NOT = SPACES
                   WRITE TICKETS-REC FROM WS-TKT-ARRAY-LINE(WS-TKT-IDX)
               END-IF
           END-PERFORM
           CLOSE TICKETS-FILE.

      *>---------------------------------------------
      *> LOAD-TKR-ARRAY
      *> Purpose: Read ticketreplies.dat into
      *>          WS-TKR-ARRAY.
      *>---------------------------------------------
       LOAD-TKR-ARRAY.
           MOVE 0 TO WS-TKR-TOTAL
           SET TKT-EOF-NO TO TRUE
           OPEN INPUT TKTREPLY-FILE
           IF WS-TKR-STAT NOT = "00"
               IF WS-TKR-STAT = "05"
                   CLOSE TKTREPLY-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TKT-EOF-YES
               READ TKTREPLY-FILE INTO WS-TKR-LINE
                   AT END
                       SET TKT-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-TKR-LINE) NOT = SPACES
                       AND WS-TKR-TOTAL < 500
                           ADD 1 TO WS-TKR-TOTAL
                           MOVE WS-TKR-LINE
                               TO WS-TKR-ARRAY-LINE(WS-TKR-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TKTREPLY-FILE
           SET TKT-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> PARSE-TKR-LINE
      *> Purpose: Unpack WS-TKR-ARRAY-LINE(WS-TKR-IDX) -
      *>          ticket id|author|timestamp|text.
      *>---------------------------------------------
       PARSE-TKR-LINE.
           MOVE SPACES TO WS-TKR-PARSE-ID-X
           MOVE SPACES TO WS-TKR-PARSE-AUTHOR
           MOVE SPACES TO WS-TKR-PARSE-TS
           MOVE SPACES TO WS-TKR-PARSE-TEXT
           UNSTRING WS-TKR-ARRAY-LINE(WS-TKR-IDX)
               DELIMITED BY "|"
               INTO WS-TKR-PARSE-ID-X WS-TKR-PARSE-AUTHOR
                    WS-TKR-PARSE-TS WS-TKR-PARSE-TEXT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TKR-PARSE-ID-X)) = 0
               MOVE FUNCTION NUMVAL(WS-TKR-PARSE-ID-X) TO WS-TKR-PARSE-ID
           ELSE
               MOVE 0 TO WS-TKR-PARSE-ID
           END-IF.

      *>---------------------------------------------
      *> ADMIN-TICKET-QUEUE
      *> Purpose: Support queue over tickets.dat - list
      *>          every ticket not yet closed, then
      *>          assign, reply to or close the chosen
      *>          one. Each step is audited and the
      *>          ticket's owner is notified of replies
      *>          and closure.
      *> Called:  From ADMIN-CONSOLE option 19.
      *>---------------------------------------------
       ADMIN-TICKET-QUEUE.
           PERFORM LOAD-TKT-ARRAY
           PERFORM LOAD-TKR-ARRAY
           MOVE "--- Support Ticket Queue ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM ADMIN-SCOPE-REPORT-NOTE
           MOVE 0 TO WS-TKT-PICK-COUNT
           PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
               UNTIL WS-TKT-IDX > WS-TKT-TOTAL
               MOVE WS-TKT-ARRAY-LINE(WS-TKT-IDX) TO WS-TKT-LINE
               PERFORM PARSE-TKT-LINE
               MOVE "N" TO WS-ASC-OK
               IF FUNCTION TRIM(WS-TKT-PARSE-STATUS) NOT = "CLOSED"
                   MOVE WS-TKT-PARSE-USER TO WS-ASC-CHK-USER
                   PERFORM ADMIN-USER-IN-SCOPE
               END-IF
               IF WS-ASC-OK = "Y"
                   ADD 1 TO WS-TKT-PICK-COUNT
                   MOVE WS-TKT-IDX TO WS-TKT-PICK-IDX(WS-TKT-PICK-COUNT)
                   MOVE WS-TKT-PICK-COUNT TO WS-TKT-LIST-NO
                   PERFORM PRINT-TKT-SUMMARY
               END-IF
           END-PERFORM
           IF WS-TKT-PICK-COUNT = 0
               MOVE " No open tickets." TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "----------------------------" TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "----------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter a ticket number to work, or 0:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           PERFORM TKT-TAKE-PICK
           IF WS-TKT-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TKT-PARSE-USER TO WS-ASC-CHK-USER
           PERFORM CHECK-ADMIN-TARGET-SCOPE
           IF WS-ASC-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-TKT-SUMMARY
           PERFORM PRINT-TKT-REPLIES
           MOVE "1. Assign to Me" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "2. Assign to Another Administrator" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "3. Reply" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "4. Close" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-INLINE)
               WHEN "1"
                   MOVE WS-CURRENT-USERNAME TO WS-TKT-ASSIGNEE
                   PERFORM TKT-ASSIGN
               WHEN "2"
                   PERFORM TKT-ASSIGN-OTHER
               WHEN "3"
                   PERFORM TKT-ADMIN-REPLY
               WHEN "4"
                   PERFORM TKT-CLOSE
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
           END-EVALUATE.

      *>---------------------------------------------
      *> TKT-ASSIGN-OTHER
      *> Purpose: Ask for an administrator's username
      *>          and assign the ticket to them.
      *>---------------------------------------------
       TKT-ASSIGN-OTHER.
           MOVE "Assign to which administrator?" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TKT-ASSIGNEE
           MOVE "N" TO WS-TKT-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               IF FUNCTION TRIM(WS-USERNAME(WS-I)) =
                  FUNCTION TRIM(WS-TKT-ASSIGNEE)
               AND ACCOUNT-IS-ADMIN(WS-I)
               AND ACCOUNT-ACTIVE(WS-I)
                   MOVE "Y" TO WS-TKT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TKT-FOUND = "N"
               MOVE "That is not an active administrator account."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM TKT-ASSIGN.

      *>---------------------------------------------
      *> TKT-ASSIGN
      *> Purpose: Set the ticket's assigned admin to
      *>          WS-TKT-ASSIGNEE and mark it ASSIGNED.
      *>---------------------------------------------
       TKT-ASSIGN.
           MOVE WS-TKT-ASSIGNEE TO WS-TKT-PARSE-ASSIGNED
           MOVE "ASSIGNED" TO WS-TKT-PARSE-STATUS
           PERFORM REBUILD-TKT-ARRAY-LINE
           PERFORM REWRITE-TKT-FILE
           MOVE "TICKET-ASSIGN" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               "ticket " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-ID-DISP) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-ASSIGNEE) DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           IF FUNCTION TRIM(WS-TKT-ASSIGNEE) NOT =
              FUNCTION TRIM(WS-CURRENT-USERNAME)
               MOVE WS-TKT-ASSIGNEE TO WS-NOTIF-RECIP
               MOVE "SUPPORT" TO WS-NOTIF-TYPE
               MOVE SPACES TO WS-NOTIF-REF
               STRING
                   "Support ticket #" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TKT-ID-DISP) DELIMITED BY SIZE
                   " has been assigned to you" DELIMITED BY SIZE
                   INTO WS-NOTIF-REF
               END-STRING
               PERFORM ADD-NOTIFICATION
           END-IF
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Ticket #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-ID-DISP) DELIMITED BY SIZE
               " assigned to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-ASSIGNEE) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> TKT-ADMIN-REPLY
      *> Purpose: Add the administrator's reply and tell
      *>          the ticket's owner. An unassigned
      *>          ticket is taken by whoever answers it.
      *>---------------------------------------------
       TKT-ADMIN-REPLY.
           PERFORM ADD-TICKET-REPLY
           IF WS-TKT-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TKT-PARSE-USER TO WS-NOTIF-RECIP
           MOVE "SUPPORT" TO WS-NOTIF-TYPE
           MOVE SPACES TO WS-NOTIF-REF
           STRING
               "Support replied on your ticket #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-ID-DISP) DELIMITED BY SIZE
               INTO WS-NOTIF-REF
           END-STRING
           PERFORM ADD-NOTIFICATION
           IF FUNCTION TRIM(WS-TKT-PARSE-ASSIGNED) = SPACES
               MOVE WS-CURRENT-USERNAME TO WS-TKT-ASSIGNEE
               PERFORM TKT-ASSIGN
           END-IF.

      *>---------------------------------------------
      *> TKT-CLOSE
      *> Purpose: Close the ticket with the closing
      *>          timestamp, optionally leaving a final
      *>          reply, and tell the owner.
      *>---------------------------------------------
       TKT-CLOSE.
           MOVE "Add a closing reply? (Y/N):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE)) = "Y"
               PERFORM ADD-TICKET-REPLY
               IF EXIT-YES OR EOF-YES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM FORMAT-BUSINESS-TIMESTAMP
           MOVE "CLOSED" TO WS-TKT-PARSE-STATUS
           MOVE WS-BIZ-TIMESTAMP TO WS-TKT-PARSE-CLOSED
           IF FUNCTION TRIM(WS-TKT-PARSE-ASSIGNED) = SPACES
               MOVE WS-CURRENT-USERNAME TO WS-TKT-PARSE-ASSIGNED
           END-IF
           PERFORM REBUILD-TKT-ARRAY-LINE
           PERFORM REWRITE-TKT-FILE
           MOVE "TICKET-CLOSE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               "ticket " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-ID-DISP) DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-TKT-PARSE-USER TO WS-NOTIF-RECIP
           MOVE "SUPPORT" TO WS-NOTIF-TYPE
           MOVE SPACES TO WS-NOTIF-REF
           STRING
               "Your support ticket #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-ID-DISP) DELIMITED BY SIZE
               " has been closed" DELIMITED BY SIZE
               INTO WS-NOTIF-REF
           END-STRING
           PERFORM ADD-NOTIFICATION
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Ticket #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-ID-DISP) DELIMITED BY SIZE
               " closed." DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> TICKET-AGING-REPORT
      *> Purpose: Ticket aging and SLA report - per
      *>          category, open tickets by days open
      *>          (0-1, 2-3, 4-7, 8+), how many are past
      *>          SUPPORT-SLA-DAYS, and the closed count
      *>          with average days to close; then every
      *>          open ticket past the SLA. A campus-
      *>          scoped administrator's report counts
      *>          tickets raised inside their campuses.
      *> Called:  From ADMIN-CONSOLE option 20.
      *>---------------------------------------------
       TICKET-AGING-REPORT.
           PERFORM LOAD-TKT-ARRAY
           PERFORM VARYING WS-TKT-CAT-IDX FROM 1 BY 1
               UNTIL WS-TKT-CAT-IDX > 6
               INITIALIZE WS-TKA-ENTRY(WS-TKT-CAT-IDX)
           END-PERFORM
           MOVE "--- Support Ticket Aging ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE WS-CFG-SUPPORT-SLA-DAYS TO WS-TKA-DISP-1
           MOVE SPACES TO WS-OUTLINE
           STRING
               "As of " DELIMITED BY SIZE
               WS-BIZ-DATE-DISP DELIMITED BY SIZE
               ", SLA " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKA-DISP-1) DELIMITED BY SIZE
               " days" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           PERFORM ADMIN-SCOPE-REPORT-NOTE
           PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
               UNTIL WS-TKT-IDX > WS-TKT-TOTAL
               MOVE WS-TKT-ARRAY-LINE(WS-TKT-IDX) TO WS-TKT-LINE
               PERFORM PARSE-TKT-LINE
               MOVE WS-TKT-PARSE-USER TO WS-ASC-CHK-USER
               PERFORM ADMIN-USER-IN-SCOPE
               IF WS-ASC-OK = "Y"
                   PERFORM TKA-TALLY-TICKET
               END-IF
           END-PERFORM
           MOVE "Category    0-1d 2-3d 4-7d  8+d PastSLA Closed AvgDays"
               TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM VARYING WS-TKT-CAT-IDX FROM 1 BY 1
               UNTIL WS-TKT-CAT-IDX > 6
               PERFORM TKA-PRINT-CATEGORY
           END-PERFORM
           MOVE "Open tickets past the SLA:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-TKA-PAST-TOTAL
           PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
               UNTIL WS-TKT-IDX > WS-TKT-TOTAL
               MOVE WS-TKT-ARRAY-LINE(WS-TKT-IDX) TO WS-TKT-LINE
               PERFORM PARSE-TKT-LINE
               PERFORM TKA-DAYS-OPEN
               MOVE "N" TO WS-ASC-OK
               IF FUNCTION TRIM(WS-TKT-PARSE-STATUS) NOT = "CLOSED"
               AND WS-TKT-DAYS > WS-CFG-SUPPORT-SLA-DAYS
                   MOVE WS-TKT-PARSE-USER TO WS-ASC-CHK-USER
                   PERFORM ADMIN-USER-IN-SCOPE
               END-IF
               IF WS-ASC-OK = "Y"
                   ADD 1 TO WS-TKA-PAST-TOTAL
                   MOVE WS-TKT-PARSE-ID TO WS-TKT-ID-DISP
                   MOVE WS-TKT-DAYS TO WS-TKA-DISP-1
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       " #" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TKT-ID-DISP) DELIMITED BY SIZE
                       " [" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TKT-PARSE-CAT) DELIMITED BY SIZE
                       "] " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TKT-PARSE-USER)
                           DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TKA-DISP-1) DELIMITED BY SIZE
                       " days open, " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TKT-PARSE-STATUS)
                           DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   IF FUNCTION TRIM(WS-TKT-PARSE-ASSIGNED) NOT = SPACES
                       STRING
                           FUNCTION TRIM(WS-OUTLINE) DELIMITED BY SIZE
                           " to " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-TKT-PARSE-ASSIGNED)
                               DELIMITED BY SIZE
                           INTO WS-TKT-WORK
                       END-STRING
                       MOVE WS-TKT-WORK TO WS-OUTLINE
                       MOVE SPACES TO WS-TKT-WORK
                   END-IF
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-TKA-PAST-TOTAL = 0
               MOVE " None." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE "----------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> TKA-DAYS-OPEN
      *> Purpose: Days the parsed ticket has been open -
      *>          to its closing date when closed,
      *>          otherwise to the business date.
      *>---------------------------------------------
       TKA-DAYS-OPEN.
           MOVE 0 TO WS-TKT-DAYS
           MOVE SPACES TO WS-TKT-DATE-X
           STRING
               WS-TKT-PARSE-OPENED(1:4) DELIMITED BY SIZE
               WS-TKT-PARSE-OPENED(6:2) DELIMITED BY SIZE
               WS-TKT-PARSE-OPENED(9:2) DELIMITED BY SIZE
               INTO WS-TKT-DATE-X
           END-STRING
           IF WS-TKT-DATE-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TKT-DATE-X TO WS-TKT-OPEN-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TKT-OPEN-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIZ-DATE TO WS-TKT-END-DATE
           IF FUNCTION TRIM(WS-TKT-PARSE-STATUS) = "CLOSED"
               MOVE SPACES TO WS-TKT-DATE-X
               STRING
                   WS-TKT-PARSE-CLOSED(1:4) DELIMITED BY SIZE
                   WS-TKT-PARSE-CLOSED(6:2) DELIMITED BY SIZE
                   WS-TKT-PARSE-CLOSED(9:2) DELIMITED BY SIZE
                   INTO WS-TKT-DATE-X
               END-STRING
               IF WS-TKT-DATE-X IS NUMERIC
                   MOVE WS-TKT-DATE-X TO WS-TKT-END-DATE
               END-IF
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TKT-END-DATE) = 0
           AND WS-TKT-END-DATE > WS-TKT-OPEN-DATE
               COMPUTE WS-TKT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TKT-END-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-TKT-OPEN-DATE)
           END-IF.

      *>---------------------------------------------
      *> TKA-TALLY-TICKET
      *> Purpose: Add the parsed ticket to its
      *>          category's aging counters; unknown
      *>          categories count under OTHER.
      *>---------------------------------------------
       TKA-TALLY-TICKET.
           PERFORM TKA-DAYS-OPEN
           MOVE 6 TO WS-TKA-CAT
           PERFORM VARYING WS-TKT-CAT-IDX FROM 1 BY 1
               UNTIL WS-TKT-CAT-IDX > 6
               IF FUNCTION TRIM(WS-TKT-PARSE-CAT) =
                  FUNCTION TRIM(WS-TKT-CAT-NAME(WS-TKT-CAT-IDX))
                   MOVE WS-TKT-CAT-IDX TO WS-TKA-CAT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-TKT-PARSE-STATUS) = "CLOSED"
               ADD 1 TO WS-TKA-CLOSED(WS-TKA-CAT)
               ADD WS-TKT-DAYS TO WS-TKA-CLOSE-DAYS(WS-TKA-CAT)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-TKT-DAYS <= 1
                   ADD 1 TO WS-TKA-AGE-1(WS-TKA-CAT)
               WHEN WS-TKT-DAYS <= 3
                   ADD 1 TO WS-TKA-AGE-2(WS-TKA-CAT)
               WHEN WS-TKT-DAYS <= 7
                   ADD 1 TO WS-TKA-AGE-3(WS-TKA-CAT)
               WHEN OTHER
                   ADD 1 TO WS-TKA-AGE-4(WS-TKA-CAT)
           END-EVALUATE
           IF WS-TKT-DAYS > WS-CFG-SUPPORT-SLA-DAYS
               ADD 1 TO WS-TKA-PAST-SLA(WS-TKA-CAT)
           END-IF.

      *>---------------------------------------------
      *> TKA-PRINT-CATEGORY
      *> Purpose: One aging row for category
      *>          WS-TKT-CAT-IDX.
      *>---------------------------------------------
       TKA-PRINT-CATEGORY.
           MOVE WS-TKA-AGE-1(WS-TKT-CAT-IDX) TO WS-TKA-DISP-1
           MOVE WS-TKA-AGE-2(WS-TKT-CAT-IDX) TO WS-TKA-DISP-2
           MOVE WS-TKA-AGE-3(WS-TKT-CAT-IDX) TO WS-TKA-DISP-3
           MOVE WS-TKA-AGE-4(WS-TKT-CAT-IDX) TO WS-TKA-DISP-4
           MOVE WS-TKA-PAST-SLA(WS-TKT-CAT-IDX) TO WS-TKA-DISP-5
           MOVE WS-TKA-CLOSED(WS-TKT-CAT-IDX) TO WS-TKA-DISP-6
           IF WS-TKA-CLOSED(WS-TKT-CAT-IDX) > 0
               COMPUTE WS-TKA-AVG-DISP ROUNDED =
                   WS-TKA-CLOSE-DAYS(WS-TKT-CAT-IDX)
                   / WS-TKA-CLOSED(WS-TKT-CAT-IDX)
           ELSE
               MOVE 0 TO WS-TKA-AVG-DISP
           END-IF
           MOVE SPACES TO WS-OUTLINE
           STRING
               WS-TKT-CAT-NAME(WS-TKT-CAT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TKA-DISP-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TKA-DISP-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TKA-DISP-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TKA-DISP-4 DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-TKA-DISP-5 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-TKA-DISP-6 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-TKA-AVG-DISP DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> CHECK-POSTING-CREDIT
      *> Purpose: Decide whether the employer named in
      *>          WS-CRD-EMP-NAME can pay WS-CRD-COST
      *>          posting credits. An employer with no
      *>          credit account yet is treated as
      *>          holding the STARTING-CREDITS allowance.
      *>          Employers outside the directory carry
      *>          no account and are not charged.
      *>          Sets CREDIT-OK / CREDIT-REFUSED and
      *>          leaves the employer ID in WS-CRD-EMPID
      *>          (0 = not charged) and the balance in
      *>          WS-CRD-BALANCE.
      *>---------------------------------------------
       CHECK-POSTING-CREDIT.
           SET CREDIT-OK TO TRUE
           MOVE WS-CURRENT-USERNAME TO WS-CRD-ACTOR
           MOVE 0 TO WS-CRD-EMPID
           MOVE 0 TO WS-CRD-BALANCE
           PERFORM LOAD-EMP-ARRAY
           MOVE WS-CRD-EMP-NAME TO WS-EMP-LOOKUP-NAME
           PERFORM LOOKUP-EMPLOYER-ID
           IF WS-EMP-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EM-ID(WS-EMP-FOUND-IDX) TO WS-CRD-EMPID
           PERFORM LOAD-CRD-ARRAY
           PERFORM FIND-CRD-ACCOUNT
           IF WS-CRD-BALANCE < WS-CRD-COST
               SET CREDIT-REFUSED TO TRUE
               MOVE WS-CRD-BALANCE TO WS-CRD-DISP
               MOVE WS-CRD-COST TO WS-CRD-DISP2
               MOVE SPACES TO WS-OUTLINE
               STRING
                   FUNCTION TRIM(WS-CRD-EMP-NAME) DELIMITED BY SIZE
                   " has " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CRD-DISP) DELIMITED BY SIZE
                   " posting credit(s) left and this needs "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CRD-DISP2) DELIMITED BY SIZE
                   " - contact InCollege to buy more." DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF.

      *>---------------------------------------------
      *> FIND-CRD-ACCOUNT
      *> Purpose: Locate WS-CRD-EMPID in the loaded
      *>          credit accounts - WS-CRD-IDX (0 when
      *>          there is no account yet) and
      *>          WS-CRD-BALANCE, which is the starting
      *>          allowance for a new account.
      *>---------------------------------------------
       FIND-CRD-ACCOUNT.
           MOVE 0 TO WS-CRD-IDX
           MOVE WS-CFG-STARTING-CREDITS TO WS-CRD-BALANCE
           PERFORM VARYING WS-CRD-I FROM 1 BY 1
               UNTIL WS-CRD-I > WS-CRD-TOTAL
               IF WS-CR-EMPID(WS-CRD-I) = WS-CRD-EMPID
                   MOVE WS-CRD-I TO WS-CRD-IDX
                   MOVE WS-CR-BALANCE(WS-CRD-I) TO WS-CRD-BALANCE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> DEBIT-POSTING-CREDIT
      *> Purpose: Take WS-CRD-COST credits from the
      *>          account CHECK-POSTING-CREDIT found,
      *>          opening the account with its starting
      *>          allowance on first use, and journal
      *>          the charge (WS-CRD-TXN-TYPE, -JOBID,
      *>          -NOTE) to credittxn.dat.
      *>---------------------------------------------
       DEBIT-POSTING-CREDIT.
           IF WS-CRD-EMPID = 0 OR DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CRD-ARRAY
           PERFORM FIND-CRD-ACCOUNT
           IF WS-CRD-IDX = 0
               IF WS-CRD-TOTAL >= 500
                   DISPLAY "ERROR: Credit account table is full."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CRD-TOTAL
               MOVE WS-CRD-TOTAL TO WS-CRD-IDX
               MOVE WS-CRD-EMPID TO WS-CR-EMPID(WS-CRD-IDX)
               MOVE WS-CFG-STARTING-CREDITS TO WS-CR-BALANCE(WS-CRD-IDX)
               *> The allowance goes on the ledger so the account's
               *> history adds up to its balance.
               MOVE WS-CRD-TXN-TYPE TO WS-CRD-SAVE-TYPE
               MOVE WS-CRD-TXN-NOTE TO WS-CRD-SAVE-NOTE
               MOVE WS-CRD-JOBID TO WS-CRD-SAVE-JOBID
               MOVE "GRANT" TO WS-CRD-TXN-TYPE
               MOVE 0 TO WS-CRD-JOBID
               MOVE WS-CFG-STARTING-CREDITS TO WS-CRD-TXN-AMT
               MOVE "starting allowance" TO WS-CRD-TXN-NOTE
               PERFORM WRITE-CREDIT-TXN
               MOVE WS-CRD-SAVE-TYPE TO WS-CRD-TXN-TYPE
               MOVE WS-CRD-SAVE-NOTE TO WS-CRD-TXN-NOTE
               MOVE WS-CRD-SAVE-JOBID TO WS-CRD-JOBID
           END-IF
           IF WS-CR-BALANCE(WS-CRD-IDX) >= WS-CRD-COST
               SUBTRACT WS-CRD-COST FROM WS-CR-BALANCE(WS-CRD-IDX)
           ELSE
               MOVE 0 TO WS-CR-BALANCE(WS-CRD-IDX)
           END-IF
           PERFORM REWRITE-CRD-FILE
           MOVE WS-CRD-COST TO WS-CRD-TXN-AMT
           PERFORM WRITE-CREDIT-TXN.

      *>---------------------------------------------
      *> WRITE-CREDIT-TXN
      *> Purpose: Append date|employer ID|type|job ID|
      *>          credits|actor|note to credittxn.dat.
      *>          Types are GRANT and PURCHASE (credits
      *>          in) and POST and FEATURE (credits out).
      *>---------------------------------------------
       WRITE-CREDIT-TXN.
           MOVE WS-CRD-TXN-NOTE TO WS-CRD-WORK-NOTE
           INSPECT WS-CRD-WORK-NOTE REPLACING ALL "|" BY "/"
           MOVE SPACES TO WS-CTX-LINE
           STRING
               WS-BIZ-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CRD-EMPID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-TXN-TYPE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CRD-JOBID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CRD-TXN-AMT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-ACTOR) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-WORK-NOTE) DELIMITED BY SIZE
               INTO WS-CTX-LINE
           END-STRING
           OPEN EXTEND CREDITTXN-FILE
           IF WS-CTX-STAT = "41"
               CLOSE CREDITTXN-FILE
               OPEN EXTEND CREDITTXN-FILE
           END-IF
           IF WS-CTX-STAT = "00" OR WS-CTX-STAT = "05"
               WRITE CREDITTXN-REC FROM WS-CTX-LINE
               CLOSE CREDITTXN-FILE
           ELSE
               DISPLAY "ERROR: Cannot write to credittxn.dat. Status="
                   WS-CTX-STAT
               MOVE "credittxn.dat" TO WS-SPOOL-DEST
               MOVE WS-CTX-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> LOAD-CRD-ARRAY
      *> Purpose: Read empcredits.dat (employer ID|
      *>          balance) into WS-CRD-ARRAY.
      *>---------------------------------------------
       LOAD-CRD-ARRAY.
           MOVE 0 TO WS-CRD-TOTAL
           SET CRD-EOF-NO TO TRUE
           OPEN INPUT EMPCREDITS-FILE
           IF WS-CRD-STAT NOT = "00"
               IF WS-CRD-STAT = "05"
                   CLOSE EMPCREDITS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CRD-EOF-YES
               READ EMPCREDITS-FILE INTO WS-CRD-LINE
                   AT END
                       SET CRD-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-CRD-LINE) NOT = SPACES
                       AND WS-CRD-TOTAL < 500
                           MOVE SPACES TO WS-CRD-PARSE-ID-X
                           MOVE SPACES TO WS-CRD-PARSE-BAL-X
                           UNSTRING WS-CRD-LINE
                               DELIMITED BY "|"
                               INTO WS-CRD-PARSE-ID-X WS-CRD-PARSE-BAL-X
                           END-UNSTRING
                           IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-CRD-PARSE-ID-X)) = 0
                           AND FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-CRD-PARSE-BAL-X)) = 0
                               ADD 1 TO WS-CRD-TOTAL
                               MOVE FUNCTION NUMVAL(WS-CRD-PARSE-ID-X)
                                   TO WS-CR-EMPID(WS-CRD-TOTAL)
                               MOVE FUNCTION NUMVAL(WS-CRD-PARSE-BAL-X)
                                   TO WS-CR-BALANCE(WS-CRD-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPCREDITS-FILE
           SET CRD-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-CRD-FILE
      *> Purpose: Overwrite empcredits.dat from
      *>          WS-CRD-ARRAY.
      *>---------------------------------------------
       REWRITE-CRD-FILE.
           IF DRY-RUN-YES
               MOVE "empcredits.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EMPCREDITS-FILE
           IF WS-CRD-STAT NOT = "00" AND WS-CRD-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite empcredits.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CRD-I FROM 1 BY 1
               UNTIL WS-CRD-I > WS-CRD-TOTAL
               MOVE SPACES TO WS-CRD-LINE
               STRING
                   WS-CR-EMPID(WS-CRD-I) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-CR-BALANCE(WS-CRD-I) DELIMITED BY SIZE
                   INTO WS-CRD-LINE
               END-STRING
               WRITE EMPCREDITS-REC FROM WS-CRD-LINE
           END-PERFORM
           CLOSE EMPCREDITS-FILE.

      *>---------------------------------------------
      *> LOAD-FTR-ARRAY
      *> Purpose: Read featured.dat (job ID|employer ID|
      *>          from|to|bought by|bought on) into
      *>          WS-FTR-ARRAY.
      *>---------------------------------------------
       LOAD-FTR-ARRAY.
           MOVE 0 TO WS-FTR-TOTAL
           SET CRD-EOF-NO TO TRUE
           OPEN INPUT FEATURED-FILE
           IF WS-FTR-STAT NOT = "00"
               IF WS-FTR-STAT = "05"
                   CLOSE FEATURED-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CRD-EOF-YES
               READ FEATURED-FILE INTO WS-FTR-LINE
                   AT END
                       SET CRD-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-FTR-LINE) NOT = SPACES
                       AND WS-FTR-TOTAL < 500
                           PERFORM PARSE-FTR-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEATURED-FILE
           SET CRD-EOF-NO TO TRUE.

       PARSE-FTR-LINE.
           MOVE SPACES TO WS-FTR-PARSE-JOB-X
           MOVE SPACES TO WS-FTR-PARSE-EMP-X
           MOVE SPACES TO WS-FTR-PARSE-FROM-X
           MOVE SPACES TO WS-FTR-PARSE-TO-X
           UNSTRING WS-FTR-LINE
               DELIMITED BY "|"
               INTO WS-FTR-PARSE-JOB-X WS-FTR-PARSE-EMP-X
                    WS-FTR-PARSE-FROM-X WS-FTR-PARSE-TO-X
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FTR-PARSE-JOB-X)) = 0
           AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FTR-PARSE-EMP-X)) = 0
           AND WS-FTR-PARSE-FROM-X IS NUMERIC
           AND WS-FTR-PARSE-TO-X IS NUMERIC
               ADD 1 TO WS-FTR-TOTAL
               MOVE FUNCTION NUMVAL(WS-FTR-PARSE-JOB-X)
                   TO WS-FT-JOBID(WS-FTR-TOTAL)
               MOVE FUNCTION NUMVAL(WS-FTR-PARSE-EMP-X)
                   TO WS-FT-EMPID(WS-FTR-TOTAL)
               MOVE WS-FTR-PARSE-FROM-X TO WS-FT-FROM(WS-FTR-TOTAL)
               MOVE WS-FTR-PARSE-TO-X TO WS-FT-TO(WS-FTR-TOTAL)
           END-IF.

      *>---------------------------------------------
      *> CHECK-JOB-FEATURED
      *> Purpose: FTR-ACTIVE-YES when the posting in
      *>          WS-JOB-PARSE-ID has a featured range
      *>          covering the business date.
      *>          LOAD-FTR-ARRAY must have run.
      *>---------------------------------------------
       CHECK-JOB-FEATURED.
           SET FTR-ACTIVE-NO TO TRUE
           PERFORM VARYING WS-FTR-IDX FROM 1 BY 1
               UNTIL WS-FTR-IDX > WS-FTR-TOTAL
               IF WS-FT-JOBID(WS-FTR-IDX) = WS-JOB-PARSE-ID
               AND WS-FT-FROM(WS-FTR-IDX) <= WS-BIZ-DATE
               AND WS-FT-TO(WS-FTR-IDX) >= WS-BIZ-DATE
                   SET FTR-ACTIVE-YES TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> LIST-JOB-IN-PASS
      *> Purpose: Listings show featured postings first -
      *>          print the parsed posting only when it
      *>          belongs to the current pass, tagged
      *>          when featured. Sets WS-FTR-PRINTED.
      *>---------------------------------------------
       LIST-JOB-IN-PASS.
           MOVE "N" TO WS-FTR-PRINTED
           PERFORM CHECK-JOB-FEATURED
           IF (FTR-PASS-FEATURED AND FTR-ACTIVE-YES)
           OR (FTR-PASS-REST AND FTR-ACTIVE-NO)
               MOVE "Y" TO WS-FTR-PRINTED
               IF FTR-ACTIVE-YES
                   SET FTR-TAG-YES TO TRUE
               END-IF
               PERFORM PRINT-JOB-SUMMARY
               SET FTR-TAG-NO TO TRUE
           END-IF.

      *>---------------------------------------------
      *> FEATURE-JOB-POSTING
      *> Purpose: Buy a featured date range for the
      *>          posting loaded in WS-JOB-PARSE-*,
      *>          paid for in the employer's posting
      *>          credits (FEATURED-DAY-CREDITS a day).
      *> Called:  From EDIT-OR-DELETE-POSTING option 5.
      *>---------------------------------------------
       FEATURE-JOB-POSTING.
           IF FUNCTION TRIM(WS-JOB-PARSE-REVIEW) NOT = "APPROVED"
               MOVE "Only approved, listed postings can be featured."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "First featured day (YYYYMMDD, blank for today):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF WS-TRIMMED = SPACES
               MOVE WS-BIZ-DATE TO WS-FTR-NEW-FROM
           ELSE
               IF WS-TRIMMED(1:8) IS NOT NUMERIC
               OR WS-TRIMMED(9:1) NOT = SPACE
                   MOVE "Enter the date as YYYYMMDD." TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TRIMMED(1:8) TO WS-FTR-NEW-FROM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FTR-NEW-FROM) NOT = 0
               OR WS-FTR-NEW-FROM < WS-BIZ-DATE
                   MOVE "The first day must be a valid date, today or later."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Number of days to feature (1-90):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-FTR-NEW-DAYS
           IF WS-FTR-NEW-DAYS < 1 OR WS-FTR-NEW-DAYS > 90
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FTR-NEW-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FTR-NEW-FROM)
               + WS-FTR-NEW-DAYS - 1)
           IF WS-JOB-PARSE-EXP-DATE > 0
           AND WS-FTR-NEW-TO > WS-JOB-PARSE-EXP-DATE
               MOVE "The featured range runs past the posting's expiry date."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CRD-COST = WS-FTR-NEW-DAYS * WS-CFG-FEATURED-DAY-CREDITS
           MOVE WS-JOB-PARSE-EMP TO WS-CRD-EMP-NAME
           PERFORM CHECK-POSTING-CREDIT
           IF CREDIT-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF WS-CRD-EMPID = 0
               MOVE "Only postings for a directory employer can be featured."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRD-COST TO WS-CRD-DISP
           MOVE WS-CRD-BALANCE TO WS-CRD-DISP2
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Featuring " DELIMITED BY SIZE
               WS-FTR-NEW-FROM DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               WS-FTR-NEW-TO DELIMITED BY SIZE
               " uses " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-DISP) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-DISP2) DELIMITED BY SIZE
               " credits. Confirm (Y/N):" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE)) NOT = "Y"
               MOVE "Featuring cancelled." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE "featured.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-BUSINESS-TIMESTAMP
           MOVE SPACES TO WS-FTR-LINE
           STRING
               WS-JOB-PARSE-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CRD-EMPID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-FTR-NEW-FROM DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-FTR-NEW-TO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-BIZ-TIMESTAMP) DELIMITED BY SIZE
               INTO WS-FTR-LINE
           END-STRING
           OPEN EXTEND FEATURED-FILE
           IF WS-FTR-STAT = "41"
               CLOSE FEATURED-FILE
               OPEN EXTEND FEATURED-FILE
           END-IF
           IF WS-FTR-STAT = "00" OR WS-FTR-STAT = "05"
               WRITE FEATURED-REC FROM WS-FTR-LINE
               CLOSE FEATURED-FILE
           ELSE
               DISPLAY "ERROR: Cannot write to featured.dat. Status="
                   WS-FTR-STAT
               MOVE "featured.dat" TO WS-SPOOL-DEST
               MOVE WS-FTR-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE "FEATURE" TO WS-CRD-TXN-TYPE
           MOVE WS-JOB-PARSE-ID TO WS-CRD-JOBID
           MOVE SPACES TO WS-CRD-TXN-NOTE
           STRING
               WS-FTR-NEW-FROM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-FTR-NEW-TO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOB-PARSE-TITLE) DELIMITED BY SIZE
               INTO WS-CRD-TXN-NOTE
           END-STRING
           PERFORM DEBIT-POSTING-CREDIT
           MOVE "FEATURE-BUY" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               "job " DELIMITED BY SIZE
               WS-JOB-PARSE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FTR-NEW-FROM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-FTR-NEW-TO DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE "The posting will be listed first for the days bought."
               TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> ADMIN-EMPLOYER-CREDITS
      *> Purpose: Show every directory employer's
      *>          posting-credit balance and record a
      *>          credit purchase against one of them.
      *>          Employers are not tied to a campus, so
      *>          this is reserved to unrestricted
      *>          administrators.
      *> Called:  From ADMIN-CONSOLE option 21.
      *>---------------------------------------------
       ADMIN-EMPLOYER-CREDITS.
           IF ASC-SCOPED-YES
               MOVE "SCOPE-REFUSED" TO WS-AUDIT-ACTION
               MOVE "employer credits option 21" TO WS-AUDIT-TARGET
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Only a platform super-admin may manage employer posting credits."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-EMP-ARRAY
           PERFORM LOAD-CRD-ARRAY
           MOVE "--- Employer Posting Credits ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           IF WS-EMP-TOTAL = 0
               MOVE " The employer directory is empty." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-TOTAL
               MOVE WS-EM-ID(WS-EMP-IDX) TO WS-CRD-EMPID
               PERFORM FIND-CRD-ACCOUNT
               MOVE WS-CRD-BALANCE TO WS-CRD-DISP
               MOVE SPACES TO WS-OUTLINE
               STRING
                   " " DELIMITED BY SIZE
                   WS-EM-ID(WS-EMP-IDX) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EM-NAME(WS-EMP-IDX)) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CRD-DISP) DELIMITED BY SIZE
                   " credit(s)" DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               IF WS-CRD-IDX = 0
                   MOVE SPACES TO WS-CRD-WORK-NOTE
                   STRING
                       FUNCTION TRIM(WS-OUTLINE) DELIMITED BY SIZE
                       " (starting allowance, no account yet)"
                           DELIMITED BY SIZE
                       INTO WS-CRD-WORK-NOTE
                   END-STRING
                   MOVE WS-CRD-WORK-NOTE TO WS-OUTLINE
               END-IF
               PERFORM PRINT-LINE
           END-PERFORM
           MOVE "Enter an employer number to add purchased credits, or 0:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-EMP-SELECT
           IF WS-EMP-SELECT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EMP-FOUND-IDX
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-TOTAL
               IF WS-EM-ID(WS-EMP-IDX) = WS-EMP-SELECT
                   MOVE WS-EMP-IDX TO WS-EMP-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EMP-FOUND-IDX = 0
               MOVE "No directory entry has that number." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Credits purchased (1-9999):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-TRIMMED) < 1
           OR FUNCTION NUMVAL(WS-TRIMMED) > 9999
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-CRD-TXN-AMT
           MOVE "Purchase reference (order or PO number):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:60) TO WS-CRD-TXN-NOTE
           IF DRY-RUN-YES
               MOVE "empcredits.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EM-ID(WS-EMP-FOUND-IDX) TO WS-CRD-EMPID
           MOVE 0 TO WS-CRD-JOBID
           MOVE WS-CURRENT-USERNAME TO WS-CRD-ACTOR
           PERFORM FIND-CRD-ACCOUNT
           IF WS-CRD-IDX = 0
               IF WS-CRD-TOTAL >= 500
                   DISPLAY "ERROR: Credit account table is full."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CRD-TOTAL
               MOVE WS-CRD-TOTAL TO WS-CRD-IDX
               MOVE WS-CRD-EMPID TO WS-CR-EMPID(WS-CRD-IDX)
               MOVE 0 TO WS-CR-BALANCE(WS-CRD-IDX)
               *> Buying before the first posting still opens the
               *> account with the starting allowance.
               IF WS-CFG-STARTING-CREDITS > 0
                   MOVE WS-CRD-TXN-AMT TO WS-CRD-SAVE-AMT
                   MOVE WS-CRD-TXN-NOTE TO WS-CRD-SAVE-NOTE
                   MOVE "GRANT" TO WS-CRD-TXN-TYPE
                   MOVE WS-CFG-STARTING-CREDITS TO WS-CRD-TXN-AMT
                   MOVE "starting allowance" TO WS-CRD-TXN-NOTE
                   PERFORM WRITE-CREDIT-TXN
                   MOVE WS-CFG-STARTING-CREDITS
                       TO WS-CR-BALANCE(WS-CRD-IDX)
                   MOVE WS-CRD-SAVE-AMT TO WS-CRD-TXN-AMT
                   MOVE WS-CRD-SAVE-NOTE TO WS-CRD-TXN-NOTE
               END-IF
           END-IF
           ADD WS-CRD-TXN-AMT TO WS-CR-BALANCE(WS-CRD-IDX)
           PERFORM REWRITE-CRD-FILE
           MOVE "PURCHASE" TO WS-CRD-TXN-TYPE
           PERFORM WRITE-CREDIT-TXN
           MOVE WS-CRD-TXN-AMT TO WS-CRD-DISP
           MOVE "CREDIT-PURCHASE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               "employer " DELIMITED BY SIZE
               WS-CRD-EMPID DELIMITED BY SIZE
               " +" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-TXN-NOTE) DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-CR-BALANCE(WS-CRD-IDX) TO WS-CRD-DISP2
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Credits added. New balance: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-DISP2) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> MONTH-END-INVOICING
      *> Purpose: Bill the most recently completed
      *>          calendar month - the business date's
      *>          own month when run on its last day,
      *>          otherwise the month before. Each
      *>          employer with activity gets an invoice
      *>          in invoices.txt listing its postings,
      *>          featured days and credits used, and a
      *>          row in bursar-billing.dat for the
      *>          bursar's office.
      *> Called:  From TOP-LEVEL-MENU option 18.
      *>---------------------------------------------
       MONTH-END-INVOICING.
           COMPUTE WS-BIL-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE) + 1)
           IF WS-BIL-WORK-DATE(7:2) = "01"
               MOVE WS-BIZ-DATE TO WS-BIL-PERIOD-END
           ELSE
               MOVE WS-BIZ-DATE TO WS-BIL-WORK-DATE
               MOVE "01" TO WS-BIL-WORK-DATE(7:2)
               COMPUTE WS-BIL-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BIL-WORK-DATE) - 1)
           END-IF
           MOVE WS-BIL-PERIOD-END TO WS-BIL-PERIOD-START
           MOVE "01" TO WS-BIL-PERIOD-START(7:2)
           MOVE SPACES TO WS-BIL-PERIOD
           STRING
               WS-BIL-PERIOD-START(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-BIL-PERIOD-START(5:2) DELIMITED BY SIZE
               INTO WS-BIL-PERIOD
           END-STRING
           PERFORM LOAD-CTX-ARRAY
           IF WS-CTX-OVERFLOW = "Y"
               MOVE "ERROR: credittxn.dat has more rows for the period than the billing table holds; no invoices written."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INVOICE-FILE
           IF WS-BIL-STAT NOT = "00" AND WS-BIL-STAT NOT = "05"
               MOVE "ERROR: Cannot write invoices.txt." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BURSAR-FILE
           IF WS-BUR-STAT NOT = "00" AND WS-BUR-STAT NOT = "05"
               CLOSE INVOICE-FILE
               MOVE "ERROR: Cannot write bursar-billing.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BIL-LINE
           STRING
               "--- InCollege Employer Invoices for " DELIMITED BY SIZE
               WS-BIL-PERIOD DELIMITED BY SIZE
               " ---" DELIMITED BY SIZE
               INTO WS-BIL-LINE
           END-STRING
           WRITE INVOICE-REC FROM WS-BIL-LINE
           PERFORM LOAD-EMP-ARRAY
           PERFORM LOAD-CRD-ARRAY
           PERFORM LOAD-FTR-ARRAY
           MOVE 0 TO WS-BIL-COUNT
           MOVE 0 TO WS-BIL-GRAND-TOTAL
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-TOTAL
               PERFORM BIL-ONE-EMPLOYER
           END-PERFORM
           MOVE WS-BIL-COUNT TO WS-CRD-DISP
           MOVE WS-BIL-GRAND-TOTAL TO WS-BIL-AMT-DISP
           MOVE SPACES TO WS-BIL-LINE
           STRING
               "Invoices: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-DISP) DELIMITED BY SIZE
               "  Total billed: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BIL-AMT-DISP) DELIMITED BY SIZE
               INTO WS-BIL-LINE
           END-STRING
           WRITE INVOICE-REC FROM WS-BIL-LINE
           CLOSE INVOICE-FILE
           CLOSE BURSAR-FILE
           MOVE "INVOICE-RUN" TO WS-AUDIT-ACTION
           MOVE "OPERATOR" TO WS-CURRENT-USERNAME
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               "period " DELIMITED BY SIZE
               WS-BIL-PERIOD DELIMITED BY SIZE
               " invoices " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-DISP) DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO WS-CURRENT-USERNAME
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Invoicing for " DELIMITED BY SIZE
               WS-BIL-PERIOD DELIMITED BY SIZE
               " complete. Invoices: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-DISP) DELIMITED BY SIZE
               ", total " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BIL-AMT-DISP) DELIMITED BY SIZE
               " (see invoices.txt and bursar-billing.dat)"
                   DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> LOAD-CTX-ARRAY
      *> Purpose: Read the credittxn.dat rows dated
      *>          inside the billing period into
      *>          WS-CTX-ARRAY. WS-CTX-OVERFLOW is set
      *>          when the period has more rows than
      *>          the table holds.
      *>---------------------------------------------
       LOAD-CTX-ARRAY.
           MOVE 0 TO WS-CTX-TOTAL
           MOVE "N" TO WS-CTX-OVERFLOW
           SET CRD-EOF-NO TO TRUE
           OPEN INPUT CREDITTXN-FILE
           IF WS-CTX-STAT NOT = "00"
               IF WS-CTX-STAT = "05"
                   CLOSE CREDITTXN-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CRD-EOF-YES
               READ CREDITTXN-FILE INTO WS-CTX-LINE
                   AT END
                       SET CRD-EOF-YES TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-CTX-PARSE-DATE-X
                       UNSTRING WS-CTX-LINE DELIMITED BY "|"
                           INTO WS-CTX-PARSE-DATE-X
                       END-UNSTRING
                       IF WS-CTX-PARSE-DATE-X IS NUMERIC
                       AND WS-CTX-PARSE-DATE-X >= WS-BIL-PERIOD-START
                       AND WS-CTX-PARSE-DATE-X <= WS-BIL-PERIOD-END
                           IF WS-CTX-TOTAL < 2000
                               ADD 1 TO WS-CTX-TOTAL
                               MOVE WS-CTX-LINE
                                   TO WS-CTX-ARRAY-LINE(WS-CTX-TOTAL)
                           ELSE
                               MOVE "Y" TO WS-CTX-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDITTXN-FILE
           SET CRD-EOF-NO TO TRUE.

       PARSE-CTX-LINE.
           MOVE SPACES TO WS-CTX-PARSE-DATE-X
           MOVE SPACES TO WS-CTX-PARSE-EMP-X
           MOVE SPACES TO WS-CTX-PARSE-TYPE
           MOVE SPACES TO WS-CTX-PARSE-JOB-X
           MOVE SPACES TO WS-CTX-PARSE-AMT-X
           MOVE SPACES TO WS-CTX-PARSE-ACTOR
           MOVE SPACES TO WS-CTX-PARSE-NOTE
           UNSTRING WS-CTX-ARRAY-LINE(WS-CTX-IDX)
               DELIMITED BY "|"
               INTO WS-CTX-PARSE-DATE-X WS-CTX-PARSE-EMP-X
                    WS-CTX-PARSE-TYPE WS-CTX-PARSE-JOB-X
                    WS-CTX-PARSE-AMT-X WS-CTX-PARSE-ACTOR
                    WS-CTX-PARSE-NOTE
           END-UNSTRING
           MOVE 0 TO WS-CTX-PARSE-DATE
           MOVE 0 TO WS-CTX-PARSE-EMP
           MOVE 0 TO WS-CTX-PARSE-AMT
           IF WS-CTX-PARSE-DATE-X IS NUMERIC
               MOVE WS-CTX-PARSE-DATE-X TO WS-CTX-PARSE-DATE
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CTX-PARSE-EMP-X)) = 0
               MOVE FUNCTION NUMVAL(WS-CTX-PARSE-EMP-X) TO WS-CTX-PARSE-EMP
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CTX-PARSE-AMT-X)) = 0
               MOVE FUNCTION NUMVAL(WS-CTX-PARSE-AMT-X) TO WS-CTX-PARSE-AMT
           END-IF.

      *>---------------------------------------------
      *> BIL-ONE-EMPLOYER
      *> Purpose: Invoice directory employer WS-EMP-IDX
      *>          for the period, skipping employers with
      *>          nothing to bill or report.
      *>---------------------------------------------
       BIL-ONE-EMPLOYER.
           MOVE WS-EM-ID(WS-EMP-IDX) TO WS-CRD-EMPID
           MOVE 0 TO WS-BIL-POSTINGS
           MOVE 0 TO WS-BIL-FEAT-DAYS
           MOVE 0 TO WS-BIL-CREDITS-USED
           MOVE 0 TO WS-BIL-CREDITS-IN
           PERFORM VARYING WS-CTX-IDX FROM 1 BY 1
               UNTIL WS-CTX-IDX > WS-CTX-TOTAL
               PERFORM PARSE-CTX-LINE
               IF WS-CTX-PARSE-EMP = WS-CRD-EMPID
               AND WS-CTX-PARSE-DATE >= WS-BIL-PERIOD-START
               AND WS-CTX-PARSE-DATE <= WS-BIL-PERIOD-END
                   EVALUATE FUNCTION TRIM(WS-CTX-PARSE-TYPE)
                       WHEN "POST"
                           ADD 1 TO WS-BIL-POSTINGS
                           ADD WS-CTX-PARSE-AMT TO WS-BIL-CREDITS-USED
                       WHEN "FEATURE"
                           ADD WS-CTX-PARSE-AMT TO WS-BIL-CREDITS-USED
                       WHEN OTHER
                           ADD WS-CTX-PARSE-AMT TO WS-BIL-CREDITS-IN
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FTR-IDX FROM 1 BY 1
               UNTIL WS-FTR-IDX > WS-FTR-TOTAL
               IF WS-FT-EMPID(WS-FTR-IDX) = WS-CRD-EMPID
                   PERFORM BIL-FEATURED-OVERLAP
                   ADD WS-BIL-OVERLAP TO WS-BIL-FEAT-DAYS
               END-IF
           END-PERFORM
           IF WS-BIL-POSTINGS = 0 AND WS-BIL-FEAT-DAYS = 0
           AND WS-BIL-CREDITS-USED = 0 AND WS-BIL-CREDITS-IN = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BIL-COUNT
           COMPUTE WS-BIL-AMOUNT = WS-BIL-CREDITS-USED * WS-CFG-CREDIT-PRICE
           ADD WS-BIL-AMOUNT TO WS-BIL-GRAND-TOTAL
           MOVE SPACES TO INVOICE-REC
           WRITE INVOICE-REC
           MOVE SPACES TO WS-BIL-LINE
           STRING
               "INVOICE " DELIMITED BY SIZE
               WS-BIL-PERIOD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CRD-EMPID DELIMITED BY SIZE
               "   Employer #" DELIMITED BY SIZE
               WS-CRD-EMPID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EM-NAME(WS-EMP-IDX)) DELIMITED BY SIZE
               INTO WS-BIL-LINE
           END-STRING
           WRITE INVOICE-REC FROM WS-BIL-LINE
           MOVE SPACES TO WS-BIL-LINE
           STRING
               "  Period " DELIMITED BY SIZE
               WS-BIL-PERIOD-START DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-BIL-PERIOD-END DELIMITED BY SIZE
               INTO WS-BIL-LINE
           END-STRING
           WRITE INVOICE-REC FROM WS-BIL-LINE
           MOVE "  Postings:" TO INVOICE-REC
           WRITE INVOICE-REC
           PERFORM VARYING WS-CTX-IDX FROM 1 BY 1
               UNTIL WS-CTX-IDX > WS-CTX-TOTAL
               PERFORM PARSE-CTX-LINE
               IF WS-CTX-PARSE-EMP = WS-CRD-EMPID
               AND WS-CTX-PARSE-DATE >= WS-BIL-PERIOD-START
               AND WS-CTX-PARSE-DATE <= WS-BIL-PERIOD-END
               AND FUNCTION TRIM(WS-CTX-PARSE-TYPE) = "POST"
                   MOVE SPACES TO WS-BIL-LINE
                   STRING
                       "    " DELIMITED BY SIZE
                       WS-CTX-PARSE-DATE-X DELIMITED BY SIZE
                       " job " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CTX-PARSE-JOB-X)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CTX-PARSE-NOTE) DELIMITED BY SIZE
                       " by " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CTX-PARSE-ACTOR) DELIMITED BY SIZE
                       INTO WS-BIL-LINE
                   END-STRING
                   WRITE INVOICE-REC FROM WS-BIL-LINE
               END-IF
           END-PERFORM
           IF WS-BIL-POSTINGS = 0
               MOVE "    (none)" TO INVOICE-REC
               WRITE INVOICE-REC
           END-IF
           MOVE "  Featured listings:" TO INVOICE-REC
           WRITE INVOICE-REC
           PERFORM VARYING WS-FTR-IDX FROM 1 BY 1
               UNTIL WS-FTR-IDX > WS-FTR-TOTAL
               IF WS-FT-EMPID(WS-FTR-IDX) = WS-CRD-EMPID
                   PERFORM BIL-FEATURED-OVERLAP
                   IF WS-BIL-OVERLAP > 0
                       MOVE WS-BIL-OVERLAP TO WS-CRD-DISP
                       MOVE SPACES TO WS-BIL-LINE
                       STRING
                           "    job " DELIMITED BY SIZE
                           WS-FT-JOBID(WS-FTR-IDX) DELIMITED BY SIZE
                           " featured " DELIMITED BY SIZE
                           WS-FT-FROM(WS-FTR-IDX) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           WS-FT-TO(WS-FTR-IDX) DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CRD-DISP) DELIMITED BY SIZE
                           " day(s) in period" DELIMITED BY SIZE
                           INTO WS-BIL-LINE
                       END-STRING
                       WRITE INVOICE-REC FROM WS-BIL-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BIL-FEAT-DAYS = 0
               MOVE "    (none)" TO INVOICE-REC
               WRITE INVOICE-REC
           END-IF
           MOVE WS-BIL-POSTINGS TO WS-CRD-DISP
           MOVE WS-BIL-FEAT-DAYS TO WS-CRD-DISP2
           MOVE SPACES TO WS-BIL-LINE
           STRING
               "  Postings: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-DISP) DELIMITED BY SIZE
               "  Featured days: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-DISP2) DELIMITED BY SIZE
               INTO WS-BIL-LINE
           END-STRING
           WRITE INVOICE-REC FROM WS-BIL-LINE
           MOVE WS-BIL-CREDITS-USED TO WS-CRD-DISP
           MOVE WS-BIL-CREDITS-IN TO WS-CRD-DISP2
           PERFORM FIND-CRD-ACCOUNT
           MOVE WS-CRD-BALANCE TO WS-CRD-DISP3
           MOVE SPACES TO WS-BIL-LINE
           STRING
               "  Credits used: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-DISP) DELIMITED BY SIZE
               "  Credits added: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-DISP2) DELIMITED BY SIZE
               "  Balance now: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CRD-DISP3) DELIMITED BY SIZE
               INTO WS-BIL-LINE
           END-STRING
           WRITE INVOICE-REC FROM WS-BIL-LINE
           MOVE WS-BIL-AMOUNT TO WS-BIL-AMT-DISP
           MOVE SPACES TO WS-BIL-LINE
           STRING
               "  Amount due: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BIL-AMT-DISP) DELIMITED BY SIZE
               INTO WS-BIL-LINE
           END-STRING
           WRITE INVOICE-REC FROM WS-BIL-LINE
           MOVE WS-BIL-AMOUNT TO WS-BIL-AMT-PLAIN
           MOVE SPACES TO WS-BIL-LINE
           STRING
               WS-BIL-PERIOD DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CRD-EMPID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EM-NAME(WS-EMP-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-BIL-POSTINGS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-BIL-FEAT-DAYS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-BIL-CREDITS-USED DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-BIL-AMT-PLAIN DELIMITED BY SIZE
               INTO WS-BIL-LINE
           END-STRING
           WRITE BURSAR-REC FROM WS-BIL-LINE.

      *>---------------------------------------------
      *> BIL-FEATURED-OVERLAP
      *> Purpose: Days of featured range WS-FTR-IDX that
      *>          fall inside the invoice period, in
      *>          WS-BIL-OVERLAP.
      *>---------------------------------------------
       BIL-FEATURED-OVERLAP.
           MOVE 0 TO WS-BIL-OVERLAP
           IF WS-FT-FROM(WS-FTR-IDX) > WS-BIL-PERIOD-END
           OR WS-FT-TO(WS-FTR-IDX) < WS-BIL-PERIOD-START
           OR FUNCTION TEST-DATE-YYYYMMDD(WS-FT-FROM(WS-FTR-IDX)) NOT = 0
           OR FUNCTION TEST-DATE-YYYYMMDD(WS-FT-TO(WS-FTR-IDX)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FT-FROM(WS-FTR-IDX) TO WS-BIL-OV-FROM
           IF WS-BIL-OV-FROM < WS-BIL-PERIOD-START
               MOVE WS-BIL-PERIOD-START TO WS-BIL-OV-FROM
           END-IF
           MOVE WS-FT-TO(WS-FTR-IDX) TO WS-BIL-OV-TO
           IF WS-BIL-OV-TO > WS-BIL-PERIOD-END
               MOVE WS-BIL-PERIOD-END TO WS-BIL-OV-TO
           END-IF
           COMPUTE WS-BIL-OVERLAP =
               FUNCTION INTEGER-OF-DATE(WS-BIL-OV-TO)
               - FUNCTION INTEGER-OF-DATE(WS-BIL-OV-FROM) + 1.

      *>---------------------------------------------
      *> ENROLLMENT-VERIFICATION
      *> Purpose: Match every student profile against
      *>          the registrar's current enrollment
      *>          extract (enrollment.csv - first name,
      *>          last name, university, major, grad
      *>          year) by name and university. Each
      *>          student is recorded in enrollverify.dat
      *>          as VERIFIED, MISMATCH (a registrar row
      *>          carries the name but the university,
      *>          major or graduation year disagree) or
      *>          NOTFOUND, and the exceptions go to
      *>          enrollment-mismatch.txt for career
      *>          services.
      *> Called:  From TOP-LEVEL-MENU option 19 and as a
      *>          BATCH-MAINTENANCE step.
      *>---------------------------------------------
       ENROLLMENT-VERIFICATION.
           PERFORM LOAD-ENR-ROSTER
           IF WS-ENR-ROSTER-MISSING = "Y"
               MOVE "enrollment.csv not found - verification skipped."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ENRMISS-FILE
           IF WS-ENM-STAT NOT = "00" AND WS-ENM-STAT NOT = "05"
               MOVE "ERROR: Cannot write enrollment-mismatch.txt."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "--- InCollege Enrollment Verification Exceptions ---"
               TO ENRMISS-REC
           WRITE ENRMISS-REC
           MOVE SPACES TO WS-ENM-LINE
           STRING
               "Processing date: " DELIMITED BY SIZE
               WS-BIZ-DATE-DISP DELIMITED BY SIZE
               INTO WS-ENM-LINE
           END-STRING
           WRITE ENRMISS-REC FROM WS-ENM-LINE
           MOVE 0 TO WS-VER-TOTAL
           MOVE 0 TO WS-ENR-VERIFIED
           MOVE 0 TO WS-ENR-MISMATCHED
           MOVE 0 TO WS-ENR-NOTFOUND
           SET SEARCH-EOF-NO TO TRUE
           OPEN INPUT PROFILES-FILE
           IF PROFILES-STATUS = "00"
               PERFORM UNTIL SEARCH-EOF-YES
                   READ PROFILES-FILE NEXT
                       AT END
                           SET SEARCH-EOF-YES TO TRUE
                       NOT AT END
                           MOVE PR-LINE TO WS-PROFILE-LINE
                           PERFORM PARSE-PROFILE-LINE
                           PERFORM ENR-VERIFY-ONE-PROFILE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PROFILES-FILE
           SET SEARCH-EOF-NO TO TRUE
           MOVE SPACES TO ENRMISS-REC
           WRITE ENRMISS-REC
           MOVE WS-ENR-ROSTER-TOTAL TO WS-ENR-DISP-1
           MOVE SPACES TO WS-ENM-LINE
           STRING
               "Registrar rows read: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENR-DISP-1) DELIMITED BY SIZE
               INTO WS-ENM-LINE
           END-STRING
           WRITE ENRMISS-REC FROM WS-ENM-LINE
           MOVE WS-ENR-VERIFIED TO WS-ENR-DISP-1
           MOVE WS-ENR-MISMATCHED TO WS-ENR-DISP-2
           MOVE WS-ENR-NOTFOUND TO WS-ENR-DISP-3
           MOVE SPACES TO WS-ENM-LINE
           STRING
               "Verified: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENR-DISP-1) DELIMITED BY SIZE
               "  Mismatched: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENR-DISP-2) DELIMITED BY SIZE
               "  Not found: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENR-DISP-3) DELIMITED BY SIZE
               INTO WS-ENM-LINE
           END-STRING
           WRITE ENRMISS-REC FROM WS-ENM-LINE
           CLOSE ENRMISS-FILE
           PERFORM REWRITE-VER-FILE
           MOVE "ENROLL-VERIFY" TO WS-AUDIT-ACTION
           MOVE "OPERATOR" TO WS-CURRENT-USERNAME
           MOVE WS-ENM-LINE TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO WS-CURRENT-USERNAME
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Enrollment verification complete. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENM-LINE) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> LOAD-ENR-ROSTER
      *> Purpose: Read the registrar extract into
      *>          WS-ENR-ROSTER, skipping a heading row
      *>          and rows without a name.
      *>---------------------------------------------
       LOAD-ENR-ROSTER.
           MOVE 0 TO WS-ENR-ROSTER-TOTAL
           MOVE "N" TO WS-ENR-ROSTER-MISSING
           SET VER-EOF-NO TO TRUE
           OPEN INPUT ENROLL-FILE
           IF WS-ENR-STAT NOT = "00"
               IF WS-ENR-STAT = "05"
                   CLOSE ENROLL-FILE
               END-IF
               MOVE "Y" TO WS-ENR-ROSTER-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL VER-EOF-YES
               READ ENROLL-FILE INTO WS-ENR-LINE
                   AT END
                       SET VER-EOF-YES TO TRUE
                   NOT AT END
                       INSPECT WS-ENR-LINE REPLACING ALL "|" BY "/"
                       MOVE SPACES TO WS-ENR-IN-FNAME
                       MOVE SPACES TO WS-ENR-IN-LNAME
                       MOVE SPACES TO WS-ENR-IN-UNIV
                       MOVE SPACES TO WS-ENR-IN-MAJOR
                       MOVE SPACES TO WS-ENR-IN-GRAD
                       UNSTRING WS-ENR-LINE
                           DELIMITED BY ","
                           INTO WS-ENR-IN-FNAME WS-ENR-IN-LNAME
                                WS-ENR-IN-UNIV WS-ENR-IN-MAJOR
                                WS-ENR-IN-GRAD
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-ENR-IN-FNAME)) NOT = "FIRST"
                       AND FUNCTION TRIM(WS-ENR-IN-FNAME) NOT = SPACES
                       AND FUNCTION TRIM(WS-ENR-IN-LNAME) NOT = SPACES
                       AND WS-ENR-ROSTER-TOTAL < 2000
                           ADD 1 TO WS-ENR-ROSTER-TOTAL
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-ENR-IN-FNAME))
                               TO WS-RG-FNAME(WS-ENR-ROSTER-TOTAL)
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-ENR-IN-LNAME))
                               TO WS-RG-LNAME(WS-ENR-ROSTER-TOTAL)
                           MOVE FUNCTION TRIM(WS-ENR-IN-UNIV)
                               TO WS-RG-UNIV(WS-ENR-ROSTER-TOTAL)
                           MOVE FUNCTION TRIM(WS-ENR-IN-MAJOR)
                               TO WS-RG-MAJOR(WS-ENR-ROSTER-TOTAL)
                           MOVE FUNCTION TRIM(WS-ENR-IN-GRAD)
                               TO WS-RG-GRAD(WS-ENR-ROSTER-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE
           SET VER-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> ENR-VERIFY-ONE-PROFILE
      *> Purpose: Classify the profile just parsed
      *>          (student accounts only) and add its
      *>          row to WS-VER-ARRAY. The university
      *>          match decides between VERIFIED and
      *>          MISMATCH; major and graduation year
      *>          are only compared when the registrar
      *>          row carries them.
      *>---------------------------------------------
       ENR-VERIFY-ONE-PROFILE.
           MOVE "N" TO WS-ENR-IS-STUDENT
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USERNAME(WS-I))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-USERNAME))
                   IF ACCOUNT-IS-STUDENT(WS-I)
                       MOVE "Y" TO WS-ENR-IS-STUDENT
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ENR-IS-STUDENT = "N" OR WS-VER-TOTAL >= 500
               EXIT PARAGRAPH
           END-IF
           MOVE "NOTFOUND" TO WS-ENR-RESULT
           MOVE SPACES TO WS-ENR-DETAIL
           MOVE 0 TO WS-ENR-NAME-HIT
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
               UNTIL WS-ENR-IDX > WS-ENR-ROSTER-TOTAL
                  OR WS-ENR-RESULT = "VERIFIED"
               IF WS-RG-FNAME(WS-ENR-IDX) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-FNAME))
               AND WS-RG-LNAME(WS-ENR-IDX) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-LNAME))
                   IF WS-ENR-NAME-HIT = 0
                       MOVE WS-ENR-IDX TO WS-ENR-NAME-HIT
                   END-IF
                   IF FUNCTION UPPER-CASE(WS-RG-UNIV(WS-ENR-IDX)) =
                      FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-PARSED-UNIVERSITY))
                       PERFORM ENR-COMPARE-DETAILS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ENR-RESULT = "NOTFOUND" AND WS-ENR-NAME-HIT > 0
               MOVE "MISMATCH" TO WS-ENR-RESULT
               MOVE SPACES TO WS-ENR-DETAIL
               STRING
                   "university differs - registrar has " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RG-UNIV(WS-ENR-NAME-HIT))
                       DELIMITED BY SIZE
                   INTO WS-ENR-DETAIL
               END-STRING
           END-IF
           IF WS-ENR-RESULT = "NOTFOUND"
               MOVE "no registrar row with this name" TO WS-ENR-DETAIL
           END-IF
           EVALUATE WS-ENR-RESULT
               WHEN "VERIFIED"
                   ADD 1 TO WS-ENR-VERIFIED
               WHEN "MISMATCH"
                   ADD 1 TO WS-ENR-MISMATCHED
               WHEN OTHER
                   ADD 1 TO WS-ENR-NOTFOUND
           END-EVALUATE
           ADD 1 TO WS-VER-TOTAL
           MOVE WS-PARSED-USERNAME TO WS-VR-USER(WS-VER-TOTAL)
           MOVE WS-ENR-RESULT TO WS-VR-STATUS(WS-VER-TOTAL)
           MOVE WS-BIZ-DATE TO WS-VR-DATE(WS-VER-TOTAL)
           MOVE WS-PARSED-UNIVERSITY TO WS-VR-UNIV(WS-VER-TOTAL)
           MOVE WS-PARSED-MAJOR TO WS-VR-MAJOR(WS-VER-TOTAL)
           MOVE WS-PARSED-GRAD-YEAR TO WS-VR-GRAD(WS-VER-TOTAL)
           MOVE WS-ENR-DETAIL TO WS-VR-DETAIL(WS-VER-TOTAL)
           IF WS-ENR-RESULT NOT = "VERIFIED"
               MOVE SPACES TO WS-ENM-LINE
               STRING
                   WS-ENR-RESULT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PARSED-USERNAME) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PARSED-FNAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PARSED-LNAME) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PARSED-UNIVERSITY) DELIMITED BY SIZE
                   ") - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENR-DETAIL) DELIMITED BY SIZE
                   INTO WS-ENM-LINE
               END-STRING
               WRITE ENRMISS-REC FROM WS-ENM-LINE
           END-IF.

      *>---------------------------------------------
      *> ENR-COMPARE-DETAILS
      *> Purpose: Name and university agree with roster
      *>          row WS-ENR-IDX - check the major and
      *>          graduation year it carries.
      *>---------------------------------------------
       ENR-COMPARE-DETAILS.
           IF WS-RG-MAJOR(WS-ENR-IDX) NOT = SPACES
           AND FUNCTION UPPER-CASE(WS-RG-MAJOR(WS-ENR-IDX)) NOT =
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-MAJOR))
               MOVE "MISMATCH" TO WS-ENR-RESULT
               MOVE SPACES TO WS-ENR-DETAIL
               STRING
                   "major differs - registrar has " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RG-MAJOR(WS-ENR-IDX)) DELIMITED BY SIZE
                   INTO WS-ENR-DETAIL
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-RG-GRAD(WS-ENR-IDX) NOT = SPACES
           AND WS-RG-GRAD(WS-ENR-IDX) NOT =
               FUNCTION TRIM(WS-PARSED-GRAD-YEAR)
               MOVE "MISMATCH" TO WS-ENR-RESULT
               MOVE SPACES TO WS-ENR-DETAIL
               STRING
                   "graduation year differs - registrar has "
                       DELIMITED BY SIZE
                   WS-RG-GRAD(WS-ENR-IDX) DELIMITED BY SIZE
                   INTO WS-ENR-DETAIL
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE "VERIFIED" TO WS-ENR-RESULT
           MOVE SPACES TO WS-ENR-DETAIL.

      *>---------------------------------------------
      *> LOAD-VER-ARRAY
      *> Purpose: Read enrollverify.dat (username|status|
      *>          checked date|university|major|grad
      *>          year|detail) into WS-VER-ARRAY.
      *>---------------------------------------------
       LOAD-VER-ARRAY.
           MOVE 0 TO WS-VER-TOTAL
           SET VER-EOF-NO TO TRUE
           OPEN INPUT ENRVERIFY-FILE
           IF WS-VER-STAT NOT = "00"
               IF WS-VER-STAT = "05"
                   CLOSE ENRVERIFY-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL VER-EOF-YES
               READ ENRVERIFY-FILE INTO WS-VER-LINE
                   AT END
                       SET VER-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-VER-LINE) NOT = SPACES
                       AND WS-VER-TOTAL < 500
                           ADD 1 TO WS-VER-TOTAL
                           MOVE SPACES TO WS-VER-DATE-X
                           UNSTRING WS-VER-LINE
                               DELIMITED BY "|"
                               INTO WS-VR-USER(WS-VER-TOTAL)
                                    WS-VR-STATUS(WS-VER-TOTAL)
                                    WS-VER-DATE-X
                                    WS-VR-UNIV(WS-VER-TOTAL)
                                    WS-VR-MAJOR(WS-VER-TOTAL)
                                    WS-VR-GRAD(WS-VER-TOTAL)
                                    WS-VR-DETAIL(WS-VER-TOTAL)
                           END-UNSTRING
                           IF WS-VER-DATE-X IS NUMERIC
                               MOVE WS-VER-DATE-X
                                   TO WS-VR-DATE(WS-VER-TOTAL)
                           ELSE
                               MOVE 0 TO WS-VR-DATE(WS-VER-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENRVERIFY-FILE
           SET VER-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-VER-FILE
      *> Purpose: Overwrite enrollverify.dat from
      *>          WS-VER-ARRAY.
      *>---------------------------------------------
       REWRITE-VER-FILE.
           IF DRY-RUN-YES
               MOVE "enrollverify.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ENRVERIFY-FILE
           IF WS-VER-STAT NOT = "00" AND WS-VER-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite enrollverify.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-TOTAL
               IF FUNCTION TRIM(WS-VR-USER(WS-VER-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-VER-LINE
                   STRING
                       FUNCTION TRIM(WS-VR-USER(WS-VER-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VR-STATUS(WS-VER-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-VR-DATE(WS-VER-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VR-UNIV(WS-VER-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VR-MAJOR(WS-VER-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VR-GRAD(WS-VER-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VR-DETAIL(WS-VER-IDX))
                           DELIMITED BY SIZE
                       INTO WS-VER-LINE
                   END-STRING
                   WRITE ENRVERIFY-REC FROM WS-VER-LINE
               END-IF
           END-PERFORM
           CLOSE ENRVERIFY-FILE.

      *>---------------------------------------------
      *> CHECK-USER-VERIFIED
      *> Purpose: Look up WS-VER-TARGET in the loaded
      *>          verification array and set WS-VER-STATE:
      *>          VERIFIED, MISMATCH, NOTFOUND, or
      *>          UNVERIFIED when never checked. A
      *>          verified student whose university,
      *>          major or graduation year (WS-VER-CHK-*)
      *>          has changed since the check falls back
      *>          to UNVERIFIED until the next run.
      *>---------------------------------------------
       CHECK-USER-VERIFIED.
           MOVE "UNVERIFIED" TO WS-VER-STATE
           MOVE 0 TO WS-VER-STATE-DATE
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-TOTAL
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VR-USER(WS-VER-IDX)))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VER-TARGET))
                   MOVE WS-VR-STATUS(WS-VER-IDX) TO WS-VER-STATE
                   MOVE WS-VR-DATE(WS-VER-IDX) TO WS-VER-STATE-DATE
                   IF WS-VER-STATE = "VERIFIED"
                   AND (FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-VR-UNIV(WS-VER-IDX))) NOT =
                        FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-VER-CHK-UNIV))
                     OR FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-VR-MAJOR(WS-VER-IDX))) NOT =
                        FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-VER-CHK-MAJOR))
                     OR FUNCTION TRIM(WS-VR-GRAD(WS-VER-IDX)) NOT =
                        FUNCTION TRIM(WS-VER-CHK-GRAD))
                       MOVE "UNVERIFIED" TO WS-VER-STATE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> FORMAT-VERIFY-LABEL
      *> Purpose: Build the enrollment status line for
      *>          WS-VER-STATE into WS-VER-LABEL.
      *>---------------------------------------------
       FORMAT-VERIFY-LABEL.
           MOVE SPACES TO WS-VER-LABEL
           EVALUATE WS-VER-STATE
               WHEN "VERIFIED"
                   MOVE WS-VER-STATE-DATE TO WS-VER-DATE-X
                   STRING
                       "Enrollment: Verified student (registrar check "
                           DELIMITED BY SIZE
                       WS-VER-DATE-X(1:4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-VER-DATE-X(5:2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-VER-DATE-X(7:2) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-VER-LABEL
                   END-STRING
               WHEN "MISMATCH"
                   MOVE "Enrollment: Does not match the registrar record"
                       TO WS-VER-LABEL
               WHEN "NOTFOUND"
                   MOVE "Enrollment: Not found in the registrar roster"
                       TO WS-VER-LABEL
               WHEN OTHER
                   MOVE "Enrollment: Not verified" TO WS-VER-LABEL
           END-EVALUATE.

      *>---------------------------------------------
      *> BUILD-CONNECTION-TREE
      *> Purpose: Breadth-first walk of the ACCEPTED
      *>          connections outward from the current
      *>          user, WS-PTH-MAX-DEPTH steps deep. Each
      *>          person reached is held once, with the
      *>          step count and the person they were
      *>          reached through, so the first time
      *>          someone is reached is by a shortest
      *>          chain.
      *>---------------------------------------------
       BUILD-CONNECTION-TREE.
           PERFORM LOAD-CONN-ARRAY
           MOVE 1 TO WS-PTH-COUNT
           MOVE WS-CURRENT-USERNAME TO WS-PTH-USER(1)
           MOVE 0 TO WS-PTH-PARENT(1)
           MOVE 0 TO WS-PTH-DEPTH(1)
           MOVE 1 TO WS-PTH-HEAD
           PERFORM UNTIL WS-PTH-HEAD > WS-PTH-COUNT
               IF WS-PTH-DEPTH(WS-PTH-HEAD) < WS-PTH-MAX-DEPTH
                   PERFORM VARYING WS-PTH-CI FROM 1 BY 1
                       UNTIL WS-PTH-CI > WS-CONN-TOTAL
                       MOVE SPACES TO WS-PTH-NEIGHBOR
                       IF FUNCTION TRIM(WS-CA-STATUS(WS-PTH-CI)) =
                          "ACCEPTED"
                           IF FUNCTION TRIM(WS-CA-SENDER(WS-PTH-CI)) =
                              FUNCTION TRIM(WS-PTH-USER(WS-PTH-HEAD))
                               MOVE WS-CA-RECIP(WS-PTH-CI)
                                   TO WS-PTH-NEIGHBOR
                           END-IF
                           IF FUNCTION TRIM(WS-CA-RECIP(WS-PTH-CI)) =
                              FUNCTION TRIM(WS-PTH-USER(WS-PTH-HEAD))
                               MOVE WS-CA-SENDER(WS-PTH-CI)
                                   TO WS-PTH-NEIGHBOR
                           END-IF
                       END-IF
                       IF FUNCTION TRIM(WS-PTH-NEIGHBOR) NOT = SPACES
                           PERFORM PTH-ADD-NODE
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO WS-PTH-HEAD
           END-PERFORM.

      *>---------------------------------------------
      *> PTH-ADD-NODE
      *> Purpose: Queue WS-PTH-NEIGHBOR one step beyond
      *>          WS-PTH-HEAD unless already reached.
      *>---------------------------------------------
       PTH-ADD-NODE.
           PERFORM VARYING WS-PTH-J FROM 1 BY 1
               UNTIL WS-PTH-J > WS-PTH-COUNT
               IF FUNCTION TRIM(WS-PTH-USER(WS-PTH-J)) =
                  FUNCTION TRIM(WS-PTH-NEIGHBOR)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PTH-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PTH-COUNT
           MOVE WS-PTH-NEIGHBOR TO WS-PTH-USER(WS-PTH-COUNT)
           MOVE WS-PTH-HEAD TO WS-PTH-PARENT(WS-PTH-COUNT)
           COMPUTE WS-PTH-DEPTH(WS-PTH-COUNT) =
               WS-PTH-DEPTH(WS-PTH-HEAD) + 1.

      *>---------------------------------------------
      *> LOOKUP-CONNECTION-DEGREE
      *> Purpose: Find WS-PTH-TARGET in the tree built by
      *>          BUILD-CONNECTION-TREE - WS-PTH-FOUND is
      *>          its entry (0 when not reached) and
      *>          WS-PTH-LABEL the degree wording.
      *>---------------------------------------------
       LOOKUP-CONNECTION-DEGREE.
           MOVE 0 TO WS-PTH-FOUND
           PERFORM VARYING WS-PTH-J FROM 2 BY 1
               UNTIL WS-PTH-J > WS-PTH-COUNT
               IF FUNCTION TRIM(WS-PTH-USER(WS-PTH-J)) =
                  FUNCTION TRIM(WS-PTH-TARGET)
                   MOVE WS-PTH-J TO WS-PTH-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PTH-FOUND = 0
               MOVE "Outside your network (beyond 3rd degree)"
                   TO WS-PTH-LABEL
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PTH-DEPTH(WS-PTH-FOUND)
               WHEN 1
                   MOVE "1st-degree connection" TO WS-PTH-LABEL
               WHEN 2
                   MOVE "2nd-degree connection" TO WS-PTH-LABEL
               WHEN 3
                   MOVE "3rd-degree connection" TO WS-PTH-LABEL
               WHEN OTHER
                   MOVE "Outside your network (beyond 3rd degree)"
                       TO WS-PTH-LABEL
           END-EVALUATE.

      *>---------------------------------------------
      *> SHOW-CONNECTION-DEGREE
      *> Purpose: Print how close the profile being shown
      *>          (WS-PARSED-USERNAME) is to the viewer.
      *>---------------------------------------------
       SHOW-CONNECTION-DEGREE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-USERNAME)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               EXIT PARAGRAPH
           END-IF
           MOVE 3 TO WS-PTH-MAX-DEPTH
           PERFORM BUILD-CONNECTION-TREE
           MOVE WS-PARSED-USERNAME TO WS-PTH-TARGET
           PERFORM LOOKUP-CONNECTION-DEGREE
           MOVE SPACES TO WS-OUTLINE
           STRING "Connection: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTH-LABEL) DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> SHOW-CONNECTION-PATH
      *> Purpose: "How am I connected?" - the shortest
      *>          chain of ACCEPTED connections from the
      *>          current user to WS-PARSED-USERNAME,
      *>          however many steps it takes.
      *> Called:  From PROFILE-ACTION-MENU option 6.
      *>---------------------------------------------
       SHOW-CONNECTION-PATH.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-USERNAME)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               MOVE "That is your own profile." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 99 TO WS-PTH-MAX-DEPTH
           PERFORM BUILD-CONNECTION-TREE
           MOVE WS-PARSED-USERNAME TO WS-PTH-TARGET
           PERFORM LOOKUP-CONNECTION-DEGREE
           MOVE "--- How You're Connected ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           IF WS-PTH-FOUND = 0
               MOVE "No chain of connections links you to this person yet."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "-----------------------------" TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           *> Walk back from the target to the viewer, then print
           *> the chain front to back.
           MOVE 0 TO WS-PTH-CHAIN-LEN
           MOVE WS-PTH-FOUND TO WS-PTH-J
           PERFORM UNTIL WS-PTH-J = 0
               ADD 1 TO WS-PTH-CHAIN-LEN
               MOVE WS-PTH-J TO WS-PTH-CHAIN(WS-PTH-CHAIN-LEN)
               MOVE WS-PTH-PARENT(WS-PTH-J) TO WS-PTH-J
           END-PERFORM
           MOVE WS-PTH-DEPTH(WS-PTH-FOUND) TO WS-PTH-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Shortest chain: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PTH-DISP) DELIMITED BY SIZE
               " step(s) - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PTH-LABEL) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           OPEN INPUT PROFILES-FILE
           MOVE PROFILES-STATUS TO WS-PTH-PROF-STAT
           PERFORM VARYING WS-PTH-K FROM WS-PTH-CHAIN-LEN BY -1
               UNTIL WS-PTH-K < 1
               MOVE WS-PTH-CHAIN(WS-PTH-K) TO WS-PTH-J
               MOVE SPACES TO WS-OUTLINE
               IF WS-PTH-K = WS-PTH-CHAIN-LEN
                   STRING
                       "  You (" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PTH-USER(WS-PTH-J))
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
               ELSE
                   PERFORM PTH-NAME-FOR-NODE
                   STRING
                       "   -> " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PTH-NAME) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PTH-USER(WS-PTH-J))
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
               END-IF
               PERFORM PRINT-LINE
           END-PERFORM
           IF WS-PTH-PROF-STAT = "00"
               CLOSE PROFILES-FILE
           END-IF
           IF WS-PTH-DEPTH(WS-PTH-FOUND) > 1
               MOVE
               "Ask the people in between for an introduction or a referral."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE "-----------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> PTH-NAME-FOR-NODE
      *> Purpose: Keyed read of the profile for tree
      *>          entry WS-PTH-J into WS-PTH-NAME, or the
      *>          username when there is no profile.
      *>          PROFILES-FILE is opened by the caller.
      *>---------------------------------------------
       PTH-NAME-FOR-NODE.
           MOVE WS-PTH-USER(WS-PTH-J) TO WS-PTH-NAME
           IF WS-PTH-PROF-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-PTH-USER(WS-PTH-J)) TO PR-USERNAME
           READ PROFILES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PR-LINE TO WS-PROFILE-LINE
                   PERFORM PARSE-NETWORK-PROFILE-LINE
                   MOVE SPACES TO WS-PTH-NAME
                   STRING
                       FUNCTION TRIM(WS-NET-PARSED-FNAME)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NET-PARSED-LNAME)
                           DELIMITED BY SIZE
                       INTO WS-PTH-NAME
                   END-STRING
           END-READ.

      *>---------------------------------------------
      *> EXPORT-MY-CALENDAR
      *> Purpose: Write the current user's confirmed
      *>          dates out to calendar.ics as standard
      *>          iCalendar events - every CONFIRMED
      *>          interview on either side of the table,
      *>          every event RSVP that is CONFIRMED
      *>          (not waitlisted), and every event the
      *>          user hosts.
      *> Called:  From AFTER-LOGIN-MENU option 25.
      *>---------------------------------------------
       EXPORT-MY-CALENDAR.
           MOVE 0 TO WS-ICS-INTV-COUNT
           MOVE 0 TO WS-ICS-EVT-COUNT
           MOVE 0 TO WS-ICS-SKIP-COUNT
           PERFORM LOAD-INTV-ARRAY
           PERFORM LOAD-JOB-ARRAY
           PERFORM LOAD-EVT-ARRAY
           PERFORM LOAD-RSVP-ARRAY
           PERFORM GET-BUSINESS-NOW
           MOVE SPACES TO WS-ICS-STAMP
           STRING
               WS-BIZ-NOW(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               WS-BIZ-NOW(9:6) DELIMITED BY SIZE
               INTO WS-ICS-STAMP
           END-STRING
           OPEN OUTPUT CALENDAR-FILE
           IF WS-ICS-STAT NOT = "00" AND WS-ICS-STAT NOT = "05"
               MOVE SPACES TO WS-OUTLINE
               STRING "ERROR: Cannot write calendar.ics. Status="
                          DELIMITED BY SIZE
                      WS-ICS-STAT DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "BEGIN:VCALENDAR" TO WS-ICS-LINE
           PERFORM ICS-WRITE-LINE
           MOVE "VERSION:2.0" TO WS-ICS-LINE
           PERFORM ICS-WRITE-LINE
           MOVE "PRODID:-//InCollege//Career Calendar//EN" TO WS-ICS-LINE
           PERFORM ICS-WRITE-LINE
           MOVE "CALSCALE:GREGORIAN" TO WS-ICS-LINE
           PERFORM ICS-WRITE-LINE

           PERFORM VARYING WS-INTV-IDX FROM 1 BY 1
               UNTIL WS-INTV-IDX > WS-INTV-TOTAL
               PERFORM PARSE-INTV-LINE
               IF FUNCTION TRIM(WS-INTV-PARSE-STATUS) = "CONFIRMED"
                   IF FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-INTV-PARSE-USER)) =
                      FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-CURRENT-USERNAME))
                   OR FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-INTV-PARSE-REC)) =
                      FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-CURRENT-USERNAME))
                       PERFORM ICS-WRITE-INTERVIEW
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-EVT-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-EVT-ARRAY-IDX > WS-EVT-ARRAY-TOTAL
               MOVE WS-EVT-ARRAY-LINE(WS-EVT-ARRAY-IDX) TO WS-EVT-LINE
               PERFORM PARSE-EVENT-LINE
               MOVE "N" TO WS-ICS-EVT-MINE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EVT-PARSE-HOST)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
                   MOVE "Y" TO WS-ICS-EVT-MINE
               END-IF
               PERFORM VARYING WS-RSVP-IDX FROM 1 BY 1
                   UNTIL WS-RSVP-IDX > WS-RSVP-TOTAL
                   IF WS-RV-ID(WS-RSVP-IDX) = WS-EVT-PARSE-ID
                   AND FUNCTION TRIM(WS-RV-STATUS(WS-RSVP-IDX)) =
                       "CONFIRMED"
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-RV-USER(WS-RSVP-IDX))) =
                       FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CURRENT-USERNAME))
                       MOVE "Y" TO WS-ICS-EVT-MINE
                   END-IF
               END-PERFORM
               IF WS-ICS-EVT-MINE = "Y"
                   PERFORM ICS-WRITE-EVENT
               END-IF
           END-PERFORM

           MOVE "END:VCALENDAR" TO WS-ICS-LINE
           PERFORM ICS-WRITE-LINE
           CLOSE CALENDAR-FILE

           MOVE WS-ICS-INTV-COUNT TO WS-ICS-DISP1
           MOVE WS-ICS-EVT-COUNT TO WS-ICS-DISP2
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Calendar exported to calendar.ics - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ICS-DISP1) DELIMITED BY SIZE
               " interview(s), " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ICS-DISP2) DELIMITED BY SIZE
               " event(s)." DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           IF WS-ICS-SKIP-COUNT > 0
               MOVE WS-ICS-SKIP-COUNT TO WS-ICS-DISP1
               MOVE SPACES TO WS-OUTLINE
               STRING
                   FUNCTION TRIM(WS-ICS-DISP1) DELIMITED BY SIZE
                   " confirmed interview(s) left out - the agreed slot"
                       DELIMITED BY SIZE
                   " has no YYYY-MM-DD date." DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF.

      *>---------------------------------------------
      *> ICS-WRITE-INTERVIEW
      *> Purpose: One VEVENT for the confirmed interview
      *>          parsed from WS-INTV-IDX - titled with
      *>          the posting and employer, located at
      *>          the posting's location, timed from the
      *>          agreed slot (one hour) or all-day when
      *>          the slot carries only a date.
      *>---------------------------------------------
       ICS-WRITE-INTERVIEW.
           MOVE WS-INTV-PARSE-CHOSEN TO WS-ICS-SLOT
           PERFORM ICS-PARSE-SLOT
           IF WS-ICS-DATE-OK = "N"
               ADD 1 TO WS-ICS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "(posting removed)" TO WS-JOB-PARSE-TITLE
           MOVE SPACES TO WS-JOB-PARSE-EMP
           MOVE SPACES TO WS-JOB-PARSE-LOC
           PERFORM VARYING WS-ICS-J FROM 1 BY 1
               UNTIL WS-ICS-J > WS-JOB-ARRAY-TOTAL
               MOVE WS-JOB-ARRAY-LINE(WS-ICS-J) TO WS-JOB-LINE
               PERFORM PARSE-JOB-LINE-FOR-SUMMARY
               IF WS-JOB-PARSE-ID = WS-INTV-PARSE-ID
                   EXIT PERFORM
               END-IF
               MOVE "(posting removed)" TO WS-JOB-PARSE-TITLE
               MOVE SPACES TO WS-JOB-PARSE-EMP
               MOVE SPACES TO WS-JOB-PARSE-LOC
           END-PERFORM
           MOVE "BEGIN:VEVENT" TO WS-ICS-LINE
           PERFORM ICS-WRITE-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING
               "UID:interview-" DELIMITED BY SIZE
               WS-INTV-PARSE-ID DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-INTV-PARSE-USER) DELIMITED BY SIZE
               "@incollege" DELIMITED BY SIZE
               INTO WS-ICS-LINE
           END-STRING
           PERFORM ICS-WRITE-LINE
           PERFORM ICS-WRITE-STAMP-START
           IF WS-ICS-TIMED = "Y"
               MOVE "DURATION:PT1H" TO WS-ICS-LINE
               PERFORM ICS-WRITE-LINE
           END-IF
           MOVE "SUMMARY" TO WS-ICS-PROP
           MOVE SPACES TO WS-ICS-RAW
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INTV-PARSE-REC)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               STRING
                   "Interview with " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INTV-PARSE-USER) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOB-PARSE-TITLE) DELIMITED BY SIZE
                   INTO WS-ICS-RAW
               END-STRING
           ELSE
               STRING
                   "Interview: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOB-PARSE-TITLE) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOB-PARSE-EMP) DELIMITED BY SIZE
                   INTO WS-ICS-RAW
               END-STRING
           END-IF
           PERFORM ICS-PUT-TEXT
           IF FUNCTION TRIM(WS-JOB-PARSE-LOC) NOT = SPACES
               MOVE "LOCATION" TO WS-ICS-PROP
               MOVE WS-JOB-PARSE-LOC TO WS-ICS-RAW
               PERFORM ICS-PUT-TEXT
           END-IF
           MOVE "DESCRIPTION" TO WS-ICS-PROP
           MOVE SPACES TO WS-ICS-RAW
           STRING
               "Employer: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOB-PARSE-EMP) DELIMITED BY SIZE
               ". Job ID " DELIMITED BY SIZE
               WS-INTV-PARSE-ID DELIMITED BY SIZE
               ". Recruiter: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INTV-PARSE-REC) DELIMITED BY SIZE
               ". Agreed slot: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INTV-PARSE-CHOSEN) DELIMITED BY SIZE
               INTO WS-ICS-RAW
           END-STRING
           PERFORM ICS-PUT-TEXT
           MOVE "END:VEVENT" TO WS-ICS-LINE
           PERFORM ICS-WRITE-LINE
           ADD 1 TO WS-ICS-INTV-COUNT.

      *>---------------------------------------------
      *> ICS-WRITE-EVENT
      *> Purpose: One all-day VEVENT for the career
      *>          event parsed into WS-EVT-PARSE-*.
      *>---------------------------------------------
       ICS-WRITE-EVENT.
           MOVE WS-EVT-PARSE-DATE-X TO WS-ICS-SLOT
           PERFORM ICS-PARSE-SLOT
           IF WS-ICS-DATE-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ICS-TIMED
           MOVE "BEGIN:VEVENT" TO WS-ICS-LINE
           PERFORM ICS-WRITE-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING
               "UID:event-" DELIMITED BY SIZE
               WS-EVT-PARSE-ID DELIMITED BY SIZE
               "@incollege" DELIMITED BY SIZE
               INTO WS-ICS-LINE
           END-STRING
           PERFORM ICS-WRITE-LINE
           PERFORM ICS-WRITE-STAMP-START
           MOVE "SUMMARY" TO WS-ICS-PROP
           MOVE WS-EVT-PARSE-TITLE TO WS-ICS-RAW
           PERFORM ICS-PUT-TEXT
           IF FUNCTION TRIM(WS-EVT-PARSE-LOC) NOT = SPACES
               MOVE "LOCATION" TO WS-ICS-PROP
               MOVE WS-EVT-PARSE-LOC TO WS-ICS-RAW
               PERFORM ICS-PUT-TEXT
           END-IF
           MOVE "DESCRIPTION" TO WS-ICS-PROP
           MOVE SPACES TO WS-ICS-RAW
           STRING
               "Host: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVT-PARSE-HOST) DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVT-PARSE-DESC) DELIMITED BY SIZE
               INTO WS-ICS-RAW
           END-STRING
           PERFORM ICS-PUT-TEXT
           MOVE "END:VEVENT" TO WS-ICS-LINE
           PERFORM ICS-WRITE-LINE
           ADD 1 TO WS-ICS-EVT-COUNT.

      *>---------------------------------------------
      *> ICS-WRITE-STAMP-START
      *> Purpose: DTSTAMP plus the DTSTART line - a
      *>          local date-time when WS-ICS-TIMED is
      *>          "Y", otherwise an all-day date.
      *>---------------------------------------------
       ICS-WRITE-STAMP-START.
           MOVE SPACES TO WS-ICS-LINE
           STRING "DTSTAMP:" DELIMITED BY SIZE
                  WS-ICS-STAMP DELIMITED BY SIZE
                  INTO WS-ICS-LINE
           END-STRING
           PERFORM ICS-WRITE-LINE
           MOVE SPACES TO WS-ICS-LINE
           IF WS-ICS-TIMED = "Y"
               STRING "DTSTART:" DELIMITED BY SIZE
                      WS-ICS-DIGITS(1:8) DELIMITED BY SIZE
                      "T" DELIMITED BY SIZE
                      WS-ICS-DIGITS(9:4) DELIMITED BY SIZE
                      "00" DELIMITED BY SIZE
                      INTO WS-ICS-LINE
               END-STRING
           ELSE
               STRING "DTSTART;VALUE=DATE:" DELIMITED BY SIZE
                      WS-ICS-DIGITS(1:8) DELIMITED BY SIZE
                      INTO WS-ICS-LINE
               END-STRING
           END-IF
           PERFORM ICS-WRITE-LINE.

      *>---------------------------------------------
      *> ICS-PARSE-SLOT
      *> Purpose: Pull the digits out of the free-text
      *>          slot in WS-ICS-SLOT (e.g. "2026-09-10
      *>          14:00"). The first eight must be a
      *>          real YYYYMMDD date (WS-ICS-DATE-OK);
      *>          a valid HHMM after them makes the slot
      *>          timed (WS-ICS-TIMED).
      *>---------------------------------------------
       ICS-PARSE-SLOT.
           MOVE "N" TO WS-ICS-DATE-OK
           MOVE "N" TO WS-ICS-TIMED
           MOVE SPACES TO WS-ICS-DIGITS
           MOVE 0 TO WS-ICS-NDIGITS
           PERFORM VARYING WS-ICS-I FROM 1 BY 1
               UNTIL WS-ICS-I > 30 OR WS-ICS-NDIGITS >= 12
               IF WS-ICS-SLOT(WS-ICS-I:1) IS NUMERIC
                   ADD 1 TO WS-ICS-NDIGITS
                   MOVE WS-ICS-SLOT(WS-ICS-I:1)
                       TO WS-ICS-DIGITS(WS-ICS-NDIGITS:1)
               END-IF
           END-PERFORM
           IF WS-ICS-NDIGITS < 8
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ICS-DIGITS(1:8) TO WS-ICS-DATE-N
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ICS-DATE-N) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ICS-DATE-OK
           IF WS-ICS-NDIGITS = 12
               IF WS-ICS-DIGITS(9:2) <= "23"
               AND WS-ICS-DIGITS(11:2) <= "59"
                   MOVE "Y" TO WS-ICS-TIMED
               END-IF
           END-IF.

      *>---------------------------------------------
      *> ICS-PUT-TEXT
      *> Purpose: Write WS-ICS-PROP:WS-ICS-RAW with the
      *>          iCalendar text escapes (backslash,
      *>          comma and semicolon get a backslash).
      *>---------------------------------------------
       ICS-PUT-TEXT.
           MOVE SPACES TO WS-ICS-LINE
           STRING FUNCTION TRIM(WS-ICS-PROP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  INTO WS-ICS-LINE
           END-STRING
           COMPUTE WS-ICS-POS =
               FUNCTION STORED-CHAR-LENGTH(WS-ICS-LINE) + 1
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-ICS-RAW) TO WS-ICS-LEN
           PERFORM VARYING WS-ICS-I FROM 1 BY 1
               UNTIL WS-ICS-I > WS-ICS-LEN OR WS-ICS-POS > 698
               IF WS-ICS-RAW(WS-ICS-I:1) = "\"
               OR WS-ICS-RAW(WS-ICS-I:1) = ","
               OR WS-ICS-RAW(WS-ICS-I:1) = ";"
                   MOVE "\" TO WS-ICS-LINE(WS-ICS-POS:1)
                   ADD 1 TO WS-ICS-POS
               END-IF
               MOVE WS-ICS-RAW(WS-ICS-I:1) TO WS-ICS-LINE(WS-ICS-POS:1)
               ADD 1 TO WS-ICS-POS
           END-PERFORM
           PERFORM ICS-WRITE-LINE.

      *>---------------------------------------------
      *> ICS-WRITE-LINE
      *> Purpose: Write WS-ICS-LINE as CRLF-terminated
      *>          content lines, folded at 75 characters
      *>          with a leading space on each
      *>          continuation.
      *>---------------------------------------------
       ICS-WRITE-LINE.
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-ICS-LINE) TO WS-ICS-LEN
           MOVE 1 TO WS-ICS-POS
           MOVE 75 TO WS-ICS-CHUNK
           PERFORM UNTIL WS-ICS-POS > WS-ICS-LEN
               IF WS-ICS-POS + WS-ICS-CHUNK - 1 > WS-ICS-LEN
                   COMPUTE WS-ICS-CHUNK = WS-ICS-LEN - WS-ICS-POS + 1
               END-IF
               MOVE SPACES TO WS-ICS-OUT
               IF WS-ICS-POS = 1
                   STRING WS-ICS-LINE(WS-ICS-POS:WS-ICS-CHUNK)
                              DELIMITED BY SIZE
                          X"0D" DELIMITED BY SIZE
                          INTO WS-ICS-OUT
                   END-STRING
               ELSE
                   STRING " " DELIMITED BY SIZE
                          WS-ICS-LINE(WS-ICS-POS:WS-ICS-CHUNK)
                              DELIMITED BY SIZE
                          X"0D" DELIMITED BY SIZE
                          INTO WS-ICS-OUT
                   END-STRING
               END-IF
               WRITE CALENDAR-REC FROM WS-ICS-OUT
               ADD WS-ICS-CHUNK TO WS-ICS-POS
               MOVE 74 TO WS-ICS-CHUNK
           END-PERFORM.

      *>---------------------------------------------
      *> FILE-INTERVIEW-SCORECARD
      *> Purpose: Let a member of the posting's
      *>          recruiting team score the confirmed
      *>          interview for the pair in
      *>          WS-JOB-SELECT and WS-APPS-TARGET-USER -
      *>          1-5 on each competency, hire/no-hire
      *>          and comments. Filing again replaces
      *>          the same interviewer's earlier card.
      *> Called:  From SET-APPLICANT-STATUS option 6,
      *>          after CHECK-POSTING-MANAGEABLE.
      *>---------------------------------------------
       FILE-INTERVIEW-SCORECARD.
           PERFORM LOAD-INTV-ARRAY
           MOVE "N" TO WS-INTV-FOUND
           PERFORM VARYING WS-INTV-IDX FROM 1 BY 1
               UNTIL WS-INTV-IDX > WS-INTV-TOTAL
               PERFORM PARSE-INTV-LINE
               IF WS-INTV-PARSE-ID = WS-JOB-SELECT
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-INTV-PARSE-USER)) =
                   FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-APPS-TARGET-USER))
               AND FUNCTION TRIM(WS-INTV-PARSE-STATUS) = "CONFIRMED"
                   MOVE "Y" TO WS-INTV-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-INTV-FOUND = "N"
               MOVE "There is no confirmed interview for that applicant and job."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           *> The agreed slot is free text; when it carries a date,
           *> a card cannot be filed before the interview day.
           MOVE WS-INTV-PARSE-CHOSEN TO WS-ICS-SLOT
           PERFORM ICS-PARSE-SLOT
           IF WS-ICS-DATE-OK = "Y"
           AND WS-ICS-DATE-N > WS-BIZ-DATE
               MOVE SPACES TO WS-OUTLINE
               STRING "That interview has not taken place yet ("
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-INTV-PARSE-CHOSEN)
                          DELIMITED BY SIZE
                      ")." DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUTLINE
           STRING "--- Scorecard: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APPS-TARGET-USER) DELIMITED BY SIZE
                  ", job " DELIMITED BY SIZE
                  WS-JOB-SELECT DELIMITED BY SIZE
                  " ---" DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           PERFORM VARYING WS-SCD-C FROM 1 BY 1 UNTIL WS-SCD-C > 5
               MOVE SPACES TO WS-OUTLINE
               STRING "Rate " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SCD-COMP-NAME(WS-SCD-C))
                          DELIMITED BY SIZE
                      " (1-5):" DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-INLINE
               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
               IF WS-TRIMMED(1:1) < "1" OR WS-TRIMMED(1:1) > "5"
               OR WS-TRIMMED(2:1) NOT = SPACE
                   MOVE "Ratings run from 1 to 5 - scorecard not saved."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TRIMMED(1:1) TO WS-SCD-NEW-SCORE(WS-SCD-C)
           END-PERFORM
           MOVE "Overall recommendation - H for hire, N for no-hire:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE))
               WHEN "H"
                   MOVE "HIRE" TO WS-SCD-NEW-REC
               WHEN "N"
                   MOVE "NOHIRE" TO WS-SCD-NEW-REC
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "Comments (max 200 chars):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-INLINE REPLACING ALL "|" BY "/"
           MOVE FUNCTION TRIM(WS-INLINE)(1:200) TO WS-SCD-NEW-COMMENT

           PERFORM LOAD-SCD-ARRAY
           MOVE "N" TO WS-SCD-REPLACED
           PERFORM VARYING WS-SCD-IDX FROM 1 BY 1
               UNTIL WS-SCD-IDX > WS-SCD-TOTAL
               IF WS-SC-JOBID(WS-SCD-IDX) = WS-JOB-SELECT
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-SC-USER(WS-SCD-IDX))) =
                   FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-APPS-TARGET-USER))
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-SC-INTERVIEWER(WS-SCD-IDX))) =
                   FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CURRENT-USERNAME))
                   MOVE "Y" TO WS-SCD-REPLACED
                   MOVE SPACES TO WS-SC-USER(WS-SCD-IDX)
               END-IF
           END-PERFORM
           IF WS-SCD-TOTAL >= 500
               MOVE "The scorecard file is full." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCD-TOTAL
           MOVE WS-JOB-SELECT TO WS-SC-JOBID(WS-SCD-TOTAL)
           MOVE WS-APPS-TARGET-USER TO WS-SC-USER(WS-SCD-TOTAL)
           MOVE WS-CURRENT-USERNAME TO WS-SC-INTERVIEWER(WS-SCD-TOTAL)
           MOVE WS-BIZ-DATE TO WS-SC-DATE(WS-SCD-TOTAL)
           PERFORM VARYING WS-SCD-C FROM 1 BY 1 UNTIL WS-SCD-C > 5
               MOVE WS-SCD-NEW-SCORE(WS-SCD-C)
                   TO WS-SC-SCORE(WS-SCD-TOTAL, WS-SCD-C)
           END-PERFORM
           MOVE WS-SCD-NEW-REC TO WS-SC-REC(WS-SCD-TOTAL)
           MOVE WS-SCD-NEW-COMMENT TO WS-SC-COMMENT(WS-SCD-TOTAL)
           PERFORM REWRITE-SCD-FILE
           MOVE "SCORECARD" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               FUNCTION TRIM(WS-APPS-TARGET-USER) DELIMITED BY SIZE
               " job " DELIMITED BY SIZE
               WS-JOB-SELECT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCD-NEW-REC) DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           IF WS-SCD-REPLACED = "Y"
               MOVE "Scorecard saved, replacing your earlier one."
                   TO WS-OUTLINE
           ELSE
               MOVE "Scorecard saved." TO WS-OUTLINE
           END-IF
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> SHOW-APP-SCORECARDS
      *> Purpose: Roll up the team's scorecards for the
      *>          applicant/job pair in WS-AH-JOBID and
      *>          WS-AH-USER out of the loaded
      *>          WS-SCD-ARRAY - average per competency
      *>          and the hire/no-hire counts.
      *>---------------------------------------------
       SHOW-APP-SCORECARDS.
           MOVE 0 TO WS-SCD-CARDS
           MOVE 0 TO WS-SCD-HIRES
           MOVE 0 TO WS-SCD-NOHIRES
           PERFORM VARYING WS-SCD-C FROM 1 BY 1 UNTIL WS-SCD-C > 5
               MOVE 0 TO WS-SCD-SUM(WS-SCD-C)
           END-PERFORM
           PERFORM VARYING WS-SCD-IDX FROM 1 BY 1
               UNTIL WS-SCD-IDX > WS-SCD-TOTAL
               IF WS-SC-JOBID(WS-SCD-IDX) = WS-AH-JOBID
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-SC-USER(WS-SCD-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AH-USER))
                   ADD 1 TO WS-SCD-CARDS
                   PERFORM VARYING WS-SCD-C FROM 1 BY 1
                       UNTIL WS-SCD-C > 5
                       ADD WS-SC-SCORE(WS-SCD-IDX, WS-SCD-C)
                           TO WS-SCD-SUM(WS-SCD-C)
                   END-PERFORM
                   IF FUNCTION TRIM(WS-SC-REC(WS-SCD-IDX)) = "HIRE"
                       ADD 1 TO WS-SCD-HIRES
                   ELSE
                       ADD 1 TO WS-SCD-NOHIRES
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SCD-CARDS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCD-CARDS TO WS-SCD-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING " Scorecards (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCD-DISP) DELIMITED BY SIZE
                  "):" DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM VARYING WS-SCD-C FROM 1 BY 1 UNTIL WS-SCD-C > 5
               COMPUTE WS-SCD-AVG ROUNDED =
                   WS-SCD-SUM(WS-SCD-C) / WS-SCD-CARDS
               MOVE WS-SCD-AVG TO WS-SCD-AVG-DISP
               MOVE FUNCTION STORED-CHAR-LENGTH(WS-OUTLINE) TO WS-SCD-PTR
               ADD 1 TO WS-SCD-PTR
               STRING " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SCD-COMP-NAME(WS-SCD-C))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SCD-AVG-DISP DELIMITED BY SIZE
                      INTO WS-OUTLINE
                      WITH POINTER WS-SCD-PTR
               END-STRING
           END-PERFORM
           MOVE WS-SCD-HIRES TO WS-SCD-DISP
           MOVE WS-SCD-NOHIRES TO WS-SCD-DISP2
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-OUTLINE) TO WS-SCD-PTR
           ADD 1 TO WS-SCD-PTR
           STRING " | hire " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCD-DISP) DELIMITED BY SIZE
                  ", no-hire " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCD-DISP2) DELIMITED BY SIZE
                  INTO WS-OUTLINE
                  WITH POINTER WS-SCD-PTR
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> LOAD-SCD-ARRAY
      *> Purpose: Read scorecards.dat into
      *>          WS-SCD-ARRAY.
      *> Format:  jobid|applicant|interviewer|date|
      *>          s1|s2|s3|s4|s5|HIRE or NOHIRE|comments
      *>---------------------------------------------
       LOAD-SCD-ARRAY.
           MOVE 0 TO WS-SCD-TOTAL
           SET SCD-EOF-NO TO TRUE
           OPEN INPUT SCORECARDS-FILE
           IF WS-SCD-STAT NOT = "00"
               IF WS-SCD-STAT = "05"
                   CLOSE SCORECARDS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCD-EOF-YES
               READ SCORECARDS-FILE INTO WS-SCD-LINE
                   AT END
                       SET SCD-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-SCD-LINE) NOT = SPACES
                       AND WS-SCD-TOTAL < 500
                           ADD 1 TO WS-SCD-TOTAL
                           PERFORM PARSE-SCD-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORECARDS-FILE
           SET SCD-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> PARSE-SCD-LINE
      *> Purpose: Unpack WS-SCD-LINE into array slot
      *>          WS-SCD-TOTAL.
      *>---------------------------------------------
       PARSE-SCD-LINE.
           MOVE SPACES TO WS-SCD-PARSE-JOBID
           MOVE SPACES TO WS-SCD-PARSE-DATE
           MOVE SPACES TO WS-SCD-PARSE-SCORES
           MOVE SPACES TO WS-SC-USER(WS-SCD-TOTAL)
           MOVE SPACES TO WS-SC-INTERVIEWER(WS-SCD-TOTAL)
           MOVE SPACES TO WS-SC-REC(WS-SCD-TOTAL)
           MOVE SPACES TO WS-SC-COMMENT(WS-SCD-TOTAL)
           UNSTRING WS-SCD-LINE
               DELIMITED BY "|"
               INTO WS-SCD-PARSE-JOBID
                    WS-SC-USER(WS-SCD-TOTAL)
                    WS-SC-INTERVIEWER(WS-SCD-TOTAL)
                    WS-SCD-PARSE-DATE
                    WS-SCD-PARSE-S(1) WS-SCD-PARSE-S(2)
                    WS-SCD-PARSE-S(3) WS-SCD-PARSE-S(4)
                    WS-SCD-PARSE-S(5)
                    WS-SC-REC(WS-SCD-TOTAL)
                    WS-SC-COMMENT(WS-SCD-TOTAL)
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SCD-PARSE-JOBID)) = 0
               MOVE FUNCTION NUMVAL(WS-SCD-PARSE-JOBID)
                   TO WS-SC-JOBID(WS-SCD-TOTAL)
           ELSE
               MOVE 0 TO WS-SC-JOBID(WS-SCD-TOTAL)
           END-IF
           IF WS-SCD-PARSE-DATE IS NUMERIC
               MOVE WS-SCD-PARSE-DATE TO WS-SC-DATE(WS-SCD-TOTAL)
           ELSE
               MOVE 0 TO WS-SC-DATE(WS-SCD-TOTAL)
           END-IF
           PERFORM VARYING WS-SCD-C FROM 1 BY 1 UNTIL WS-SCD-C > 5
               IF WS-SCD-PARSE-S(WS-SCD-C) IS NUMERIC
                   MOVE WS-SCD-PARSE-S(WS-SCD-C)
                       TO WS-SC-SCORE(WS-SCD-TOTAL, WS-SCD-C)
               ELSE
                   MOVE 0 TO WS-SC-SCORE(WS-SCD-TOTAL, WS-SCD-C)
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> REWRITE-SCD-FILE
      *> Purpose: Overwrite scorecards.dat from
      *>          WS-SCD-ARRAY, dropping entries whose
      *>          applicant was blanked.
      *>---------------------------------------------
       REWRITE-SCD-FILE.
           IF DRY-RUN-YES
               MOVE "scorecards.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SCORECARDS-FILE
           IF WS-SCD-STAT NOT = "00" AND WS-SCD-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite scorecards.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCD-IDX FROM 1 BY 1
               UNTIL WS-SCD-IDX > WS-SCD-TOTAL
               IF FUNCTION TRIM(WS-SC-USER(WS-SCD-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-SCD-LINE
                   STRING
                       WS-SC-JOBID(WS-SCD-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SC-USER(WS-SCD-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SC-INTERVIEWER(WS-SCD-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-SC-DATE(WS-SCD-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-SC-SCORE(WS-SCD-IDX, 1) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-SC-SCORE(WS-SCD-IDX, 2) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-SC-SCORE(WS-SCD-IDX, 3) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-SC-SCORE(WS-SCD-IDX, 4) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-SC-SCORE(WS-SCD-IDX, 5) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SC-REC(WS-SCD-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SC-COMMENT(WS-SCD-IDX))
                           DELIMITED BY SIZE
                       INTO WS-SCD-LINE
                   END-STRING
                   WRITE SCORECARDS-REC FROM WS-SCD-LINE
               END-IF
           END-PERFORM
           CLOSE SCORECARDS-FILE.

      *>---------------------------------------------
      *> INTERNSHIP-HOURS-MENU
      *> Purpose: Recruiters review the hours their
      *>          interns have logged; everyone else
      *>          logs hours against an accepted offer.
      *> Called:  From AFTER-LOGIN-MENU option 26.
      *>---------------------------------------------
       INTERNSHIP-HOURS-MENU.
           PERFORM LOCATE-CURRENT-ACCOUNT
           IF WS-ACCT-IDX > 0 AND ACCOUNT-IS-RECRUITER(WS-ACCT-IDX)
               PERFORM REVIEW-INTERNSHIP-HOURS
           ELSE
               PERFORM LOG-INTERNSHIP-HOURS
           END-IF.

      *>---------------------------------------------
      *> LOG-INTERNSHIP-HOURS
      *> Purpose: Student side - pick one of the user's
      *>          ACCEPTED offers, show the weeks already
      *>          logged against it, and log one more
      *>          week's hours and activity note for the
      *>          posting's recruiter to sign off.
      *>---------------------------------------------
       LOG-INTERNSHIP-HOURS.
           PERFORM LOAD-OFFER-ARRAY
           MOVE 0 TO WS-OFR-MINE-COUNT
           PERFORM VARYING WS-OFR-IDX FROM 1 BY 1
               UNTIL WS-OFR-IDX > WS-OFR-TOTAL
               PERFORM PARSE-OFFER-LINE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFR-PARSE-USER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               AND FUNCTION TRIM(WS-OFR-PARSE-STATUS) = "ACCEPTED"
                   ADD 1 TO WS-OFR-MINE-COUNT
                   MOVE WS-OFR-IDX TO WS-OFR-MINE-IDX(WS-OFR-MINE-COUNT)
               END-IF
           END-PERFORM
           IF WS-OFR-MINE-COUNT = 0
               MOVE "Hours can be logged once you have accepted an offer."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-OFR-SELECT
           IF WS-OFR-MINE-COUNT > 1
               MOVE "--- Your Placements ---" TO WS-OUTLINE
               PERFORM PRINT-LINE
               PERFORM VARYING WS-HRS-I FROM 1 BY 1
                   UNTIL WS-HRS-I > WS-OFR-MINE-COUNT
                   MOVE WS-OFR-MINE-IDX(WS-HRS-I) TO WS-OFR-IDX
                   PERFORM PARSE-OFFER-LINE
                   MOVE WS-HRS-I TO WS-HRS-DISP
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       FUNCTION TRIM(WS-HRS-DISP) DELIMITED BY SIZE
                       ". Job " DELIMITED BY SIZE
                       WS-OFR-PARSE-ID DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OFR-PARSE-TITLE) DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
               END-PERFORM
               MOVE "Enter the placement number:" TO WS-OUTLINE
               PERFORM PRINT-INLINE
               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
               IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
                   PERFORM NOTE-INVALID-CHOICE
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-OFR-SELECT
               IF WS-OFR-SELECT < 1 OR WS-OFR-SELECT > WS-OFR-MINE-COUNT
                   PERFORM NOTE-INVALID-CHOICE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-OFR-MINE-IDX(WS-OFR-SELECT) TO WS-OFR-IDX
           PERFORM PARSE-OFFER-LINE

           PERFORM LOAD-HRS-ARRAY
           MOVE SPACES TO WS-OUTLINE
           STRING "--- Hours Logged: Job " DELIMITED BY SIZE
                  WS-OFR-PARSE-ID DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OFR-PARSE-TITLE) DELIMITED BY SIZE
                  " ---" DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE 0 TO WS-HRS-SUM-APPROVED
           MOVE 0 TO WS-HRS-SHOWN
           PERFORM VARYING WS-HRS-IDX FROM 1 BY 1
               UNTIL WS-HRS-IDX > WS-HRS-TOTAL
               IF WS-HR-JOBID(WS-HRS-IDX) = WS-OFR-PARSE-ID
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-HR-USER(WS-HRS-IDX))) =
                   FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CURRENT-USERNAME))
                   ADD 1 TO WS-HRS-SHOWN
                   PERFORM HRS-PRINT-WEEK
                   IF FUNCTION TRIM(WS-HR-STATUS(WS-HRS-IDX)) = "APPROVED"
                       ADD WS-HR-HOURS(WS-HRS-IDX) TO WS-HRS-SUM-APPROVED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HRS-SHOWN = 0
               MOVE " No weeks logged yet." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE WS-HRS-SUM-APPROVED TO WS-HRS-SUM-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Approved hours so far: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HRS-SUM-DISP) DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE

           MOVE "Enter any date in the week to log (YYYYMMDD), or 0 to go back:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF WS-TRIMMED = "0" OR WS-TRIMMED = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION STORED-CHAR-LENGTH(WS-TRIMMED) NOT = 8
           OR WS-TRIMMED(1:8) IS NOT NUMERIC
               MOVE "Invalid date." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIMMED(1:8) TO WS-HRS-WEEK
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-HRS-WEEK) NOT = 0
               MOVE "Invalid date." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           *> Every entry is keyed to the Monday of its week.
           COMPUTE WS-HRS-DAYNUM = FUNCTION INTEGER-OF-DATE(WS-HRS-WEEK)
           COMPUTE WS-HRS-DAYNUM = WS-HRS-DAYNUM
               - FUNCTION MOD(WS-HRS-DAYNUM - 1, 7)
           COMPUTE WS-HRS-WEEK = FUNCTION DATE-OF-INTEGER(WS-HRS-DAYNUM)
           IF WS-HRS-WEEK > WS-BIZ-DATE
               MOVE "Hours cannot be logged for a week that has not started."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           *> One live entry per week - a rejected week may be
           *> logged again and the new entry replaces it.
           MOVE 0 TO WS-HRS-FOUND
           PERFORM VARYING WS-HRS-IDX FROM 1 BY 1
               UNTIL WS-HRS-IDX > WS-HRS-TOTAL
               IF WS-HR-JOBID(WS-HRS-IDX) = WS-OFR-PARSE-ID
               AND WS-HR-WEEK(WS-HRS-IDX) = WS-HRS-WEEK
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-HR-USER(WS-HRS-IDX))) =
                   FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CURRENT-USERNAME))
                   MOVE WS-HRS-IDX TO WS-HRS-FOUND
               END-IF
           END-PERFORM
           IF WS-HRS-FOUND > 0
               IF FUNCTION TRIM(WS-HR-STATUS(WS-HRS-FOUND)) NOT =
                  "REJECTED"
                   MOVE "That week is already logged." TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Hours worked that week (1-80):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               MOVE "Hours must be a whole number from 1 to 80."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-TRIMMED) < 1
           OR FUNCTION NUMVAL(WS-TRIMMED) > 80
               MOVE "Hours must be a whole number from 1 to 80."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-HRS-NEW-HOURS
           MOVE "What did you work on? (max 100 chars):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-INLINE REPLACING ALL "|" BY "/"
           MOVE FUNCTION TRIM(WS-INLINE)(1:100) TO WS-HRS-NEW-NOTE

           IF WS-HRS-FOUND > 0
               MOVE WS-HRS-FOUND TO WS-HRS-IDX
           ELSE
               IF WS-HRS-TOTAL >= 500
                   MOVE "The hours log is full." TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HRS-TOTAL
               MOVE WS-HRS-TOTAL TO WS-HRS-IDX
           END-IF
           MOVE WS-OFR-PARSE-ID TO WS-HR-JOBID(WS-HRS-IDX)
           MOVE WS-CURRENT-USERNAME TO WS-HR-USER(WS-HRS-IDX)
           MOVE WS-OFR-PARSE-POSTER TO WS-HR-RECRUITER(WS-HRS-IDX)
           MOVE WS-HRS-WEEK TO WS-HR-WEEK(WS-HRS-IDX)
           MOVE WS-HRS-NEW-HOURS TO WS-HR-HOURS(WS-HRS-IDX)
           MOVE "PENDING" TO WS-HR-STATUS(WS-HRS-IDX)
           MOVE SPACES TO WS-HR-REVIEWER(WS-HRS-IDX)
           MOVE 0 TO WS-HR-REV-DATE(WS-HRS-IDX)
           MOVE WS-HRS-NEW-NOTE TO WS-HR-NOTE(WS-HRS-IDX)
           PERFORM REWRITE-HRS-FILE
           MOVE "HOURS-LOG" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING "job " DELIMITED BY SIZE
                  WS-OFR-PARSE-ID DELIMITED BY SIZE
                  " week " DELIMITED BY SIZE
                  WS-HRS-WEEK DELIMITED BY SIZE
                  INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-OFR-PARSE-POSTER TO WS-NOTIF-RECIP
           MOVE "HOURS-LOG" TO WS-NOTIF-TYPE
           MOVE SPACES TO WS-NOTIF-REF
           STRING
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               " logged internship hours for job " DELIMITED BY SIZE
               WS-OFR-PARSE-ID DELIMITED BY SIZE
               " - awaiting your sign-off" DELIMITED BY SIZE
               INTO WS-NOTIF-REF
           END-STRING
           PERFORM ADD-NOTIFICATION
           MOVE "Hours logged and sent to your recruiter for sign-off."
               TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> HRS-PRINT-WEEK
      *> Purpose: One line for hours-log entry
      *>          WS-HRS-IDX.
      *>---------------------------------------------
       HRS-PRINT-WEEK.
           MOVE WS-HR-HOURS(WS-HRS-IDX) TO WS-HRS-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               " Week of " DELIMITED BY SIZE
               WS-HR-WEEK(WS-HRS-IDX)(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-HR-WEEK(WS-HRS-IDX)(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-HR-WEEK(WS-HRS-IDX)(7:2) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HRS-DISP) DELIMITED BY SIZE
               " hrs - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HR-STATUS(WS-HRS-IDX)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HR-NOTE(WS-HRS-IDX)) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> REVIEW-INTERNSHIP-HOURS
      *> Purpose: Recruiter side - list PENDING weeks on
      *>          postings the user manages (or offers
      *>          they extended) and approve or reject
      *>          them one at a time, telling the
      *>          student either way.
      *>---------------------------------------------
       REVIEW-INTERNSHIP-HOURS.
           MOVE "N" TO WS-HRS-DONE
           PERFORM UNTIL WS-HRS-DONE = "Y" OR EXIT-YES OR EOF-YES
               PERFORM LOAD-HRS-ARRAY
               PERFORM LOAD-EMP-ARRAY
               PERFORM LOAD-ER-ARRAY
               MOVE "--- Internship Hours Awaiting Sign-off ---"
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE 0 TO WS-HRS-MINE-COUNT
               PERFORM VARYING WS-HRS-IDX FROM 1 BY 1
                   UNTIL WS-HRS-IDX > WS-HRS-TOTAL
                   IF FUNCTION TRIM(WS-HR-STATUS(WS-HRS-IDX)) = "PENDING"
                       PERFORM HRS-CHECK-REVIEWER
                       IF WS-JOB-MANAGEABLE = "Y"
                           ADD 1 TO WS-HRS-MINE-COUNT
                           MOVE WS-HRS-IDX
                               TO WS-HRS-MINE-IDX(WS-HRS-MINE-COUNT)
                           MOVE WS-HRS-MINE-COUNT TO WS-HRS-DISP
                           MOVE SPACES TO WS-OUTLINE
                           STRING
                               FUNCTION TRIM(WS-HRS-DISP)
                                   DELIMITED BY SIZE
                               ". " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-HR-USER(WS-HRS-IDX))
                                   DELIMITED BY SIZE
                               ", job " DELIMITED BY SIZE
                               WS-HR-JOBID(WS-HRS-IDX) DELIMITED BY SIZE
                               INTO WS-OUTLINE
                           END-STRING
                           PERFORM PRINT-LINE
                           PERFORM HRS-PRINT-WEEK
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-HRS-MINE-COUNT = 0
                   MOVE "No logged hours are waiting for your sign-off."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PERFORM
               END-IF
               MOVE "Enter an entry number to review, or 0 to go back:"
                   TO WS-OUTLINE
               PERFORM PRINT-INLINE
               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
               IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
                   PERFORM NOTE-INVALID-CHOICE
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-HRS-SELECT
               IF WS-HRS-SELECT < 1 OR WS-HRS-SELECT > WS-HRS-MINE-COUNT
                   MOVE "Y" TO WS-HRS-DONE
                   EXIT PERFORM
               END-IF
               MOVE WS-HRS-MINE-IDX(WS-HRS-SELECT) TO WS-HRS-IDX
               MOVE "A to approve, R to reject:" TO WS-OUTLINE
               PERFORM PRINT-INLINE
               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                   EXIT PERFORM
               END-IF
               EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE))
                   WHEN "A"
                       MOVE "APPROVED" TO WS-HR-STATUS(WS-HRS-IDX)
                   WHEN "R"
                       MOVE "REJECTED" TO WS-HR-STATUS(WS-HRS-IDX)
                   WHEN OTHER
                       PERFORM NOTE-INVALID-CHOICE
                       EXIT PERFORM CYCLE
               END-EVALUATE
               MOVE WS-CURRENT-USERNAME TO WS-HR-REVIEWER(WS-HRS-IDX)
               MOVE WS-BIZ-DATE TO WS-HR-REV-DATE(WS-HRS-IDX)
               PERFORM REWRITE-HRS-FILE
               PERFORM HRS-NOTE-REVIEW
           END-PERFORM.

      *>---------------------------------------------
      *> HRS-CHECK-REVIEWER
      *> Purpose: WS-JOB-MANAGEABLE = "Y" when the
      *>          current user extended the offer for
      *>          hours-log entry WS-HRS-IDX or is on the
      *>          posting's recruiting team. The employer
      *>          and team arrays are loaded by the caller.
      *>---------------------------------------------
       HRS-CHECK-REVIEWER.
           MOVE "N" TO WS-JOB-MANAGEABLE
           IF FUNCTION UPPER-CASE(
              FUNCTION TRIM(WS-HR-RECRUITER(WS-HRS-IDX))) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               MOVE "Y" TO WS-JOB-MANAGEABLE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HR-JOBID(WS-HRS-IDX) TO WS-JOB-SELECT
           PERFORM LOAD-JOB-BY-NUM
           IF JOB-FOUND
               PERFORM CHECK-POSTING-MANAGEABLE
           END-IF.

      *>---------------------------------------------
      *> HRS-NOTE-REVIEW
      *> Purpose: Audit and notify the sign-off just
      *>          recorded on hours-log entry WS-HRS-IDX.
      *>---------------------------------------------
       HRS-NOTE-REVIEW.
           IF FUNCTION TRIM(WS-HR-STATUS(WS-HRS-IDX)) = "APPROVED"
               MOVE "HOURS-APPROVE" TO WS-AUDIT-ACTION
               MOVE "HOURS-APPROVE" TO WS-NOTIF-TYPE
           ELSE
               MOVE "HOURS-REJECT" TO WS-AUDIT-ACTION
               MOVE "HOURS-REJECT" TO WS-NOTIF-TYPE
           END-IF
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               FUNCTION TRIM(WS-HR-USER(WS-HRS-IDX)) DELIMITED BY SIZE
               " job " DELIMITED BY SIZE
               WS-HR-JOBID(WS-HRS-IDX) DELIMITED BY SIZE
               " week " DELIMITED BY SIZE
               WS-HR-WEEK(WS-HRS-IDX) DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-HR-USER(WS-HRS-IDX) TO WS-NOTIF-RECIP
           MOVE SPACES TO WS-NOTIF-REF
           STRING
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION LOWER-CASE(FUNCTION TRIM(
                   WS-HR-STATUS(WS-HRS-IDX))) DELIMITED BY SIZE
               " your hours for the week of " DELIMITED BY SIZE
               WS-HR-WEEK(WS-HRS-IDX) DELIMITED BY SIZE
               INTO WS-NOTIF-REF
           END-STRING
           PERFORM ADD-NOTIFICATION
           MOVE SPACES TO WS-OUTLINE
           STRING "Week " DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(FUNCTION TRIM(
                      WS-HR-STATUS(WS-HRS-IDX))) DELIMITED BY SIZE
                  " and the student has been told." DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> INTERNSHIP-HOURS-REPORT
      *> Purpose: Term-end credit report - approved
      *>          hours for weeks starting within the
      *>          last TERM-WEEKS weeks, for every
      *>          ACCEPTED offer, totalled by student,
      *>          employer and major. Students under
      *>          HOURS-CREDIT-MIN approved hours are
      *>          flagged. Written to
      *>          internship-hours.txt and echoed.
      *> Called:  From TOP-LEVEL-MENU option 20.
      *>---------------------------------------------
       INTERNSHIP-HOURS-REPORT.
           OPEN OUTPUT HRSRPT-FILE
           IF WS-HRR-STAT NOT = "00" AND WS-HRR-STAT NOT = "05"
               MOVE "ERROR: Cannot write internship-hours.txt."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HRS-TERM-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
               - (WS-CFG-TERM-WEEKS * 7))
           MOVE SPACES TO WS-OUTLINE
           STRING "--- InCollege Internship Hours, weeks from "
                      DELIMITED BY SIZE
                  WS-HRS-TERM-START DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  " ---" DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM HRR-EMIT-LINE
           MOVE WS-CFG-HOURS-CREDIT-MIN TO WS-HRS-SUM-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Credit threshold: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HRS-SUM-DISP) DELIMITED BY SIZE
                  " approved hours" DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM HRR-EMIT-LINE
           MOVE 0 TO WS-HRS-MJ-TOTAL
           MOVE 0 TO WS-HRS-EM-TOTAL
           MOVE 0 TO WS-HRS-STUDENTS
           MOVE 0 TO WS-HRS-BELOW
           MOVE 0 TO WS-HRS-IN-OFFERS
           MOVE "By student:" TO WS-OUTLINE
           PERFORM HRR-EMIT-LINE
           OPEN INPUT PROFILES-FILE
           MOVE PROFILES-STATUS TO WS-HRS-PROF-STAT
           OPEN INPUT JOBS-FILE
           MOVE WS-JOBS-STAT TO WS-HRS-JOBS-STAT
           *> offers.dat is read straight through rather than into
           *> WS-OFR-ARRAY so that no placement is left off the
           *> report however many offers are on file.
           SET OFR-EOF-NO TO TRUE
           OPEN INPUT OFFERS-FILE
           IF WS-OFR-STAT = "00"
               PERFORM UNTIL OFR-EOF-YES
                   READ OFFERS-FILE INTO WS-OFR-LINE
                       AT END
                           SET OFR-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HRS-IN-OFFERS
                           IF FUNCTION TRIM(WS-OFR-LINE) NOT = SPACES
                               PERFORM PARSE-OFFER-TEXT
                               IF FUNCTION TRIM(WS-OFR-PARSE-STATUS)
                                   = "ACCEPTED"
                                   PERFORM HRR-REPORT-ONE-PLACEMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE OFFERS-FILE
           SET OFR-EOF-NO TO TRUE
           IF WS-HRS-JOBS-STAT = "00"
               CLOSE JOBS-FILE
           END-IF
           IF WS-HRS-PROF-STAT = "00"
               CLOSE PROFILES-FILE
           END-IF
           IF WS-HRS-STUDENTS = 0
               MOVE " No accepted placements on file." TO WS-OUTLINE
               PERFORM HRR-EMIT-LINE
           END-IF

           MOVE "By employer:" TO WS-OUTLINE
           PERFORM HRR-EMIT-LINE
           PERFORM VARYING WS-HRS-I FROM 1 BY 1
               UNTIL WS-HRS-I > WS-HRS-EM-TOTAL
               MOVE WS-HRS-EM-HOURS(WS-HRS-I) TO WS-HRS-SUM-DISP
               MOVE WS-HRS-EM-CNT(WS-HRS-I) TO WS-HRS-DISP
               MOVE SPACES TO WS-OUTLINE
               STRING
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HRS-EM-NAME(WS-HRS-I))
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HRS-SUM-DISP) DELIMITED BY SIZE
                   " hrs, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HRS-DISP) DELIMITED BY SIZE
                   " student(s)" DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM HRR-EMIT-LINE
           END-PERFORM
           MOVE "By major:" TO WS-OUTLINE
           PERFORM HRR-EMIT-LINE
           PERFORM VARYING WS-HRS-I FROM 1 BY 1
               UNTIL WS-HRS-I > WS-HRS-MJ-TOTAL
               MOVE WS-HRS-MJ-HOURS(WS-HRS-I) TO WS-HRS-SUM-DISP
               MOVE WS-HRS-MJ-CNT(WS-HRS-I) TO WS-HRS-DISP
               MOVE WS-HRS-MJ-BELOW(WS-HRS-I) TO WS-HRS-DISP2
               MOVE SPACES TO WS-OUTLINE
               STRING
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HRS-MJ-NAME(WS-HRS-I))
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HRS-SUM-DISP) DELIMITED BY SIZE
                   " hrs, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HRS-DISP) DELIMITED BY SIZE
                   " student(s), " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HRS-DISP2) DELIMITED BY SIZE
                   " below threshold" DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM HRR-EMIT-LINE
           END-PERFORM
           MOVE WS-HRS-STUDENTS TO WS-HRS-DISP
           MOVE WS-HRS-BELOW TO WS-HRS-DISP2
           MOVE SPACES TO WS-OUTLINE
           STRING "Placements: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HRS-DISP) DELIMITED BY SIZE
                  ", below credit threshold: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HRS-DISP2) DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM HRR-EMIT-LINE
           MOVE "Input records read:" TO WS-OUTLINE
           PERFORM HRR-EMIT-LINE
           MOVE "offers.dat" TO WS-SRT-LABEL
           MOVE WS-HRS-IN-OFFERS TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM HRR-EMIT-LINE
           CLOSE HRSRPT-FILE
           MOVE "HOURS-REPORT" TO WS-AUDIT-ACTION
           MOVE "OPERATOR" TO WS-CURRENT-USERNAME
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING "placements " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HRS-DISP) DELIMITED BY SIZE
                  " below " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HRS-DISP2) DELIMITED BY SIZE
                  INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO WS-CURRENT-USERNAME
           MOVE "Report written to internship-hours.txt." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> HRR-EMIT-LINE
      *> Purpose: Send WS-OUTLINE to the hours report
      *>          and the screen/output transcript.
      *>---------------------------------------------
       HRR-EMIT-LINE.
           WRITE HRSRPT-REC FROM WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> HRR-REPORT-ONE-PLACEMENT
      *> Purpose: Total the term's hours for the
      *>          accepted offer parsed in WS-OFR-PARSE-*,
      *>          emit its student line and fold it into
      *>          the employer and major tables.
      *>---------------------------------------------
       HRR-REPORT-ONE-PLACEMENT.
           ADD 1 TO WS-HRS-STUDENTS
           PERFORM HRR-SUM-PLACEMENT-HOURS
           MOVE SPACES TO WS-PARSED-PROFILE
           IF WS-HRS-PROF-STAT = "00"
               MOVE FUNCTION TRIM(WS-OFR-PARSE-USER) TO PR-USERNAME
               READ PROFILES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-LINE TO WS-PROFILE-LINE
                       PERFORM PARSE-PROFILE-LINE
               END-READ
           END-IF
           IF FUNCTION TRIM(WS-PARSED-MAJOR) = SPACES
               MOVE "(no major on file)" TO WS-PARSED-MAJOR
           END-IF
           MOVE "(posting removed)" TO WS-HRS-EMP-NAME
           IF WS-HRS-JOBS-STAT = "00"
               MOVE WS-OFR-PARSE-ID TO JB-JOBID
               READ JOBS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JB-LINE TO WS-JOB-LINE
                       PERFORM PARSE-JOB-LINE-FOR-SUMMARY
                       MOVE WS-JOB-PARSE-EMP TO WS-HRS-EMP-NAME
               END-READ
           END-IF
           MOVE "N" TO WS-HRS-IS-BELOW
           IF WS-HRS-SUM-APPROVED < WS-CFG-HOURS-CREDIT-MIN
               MOVE "Y" TO WS-HRS-IS-BELOW
               ADD 1 TO WS-HRS-BELOW
           END-IF
           MOVE WS-HRS-SUM-APPROVED TO WS-HRS-SUM-DISP
           MOVE WS-HRS-SUM-PENDING TO WS-HRS-SUM-DISP2
           MOVE SPACES TO WS-OUTLINE
           STRING
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OFR-PARSE-USER) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PARSED-MAJOR) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HRS-EMP-NAME) DELIMITED BY SIZE
               " (job " DELIMITED BY SIZE
               WS-OFR-PARSE-ID DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HRS-SUM-DISP) DELIMITED BY SIZE
               " approved, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HRS-SUM-DISP2) DELIMITED BY SIZE
               " pending" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           IF WS-HRS-IS-BELOW = "Y"
               MOVE FUNCTION STORED-CHAR-LENGTH(WS-OUTLINE) TO WS-HRS-PTR
               ADD 1 TO WS-HRS-PTR
               STRING " ** BELOW CREDIT THRESHOLD **" DELIMITED BY SIZE
                      INTO WS-OUTLINE
                      WITH POINTER WS-HRS-PTR
               END-STRING
           END-IF
           PERFORM HRR-EMIT-LINE

           MOVE "N" TO WS-HRS-SEEN
           PERFORM VARYING WS-HRS-I FROM 1 BY 1
               UNTIL WS-HRS-I > WS-HRS-EM-TOTAL
                   OR WS-HRS-SEEN = "Y"
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-HRS-EM-NAME(WS-HRS-I))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HRS-EMP-NAME))
                   ADD WS-HRS-SUM-APPROVED TO WS-HRS-EM-HOURS(WS-HRS-I)
                   ADD 1 TO WS-HRS-EM-CNT(WS-HRS-I)
                   MOVE "Y" TO WS-HRS-SEEN
               END-IF
           END-PERFORM
           IF WS-HRS-SEEN = "N"
           AND WS-HRS-EM-TOTAL < 100
               ADD 1 TO WS-HRS-EM-TOTAL
               MOVE WS-HRS-EMP-NAME TO WS-HRS-EM-NAME(WS-HRS-EM-TOTAL)
               MOVE WS-HRS-SUM-APPROVED
                   TO WS-HRS-EM-HOURS(WS-HRS-EM-TOTAL)
               MOVE 1 TO WS-HRS-EM-CNT(WS-HRS-EM-TOTAL)
           END-IF
           MOVE "N" TO WS-HRS-SEEN
           PERFORM VARYING WS-HRS-I FROM 1 BY 1
               UNTIL WS-HRS-I > WS-HRS-MJ-TOTAL
                   OR WS-HRS-SEEN = "Y"
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-HRS-MJ-NAME(WS-HRS-I))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-MAJOR))
                   ADD WS-HRS-SUM-APPROVED TO WS-HRS-MJ-HOURS(WS-HRS-I)
                   ADD 1 TO WS-HRS-MJ-CNT(WS-HRS-I)
                   IF WS-HRS-IS-BELOW = "Y"
                       ADD 1 TO WS-HRS-MJ-BELOW(WS-HRS-I)
                   END-IF
                   MOVE "Y" TO WS-HRS-SEEN
               END-IF
           END-PERFORM
           IF WS-HRS-SEEN = "N"
           AND WS-HRS-MJ-TOTAL < 100
               ADD 1 TO WS-HRS-MJ-TOTAL
               MOVE WS-PARSED-MAJOR TO WS-HRS-MJ-NAME(WS-HRS-MJ-TOTAL)
               MOVE WS-HRS-SUM-APPROVED
                   TO WS-HRS-MJ-HOURS(WS-HRS-MJ-TOTAL)
               MOVE 1 TO WS-HRS-MJ-CNT(WS-HRS-MJ-TOTAL)
               MOVE 0 TO WS-HRS-MJ-BELOW(WS-HRS-MJ-TOTAL)
               IF WS-HRS-IS-BELOW = "Y"
                   MOVE 1 TO WS-HRS-MJ-BELOW(WS-HRS-MJ-TOTAL)
               END-IF
           END-IF.

      *>---------------------------------------------
      *> HRR-SUM-PLACEMENT-HOURS
      *> Purpose: One pass over hourslog.dat totalling
      *>          the approved and pending hours this
      *>          term for the placement parsed in
      *>          WS-OFR-PARSE-*. Each row is unpacked
      *>          into slot 1 of WS-HRS-ARRAY, which the
      *>          report does not otherwise use, so the
      *>          log is never cut off at the table size.
      *>---------------------------------------------
       HRR-SUM-PLACEMENT-HOURS.
           MOVE 0 TO WS-HRS-SUM-APPROVED
           MOVE 0 TO WS-HRS-SUM-PENDING
           SET HRS-EOF-NO TO TRUE
           OPEN INPUT HOURSLOG-FILE
           IF WS-HRS-STAT NOT = "00"
               IF WS-HRS-STAT = "05"
                   CLOSE HOURSLOG-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-HRS-TOTAL
           PERFORM UNTIL HRS-EOF-YES
               READ HOURSLOG-FILE INTO WS-HRS-LINE
                   AT END
                       SET HRS-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-HRS-LINE) NOT = SPACES
                           PERFORM PARSE-HRS-LINE
                           PERFORM HRR-ADD-LOG-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOURSLOG-FILE
           SET HRS-EOF-NO TO TRUE
           MOVE 0 TO WS-HRS-TOTAL.

       HRR-ADD-LOG-ROW.
           IF WS-HR-JOBID(1) NOT = WS-OFR-PARSE-ID
           OR WS-HR-WEEK(1) < WS-HRS-TERM-START
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HR-USER(1))) NOT =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFR-PARSE-USER))
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-HR-STATUS(1))
               WHEN "APPROVED"
                   ADD WS-HR-HOURS(1) TO WS-HRS-SUM-APPROVED
               WHEN "PENDING"
                   ADD WS-HR-HOURS(1) TO WS-HRS-SUM-PENDING
           END-EVALUATE.

      *>---------------------------------------------
      *> LOAD-HRS-ARRAY
      *> Purpose: Read hourslog.dat into WS-HRS-ARRAY.
      *> Format:  jobid|student|recruiter|week|hours|
      *>          status|reviewer|reviewdate|note
      *>---------------------------------------------
       LOAD-HRS-ARRAY.
           MOVE 0 TO WS-HRS-TOTAL
           SET HRS-EOF-NO TO TRUE
           OPEN INPUT HOURSLOG-FILE
           IF WS-HRS-STAT NOT = "00"
               IF WS-HRS-STAT = "05"
                   CLOSE HOURSLOG-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HRS-EOF-YES
               READ HOURSLOG-FILE INTO WS-HRS-LINE
                   AT END
                       SET HRS-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-HRS-LINE) NOT = SPACES
                       AND WS-HRS-TOTAL < 500
                           ADD 1 TO WS-HRS-TOTAL
                           PERFORM PARSE-HRS-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOURSLOG-FILE
           SET HRS-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> PARSE-HRS-LINE
      *> Purpose: Unpack WS-HRS-LINE into array slot
      *>          WS-HRS-TOTAL.
      *>---------------------------------------------
       PARSE-HRS-LINE.
           MOVE SPACES TO WS-HRS-PARSE-JOBID
           MOVE SPACES TO WS-HRS-PARSE-WEEK
           MOVE SPACES TO WS-HRS-PARSE-HOURS
           MOVE SPACES TO WS-HRS-PARSE-REVDATE
           MOVE SPACES TO WS-HR-USER(WS-HRS-TOTAL)
           MOVE SPACES TO WS-HR-RECRUITER(WS-HRS-TOTAL)
           MOVE SPACES TO WS-HR-STATUS(WS-HRS-TOTAL)
           MOVE SPACES TO WS-HR-REVIEWER(WS-HRS-TOTAL)
           MOVE SPACES TO WS-HR-NOTE(WS-HRS-TOTAL)
           UNSTRING WS-HRS-LINE
               DELIMITED BY "|"
               INTO WS-HRS-PARSE-JOBID
                    WS-HR-USER(WS-HRS-TOTAL)
                    WS-HR-RECRUITER(WS-HRS-TOTAL)
                    WS-HRS-PARSE-WEEK
                    WS-HRS-PARSE-HOURS
                    WS-HR-STATUS(WS-HRS-TOTAL)
                    WS-HR-REVIEWER(WS-HRS-TOTAL)
                    WS-HRS-PARSE-REVDATE
                    WS-HR-NOTE(WS-HRS-TOTAL)
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HRS-PARSE-JOBID)) = 0
               MOVE FUNCTION NUMVAL(WS-HRS-PARSE-JOBID)
                   TO WS-HR-JOBID(WS-HRS-TOTAL)
           ELSE
               MOVE 0 TO WS-HR-JOBID(WS-HRS-TOTAL)
           END-IF
           IF WS-HRS-PARSE-WEEK IS NUMERIC
               MOVE WS-HRS-PARSE-WEEK TO WS-HR-WEEK(WS-HRS-TOTAL)
           ELSE
               MOVE 0 TO WS-HR-WEEK(WS-HRS-TOTAL)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HRS-PARSE-HOURS)) = 0
               MOVE FUNCTION NUMVAL(WS-HRS-PARSE-HOURS)
                   TO WS-HR-HOURS(WS-HRS-TOTAL)
           ELSE
               MOVE 0 TO WS-HR-HOURS(WS-HRS-TOTAL)
           END-IF
           IF WS-HRS-PARSE-REVDATE IS NUMERIC
               MOVE WS-HRS-PARSE-REVDATE TO WS-HR-REV-DATE(WS-HRS-TOTAL)
           ELSE
               MOVE 0 TO WS-HR-REV-DATE(WS-HRS-TOTAL)
           END-IF.

      *>---------------------------------------------
      *> REWRITE-HRS-FILE
      *> Purpose: Overwrite hourslog.dat from
      *>          WS-HRS-ARRAY, dropping entries whose
      *>          student was blanked.
      *>---------------------------------------------
       REWRITE-HRS-FILE.
           IF DRY-RUN-YES
               MOVE "hourslog.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HOURSLOG-FILE
           IF WS-HRS-STAT NOT = "00" AND WS-HRS-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite hourslog.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HRS-IDX FROM 1 BY 1
               UNTIL WS-HRS-IDX > WS-HRS-TOTAL
               IF FUNCTION TRIM(WS-HR-USER(WS-HRS-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-HRS-LINE
                   STRING
                       WS-HR-JOBID(WS-HRS-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HR-USER(WS-HRS-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HR-RECRUITER(WS-HRS-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-HR-WEEK(WS-HRS-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-HR-HOURS(WS-HRS-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HR-STATUS(WS-HRS-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HR-REVIEWER(WS-HRS-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-HR-REV-DATE(WS-HRS-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HR-NOTE(WS-HRS-IDX))
                           DELIMITED BY SIZE
                       INTO WS-HRS-LINE
                   END-STRING
                   WRITE HOURSLOG-REC FROM WS-HRS-LINE
               END-IF
           END-PERFORM
           CLOSE HOURSLOG-FILE.

      *>---------------------------------------------
      *> LEGAL-HOLDS-MENU
      *> Purpose: Counsel's-office holds - place or
      *>          release a legal hold on a username and
      *>          print the hold register.
      *> Called:  From ADMIN-CONSOLE option 22.
      *>---------------------------------------------
       LEGAL-HOLDS-MENU.
           MOVE "--- Legal Holds ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "1. Place a Legal Hold" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "2. Release a Legal Hold" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "3. Hold Register Report" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "4. Back" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           EVALUATE WS-TRIMMED
               WHEN "1"
                   PERFORM PLACE-LEGAL-HOLD
               WHEN "2"
                   PERFORM RELEASE-LEGAL-HOLD
               WHEN "3"
                   PERFORM HOLD-REGISTER-REPORT
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
           END-EVALUATE.

      *>---------------------------------------------
      *> PLACE-LEGAL-HOLD
      *> Purpose: Record an ACTIVE hold on an existing
      *>          username with the counsel's case
      *>          reference. One active hold per user.
      *>---------------------------------------------
       PLACE-LEGAL-HOLD.
           PERFORM LOCATE-ADMIN-TARGET
           IF WS-ADMIN-TARGET-IDX = 0 OR EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HLD-ARRAY
           MOVE WS-ADMIN-TARGET-USER TO WS-HLD-CHECK-USER
           PERFORM HOLD-CHECK-USER
           IF WS-HLD-HIT > 0
               MOVE SPACES TO WS-OUTLINE
               STRING "That account is already on hold under case "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HL-CASE(WS-HLD-HIT))
                          DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the case reference (max 30 chars):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-INLINE REPLACING ALL "|" BY "/"
           IF FUNCTION TRIM(WS-INLINE) = SPACES
               MOVE "A case reference is required." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-HLD-TOTAL >= 100
               MOVE "The legal hold register is full." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HLD-TOTAL
           MOVE WS-ADMIN-TARGET-USER TO WS-HL-USER(WS-HLD-TOTAL)
           MOVE FUNCTION TRIM(WS-INLINE)(1:30) TO WS-HL-CASE(WS-HLD-TOTAL)
           MOVE "ACTIVE" TO WS-HL-STATUS(WS-HLD-TOTAL)
           MOVE WS-CURRENT-USERNAME TO WS-HL-PLACED-BY(WS-HLD-TOTAL)
           MOVE WS-BIZ-DATE TO WS-HL-PLACED-DATE(WS-HLD-TOTAL)
           MOVE SPACES TO WS-HL-RELEASED-BY(WS-HLD-TOTAL)
           MOVE 0 TO WS-HL-RELEASED-DATE(WS-HLD-TOTAL)
           PERFORM REWRITE-HLD-FILE
           MOVE "LEGAL-HOLD" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING FUNCTION TRIM(WS-ADMIN-TARGET-USER) DELIMITED BY SIZE
                  " case " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HL-CASE(WS-HLD-TOTAL))
                      DELIMITED BY SIZE
                  INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Legal hold placed. Purge, archive, offboarding and merge will skip this user's records."
               TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> RELEASE-LEGAL-HOLD
      *> Purpose: Mark a user's ACTIVE hold RELEASED.
      *>          The row stays on file for the record.
      *>---------------------------------------------
       RELEASE-LEGAL-HOLD.
           MOVE "Enter the username to release:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HLD-ARRAY
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-HLD-CHECK-USER
           PERFORM HOLD-CHECK-USER
           IF WS-HLD-HIT = 0
               MOVE "That username has no active legal hold." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HL-USER(WS-HLD-HIT) TO WS-ASC-CHK-USER
           PERFORM CHECK-ADMIN-TARGET-SCOPE
           IF WS-ASC-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "RELEASED" TO WS-HL-STATUS(WS-HLD-HIT)
           MOVE WS-CURRENT-USERNAME TO WS-HL-RELEASED-BY(WS-HLD-HIT)
           MOVE WS-BIZ-DATE TO WS-HL-RELEASED-DATE(WS-HLD-HIT)
           PERFORM REWRITE-HLD-FILE
           MOVE "LEGAL-HOLD-RELEASE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING FUNCTION TRIM(WS-HL-USER(WS-HLD-HIT)) DELIMITED BY SIZE
                  " case " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HL-CASE(WS-HLD-HIT)) DELIMITED BY SIZE
                  INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Legal hold released." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> HOLD-CHECK-USER
      *> Purpose: WS-HLD-HIT = the slot of the ACTIVE
      *>          hold on WS-HLD-CHECK-USER, or 0. The
      *>          caller loads the hold array first.
      *>---------------------------------------------
       HOLD-CHECK-USER.
           MOVE 0 TO WS-HLD-HIT
           IF FUNCTION TRIM(WS-HLD-CHECK-USER) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HLD-I FROM 1 BY 1
               UNTIL WS-HLD-I > WS-HLD-TOTAL
               IF FUNCTION TRIM(WS-HL-STATUS(WS-HLD-I)) = "ACTIVE"
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HL-USER(WS-HLD-I)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HLD-CHECK-USER))
                   MOVE WS-HLD-I TO WS-HLD-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> HOLD-COUNT-SKIP
      *> Purpose: Check WS-HLD-CHECK-USER and, when held,
      *>          count one row kept back for the hold
      *>          (WS-HLD-HIT is left set for the caller).
      *>---------------------------------------------
       HOLD-COUNT-SKIP.
           PERFORM HOLD-CHECK-USER
           IF WS-HLD-HIT > 0
               ADD 1 TO WS-HL-SKIPS(WS-HLD-HIT)
           END-IF.

      *>---------------------------------------------
      *> HOLD-CHECK-PAIR
      *> Purpose: Both parties to a row - WS-HLD-CHECK-
      *>          USER and WS-HLD-CHECK-USER2. WS-HLD-KEEP
      *>          = "Y" when either is held; each held
      *>          party has the row counted.
      *>---------------------------------------------
       HOLD-CHECK-PAIR.
           MOVE "N" TO WS-HLD-KEEP
           PERFORM HOLD-COUNT-SKIP
           IF WS-HLD-HIT > 0
               MOVE "Y" TO WS-HLD-KEEP
           END-IF
           MOVE WS-HLD-CHECK-USER2 TO WS-HLD-CHECK-USER
           PERFORM HOLD-COUNT-SKIP
           IF WS-HLD-HIT > 0
               MOVE "Y" TO WS-HLD-KEEP
           END-IF.

      *>---------------------------------------------
      *> HOLD-FLUSH-SKIPS
      *> Purpose: Log what a run held back - one
      *>          holdskips.dat row and audit record per
      *>          held user with a non-zero count, for
      *>          run WS-HLD-RUN and row kind
      *>          WS-HLD-WHAT - then clear the counts.
      *>          Format: date|run|user|case|count|what
      *>---------------------------------------------
       HOLD-FLUSH-SKIPS.
           MOVE "N" TO WS-HLD-AS-OPERATOR
           IF FUNCTION TRIM(WS-CURRENT-USERNAME) = SPACES
               MOVE "OPERATOR" TO WS-CURRENT-USERNAME
               MOVE "Y" TO WS-HLD-AS-OPERATOR
           END-IF
           PERFORM VARYING WS-HLD-I FROM 1 BY 1
               UNTIL WS-HLD-I > WS-HLD-TOTAL
               IF WS-HL-SKIPS(WS-HLD-I) > 0
                   MOVE WS-HL-SKIPS(WS-HLD-I) TO WS-HLD-DISP
                   MOVE SPACES TO WS-HLD-SKIP-LINE
                   STRING
                       WS-BIZ-DATE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HLD-RUN) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HL-USER(WS-HLD-I))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HL-CASE(WS-HLD-I))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HLD-DISP) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HLD-WHAT) DELIMITED BY SIZE
                       INTO WS-HLD-SKIP-LINE
                   END-STRING
                   PERFORM HOLD-SKIP-ALREADY-LOGGED
                   IF WS-HLD-LOGGED = "N"
                       PERFORM APPEND-HOLD-SKIP
                       PERFORM HOLD-AUDIT-SKIP
                   END-IF
                   IF WS-HLD-QUIET NOT = "Y"
                       PERFORM HOLD-SHOW-SKIP
                   END-IF
                   MOVE 0 TO WS-HL-SKIPS(WS-HLD-I)
               END-IF
           END-PERFORM
           IF WS-HLD-AS-OPERATOR = "Y"
               MOVE SPACES TO WS-CURRENT-USERNAME
           END-IF.

      *>---------------------------------------------
      *> HOLD-AUDIT-SKIP
      *> Purpose: Audit record for the skip logged for
      *>          hold WS-HLD-I.
      *>---------------------------------------------
       HOLD-AUDIT-SKIP.
           MOVE "HOLD-SKIP" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               FUNCTION TRIM(WS-HLD-RUN) DELIMITED BY SIZE
               " kept " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HLD-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HLD-WHAT) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HL-USER(WS-HLD-I))
                   DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD.

      *>---------------------------------------------
      *> HOLD-SHOW-SKIP
      *> Purpose: Tell the operator a run kept rows
      *>          back for hold WS-HLD-I.
      *>---------------------------------------------
       HOLD-SHOW-SKIP.
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Legal hold: kept " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HLD-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HLD-WHAT) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HL-USER(WS-HLD-I))
                   DELIMITED BY SIZE
               " (case " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HL-CASE(WS-HLD-I))
                   DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> HOLD-SKIP-ALREADY-LOGGED
      *> Purpose: WS-HLD-LOGGED = "Y" when holdskips.dat
      *>          already has a row for this business
      *>          date, run, user and row kind - paths
      *>          such as the expired-job purge run on
      *>          every job browse, and one row a day is
      *>          enough. A run that flushes more than
      *>          one kind of row logs each kind.
      *>---------------------------------------------
       HOLD-SKIP-ALREADY-LOGGED.
           MOVE "N" TO WS-HLD-LOGGED
           SET HSK-EOF-NO TO TRUE
           OPEN INPUT HOLDSKIPS-FILE
           IF WS-HSK-STAT NOT = "00"
               IF WS-HSK-STAT = "05"
                   CLOSE HOLDSKIPS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HSK-EOF-YES
               READ HOLDSKIPS-FILE INTO WS-HLD-LINE
                   AT END
                       SET HSK-EOF-YES TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-HLD-PARSE-DATE
                       MOVE SPACES TO WS-HLD-PARSE-RUN
                       MOVE SPACES TO WS-HLD-PARSE-USER
                       MOVE SPACES TO WS-HLD-PARSE-CASE
                       MOVE SPACES TO WS-HLD-PARSE-COUNT
                       MOVE SPACES TO WS-HLD-PARSE-WHAT
                       UNSTRING WS-HLD-LINE
                           DELIMITED BY "|"
                           INTO WS-HLD-PARSE-DATE
                                WS-HLD-PARSE-RUN
                                WS-HLD-PARSE-USER
                                WS-HLD-PARSE-CASE
                                WS-HLD-PARSE-COUNT
                                WS-HLD-PARSE-WHAT
                       END-UNSTRING
                       IF WS-HLD-PARSE-DATE = WS-BIZ-DATE
                       AND FUNCTION TRIM(WS-HLD-PARSE-RUN) =
                           FUNCTION TRIM(WS-HLD-RUN)
                       AND FUNCTION TRIM(WS-HLD-PARSE-WHAT) =
                           FUNCTION TRIM(WS-HLD-WHAT)
                       AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-HLD-PARSE-USER)) =
                           FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-HL-USER(WS-HLD-I)))
                           MOVE "Y" TO WS-HLD-LOGGED
                           SET HSK-EOF-YES TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDSKIPS-FILE
           SET HSK-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> APPEND-HOLD-SKIP
      *> Purpose: Append WS-HLD-SKIP-LINE to
      *>          holdskips.dat.
      *>---------------------------------------------
       APPEND-HOLD-SKIP.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND HOLDSKIPS-FILE
           IF WS-HSK-STAT = "41"
               CLOSE HOLDSKIPS-FILE
               OPEN EXTEND HOLDSKIPS-FILE
           END-IF
           IF WS-HSK-STAT = "00" OR WS-HSK-STAT = "05"
               WRITE HOLDSKIPS-REC FROM WS-HLD-SKIP-LINE
               CLOSE HOLDSKIPS-FILE
           ELSE
               DISPLAY "ERROR: Cannot write to holdskips.dat. Status="
                   WS-HSK-STAT
               MOVE "holdskips.dat" TO WS-SPOOL-DEST
               MOVE WS-HLD-SKIP-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> HOLD-REGISTER-REPORT
      *> Purpose: Every ACTIVE hold - user, case, who
      *>          placed it and when - followed by each
      *>          run that held rows back for it and
      *>          what that run would have removed.
      *>          Written to holdregister.txt and echoed.
      *> Called:  From LEGAL-HOLDS-MENU option 3 and
      *>          TOP-LEVEL-MENU option 21.
      *>---------------------------------------------
       HOLD-REGISTER-REPORT.
           OPEN OUTPUT HOLDREG-FILE
           IF WS-HRG-STAT NOT = "00" AND WS-HRG-STAT NOT = "05"
               MOVE "ERROR: Cannot write holdregister.txt." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HLD-ARRAY
           MOVE SPACES TO WS-OUTLINE
           STRING "--- InCollege Legal Hold Register as of "
                      DELIMITED BY SIZE
                  WS-BIZ-DATE DELIMITED BY SIZE
                  " ---" DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM HRG-EMIT-LINE
           MOVE 0 TO WS-HLD-ACTIVE
           MOVE 0 TO WS-HLD-RELEASED
           PERFORM VARYING WS-HLD-I FROM 1 BY 1
               UNTIL WS-HLD-I > WS-HLD-TOTAL
               IF FUNCTION TRIM(WS-HL-STATUS(WS-HLD-I)) = "ACTIVE"
                   ADD 1 TO WS-HLD-ACTIVE
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       FUNCTION TRIM(WS-HL-USER(WS-HLD-I))
                           DELIMITED BY SIZE
                       " - case " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HL-CASE(WS-HLD-I))
                           DELIMITED BY SIZE
                       " - placed by " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HL-PLACED-BY(WS-HLD-I))
                           DELIMITED BY SIZE
                       " on " DELIMITED BY SIZE
                       WS-HL-PLACED-DATE(WS-HLD-I) DELIMITED BY SIZE
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM HRG-EMIT-LINE
                   PERFORM HRG-LIST-SKIPS
               ELSE
                   ADD 1 TO WS-HLD-RELEASED
               END-IF
           END-PERFORM
           IF WS-HLD-ACTIVE = 0
               MOVE " No active legal holds." TO WS-OUTLINE
               PERFORM HRG-EMIT-LINE
           END-IF
           MOVE WS-HLD-ACTIVE TO WS-HLD-DISP
           MOVE WS-HLD-RELEASED TO WS-HLD-DISP2
           MOVE SPACES TO WS-OUTLINE
           STRING "Active holds: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HLD-DISP) DELIMITED BY SIZE
                  ", released: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HLD-DISP2) DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM HRG-EMIT-LINE
           CLOSE HOLDREG-FILE
           MOVE "Report written to holdregister.txt." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> HRG-EMIT-LINE
      *> Purpose: Send WS-OUTLINE to the hold register
      *>          and the screen/output transcript.
      *>---------------------------------------------
       HRG-EMIT-LINE.
           WRITE HOLDREG-REC FROM WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> HRG-LIST-SKIPS
      *> Purpose: List the holdskips.dat rows logged
      *>          for hold WS-HLD-I (same user and case).
      *>---------------------------------------------
       HRG-LIST-SKIPS.
           MOVE 0 TO WS-HLD-SHOWN
           SET HSK-EOF-NO TO TRUE
           OPEN INPUT HOLDSKIPS-FILE
           IF WS-HSK-STAT NOT = "00"
               IF WS-HSK-STAT = "05"
                   CLOSE HOLDSKIPS-FILE
               END-IF
               MOVE "   No runs have been held back yet." TO WS-OUTLINE
               PERFORM HRG-EMIT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HSK-EOF-YES
               READ HOLDSKIPS-FILE INTO WS-HLD-SKIP-LINE
                   AT END
                       SET HSK-EOF-YES TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-HLD-PARSE-DATE
                       MOVE SPACES TO WS-HLD-PARSE-RUN
                       MOVE SPACES TO WS-HLD-PARSE-USER
                       MOVE SPACES TO WS-HLD-PARSE-CASE
                       MOVE SPACES TO WS-HLD-PARSE-COUNT
                       MOVE SPACES TO WS-HLD-PARSE-WHAT
                       UNSTRING WS-HLD-SKIP-LINE
                           DELIMITED BY "|"
                           INTO WS-HLD-PARSE-DATE
                                WS-HLD-PARSE-RUN
                                WS-HLD-PARSE-USER
                                WS-HLD-PARSE-CASE
                                WS-HLD-PARSE-COUNT
                                WS-HLD-PARSE-WHAT
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-HLD-PARSE-USER)) =
                          FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-HL-USER(WS-HLD-I)))
                       AND FUNCTION TRIM(WS-HLD-PARSE-CASE) =
                           FUNCTION TRIM(WS-HL-CASE(WS-HLD-I))
                           ADD 1 TO WS-HLD-SHOWN
                           MOVE SPACES TO WS-OUTLINE
                           STRING
                               "   " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-HLD-PARSE-DATE)
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-HLD-PARSE-RUN)
                                   DELIMITED BY SIZE
                               " would have removed " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-HLD-PARSE-COUNT)
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-HLD-PARSE-WHAT)
                                   DELIMITED BY SIZE
                               INTO WS-OUTLINE
                           END-STRING
                           PERFORM HRG-EMIT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDSKIPS-FILE
           SET HSK-EOF-NO TO TRUE
           IF WS-HLD-SHOWN = 0
               MOVE "   No runs have been held back yet." TO WS-OUTLINE
               PERFORM HRG-EMIT-LINE
           END-IF.

      *>---------------------------------------------
      *> LOAD-HLD-ARRAY
      *> Purpose: Read legalholds.dat into WS-HLD-ARRAY,
      *>          with every skip count cleared.
      *> Format:  user|case|status|placedby|placeddate|
      *>          releasedby|releaseddate
      *>---------------------------------------------
       LOAD-HLD-ARRAY.
           MOVE 0 TO WS-HLD-TOTAL
           SET HLD-EOF-NO TO TRUE
           OPEN INPUT HOLDS-FILE
           IF WS-HLD-STAT NOT = "00"
               IF WS-HLD-STAT = "05"
                   CLOSE HOLDS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HLD-EOF-YES
               READ HOLDS-FILE INTO WS-HLD-LINE
                   AT END
                       SET HLD-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-HLD-LINE) NOT = SPACES
                       AND WS-HLD-TOTAL < 100
                           ADD 1 TO WS-HLD-TOTAL
                           MOVE SPACES TO WS-HLD-PARSE-DATE
                           MOVE SPACES TO WS-HLD-PARSE-REL-DATE
                           MOVE SPACES TO WS-HLD-ITEM(WS-HLD-TOTAL)
                           UNSTRING WS-HLD-LINE
                               DELIMITED BY "|"
                               INTO WS-HL-USER(WS-HLD-TOTAL)
                                    WS-HL-CASE(WS-HLD-TOTAL)
                                    WS-HL-STATUS(WS-HLD-TOTAL)
                                    WS-HL-PLACED-BY(WS-HLD-TOTAL)
                                    WS-HLD-PARSE-DATE
                                    WS-HL-RELEASED-BY(WS-HLD-TOTAL)
                                    WS-HLD-PARSE-REL-DATE
                           END-UNSTRING
                           MOVE 0 TO WS-HL-PLACED-DATE(WS-HLD-TOTAL)
                           IF WS-HLD-PARSE-DATE IS NUMERIC
                               MOVE WS-HLD-PARSE-DATE
                                   TO WS-HL-PLACED-DATE(WS-HLD-TOTAL)
                           END-IF
                           MOVE 0 TO WS-HL-RELEASED-DATE(WS-HLD-TOTAL)
                           IF WS-HLD-PARSE-REL-DATE IS NUMERIC
                               MOVE WS-HLD-PARSE-REL-DATE
                                   TO WS-HL-RELEASED-DATE(WS-HLD-TOTAL)
                           END-IF
                           MOVE 0 TO WS-HL-SKIPS(WS-HLD-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE
           SET HLD-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-HLD-FILE
      *> Purpose: Overwrite legalholds.dat from
      *>          WS-HLD-ARRAY.
      *>---------------------------------------------
       REWRITE-HLD-FILE.
           IF DRY-RUN-YES
               MOVE "legalholds.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HOLDS-FILE
           IF WS-HLD-STAT NOT = "00" AND WS-HLD-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite legalholds.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HLD-I FROM 1 BY 1
               UNTIL WS-HLD-I > WS-HLD-TOTAL
               MOVE SPACES TO WS-HLD-LINE
               STRING
                   FUNCTION TRIM(WS-HL-USER(WS-HLD-I)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HL-CASE(WS-HLD-I)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HL-STATUS(WS-HLD-I)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HL-PLACED-BY(WS-HLD-I))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-HL-PLACED-DATE(WS-HLD-I) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HL-RELEASED-BY(WS-HLD-I))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-HL-RELEASED-DATE(WS-HLD-I) DELIMITED BY SIZE
                   INTO WS-HLD-LINE
               END-STRING
               WRITE HOLDS-REC FROM WS-HLD-LINE
           END-PERFORM
           CLOSE HOLDS-FILE.

      *>---------------------------------------------
      *> SCREEN-BANNED-TERMS
      *> Purpose: Check the free text in WS-BAN-TEXT
      *>          against the banned-term list before it
      *>          is saved. WS-BAN-RESULT comes back
      *>          BAN-NONE, BAN-SOFT (save it, then queue
      *>          it for moderation with QUEUE-TERM-FLAG)
      *>          or BAN-HARD (refuse it - the user has
      *>          already been told and the refusal
      *>          audited). WS-BAN-FIELD names the field
      *>          for the audit record.
      *> Called:  From every save path for message
      *>          bodies, About text, group announcements,
      *>          company reviews and job descriptions.
      *>---------------------------------------------
       SCREEN-BANNED-TERMS.
           PERFORM LOAD-BAN-ARRAY
           PERFORM BAN-MATCH-TEXT
           IF BAN-HARD
               MOVE "That text contains language that is not allowed on InCollege. Please rephrase it."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "TERM-REFUSED" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-TARGET
               STRING FUNCTION TRIM(WS-BAN-FIELD) DELIMITED BY SIZE
                      " term " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BAN-TERM) DELIMITED BY SIZE
                      INTO WS-AUDIT-TARGET
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *>---------------------------------------------
      *> BAN-MATCH-TEXT
      *> Purpose: Match WS-BAN-TEXT against the list
      *>          already in WS-BAN-ARRAY. Terms match
      *>          whole words (a term ending in * matches
      *>          any word starting with it), ignoring
      *>          case and punctuation. A HARD term wins
      *>          over a SOFT one; WS-BAN-TERM is the
      *>          term that decided the result.
      *>---------------------------------------------
       BAN-MATCH-TEXT.
           SET BAN-NONE TO TRUE
           MOVE SPACES TO WS-BAN-TERM
           IF WS-BAN-TOTAL = 0 OR FUNCTION TRIM(WS-BAN-TEXT) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BAN-TEXT TO WS-BAN-NORM-IN
           PERFORM BAN-NORMALIZE
           PERFORM VARYING WS-BAN-I FROM 1 BY 1
               UNTIL WS-BAN-I > WS-BAN-TOTAL OR BAN-HARD
               IF WS-BT-LEVEL(WS-BAN-I) = "HARD" OR BAN-NONE
                   MOVE 0 TO WS-BAN-HITS
                   INSPECT WS-BAN-WORK TALLYING WS-BAN-HITS
                       FOR ALL WS-BT-PAT(WS-BAN-I)
                           (1:WS-BT-PAT-LEN(WS-BAN-I))
                   IF WS-BAN-HITS > 0
                       MOVE WS-BT-RAW(WS-BAN-I) TO WS-BAN-TERM
                       IF WS-BT-LEVEL(WS-BAN-I) = "HARD"
                           SET BAN-HARD TO TRUE
                       ELSE
                           SET BAN-SOFT TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> BAN-NORMALIZE
      *> Purpose: Upper-case WS-BAN-NORM-IN, turn its
      *>          punctuation into spaces and squeeze the
      *>          runs of spaces, into WS-BAN-WORK with a
      *>          leading space so every word, the first
      *>          included, is bounded by spaces.
      *>---------------------------------------------
       BAN-NORMALIZE.
           MOVE FUNCTION UPPER-CASE(WS-BAN-NORM-IN) TO WS-BAN-NORM-IN
           INSPECT WS-BAN-NORM-IN
               CONVERTING WS-BAN-PUNCT TO WS-BAN-BLANKS
           MOVE SPACES TO WS-BAN-WORK
           MOVE 1 TO WS-BAN-OUT-LEN
           PERFORM VARYING WS-BAN-K FROM 1 BY 1 UNTIL WS-BAN-K > 200
               IF WS-BAN-NORM-IN(WS-BAN-K:1) NOT = SPACE
               OR WS-BAN-WORK(WS-BAN-OUT-LEN:1) NOT = SPACE
                   ADD 1 TO WS-BAN-OUT-LEN
                   MOVE WS-BAN-NORM-IN(WS-BAN-K:1)
                       TO WS-BAN-WORK(WS-BAN-OUT-LEN:1)
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> LOAD-BAN-ARRAY
      *> Purpose: Read bannedterms.dat into
      *>          WS-BAN-ARRAY, building each term's
      *>          search pattern. Format: term|HARD or
      *>          term|SOFT - anything but SOFT is
      *>          treated as HARD.
      *>---------------------------------------------
       LOAD-BAN-ARRAY.
           MOVE 0 TO WS-BAN-TOTAL
           SET BAN-EOF-NO TO TRUE
           OPEN INPUT BANTERMS-FILE
           IF WS-BAN-STAT NOT = "00"
               IF WS-BAN-STAT = "05"
                   CLOSE BANTERMS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BAN-EOF-YES
               READ BANTERMS-FILE INTO WS-BAN-LINE
                   AT END
                       SET BAN-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-BAN-LINE) NOT = SPACES
                       AND WS-BAN-TOTAL < 200
                           MOVE SPACES TO WS-BAN-PARSE-TERM
                           MOVE SPACES TO WS-BAN-PARSE-LEVEL
                           UNSTRING WS-BAN-LINE
                               DELIMITED BY "|"
                               INTO WS-BAN-PARSE-TERM WS-BAN-PARSE-LEVEL
                           END-UNSTRING
                           PERFORM BAN-ADD-TERM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANTERMS-FILE
           SET BAN-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> BAN-ADD-TERM
      *> Purpose: Put WS-BAN-PARSE-TERM /
      *>          WS-BAN-PARSE-LEVEL on the end of
      *>          WS-BAN-ARRAY with its search pattern.
      *>          A term that is all punctuation is
      *>          skipped.
      *>---------------------------------------------
       BAN-ADD-TERM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BAN-PARSE-TERM))
               TO WS-BAN-PARSE-TERM
           MOVE SPACES TO WS-BAN-NORM-IN
           MOVE WS-BAN-PARSE-TERM TO WS-BAN-NORM-IN
           MOVE "N" TO WS-BAN-PREFIX
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-BAN-PARSE-TERM)
               TO WS-BAN-K
           IF WS-BAN-K > 0
               IF WS-BAN-PARSE-TERM(WS-BAN-K:1) = "*"
                   MOVE "Y" TO WS-BAN-PREFIX
               END-IF
           END-IF
           PERFORM BAN-NORMALIZE
           IF FUNCTION TRIM(WS-BAN-WORK) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BAN-TOTAL
           MOVE WS-BAN-PARSE-TERM TO WS-BT-RAW(WS-BAN-TOTAL)
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BAN-PARSE-LEVEL))
              = "SOFT"
               MOVE "SOFT" TO WS-BT-LEVEL(WS-BAN-TOTAL)
           ELSE
               MOVE "HARD" TO WS-BT-LEVEL(WS-BAN-TOTAL)
           END-IF
           MOVE SPACES TO WS-BT-PAT(WS-BAN-TOTAL)
           MOVE FUNCTION TRIM(WS-BAN-WORK) TO WS-BT-PAT(WS-BAN-TOTAL)(2:)
           COMPUTE WS-BT-PAT-LEN(WS-BAN-TOTAL) =
               FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(WS-BAN-WORK)) + 1
           *> A whole-word term needs the space after it too.
           IF WS-BAN-PREFIX = "N"
               ADD 1 TO WS-BT-PAT-LEN(WS-BAN-TOTAL)
           END-IF.

      *>---------------------------------------------
      *> REWRITE-BAN-FILE
      *> Purpose: Overwrite bannedterms.dat from
      *>          WS-BAN-ARRAY, dropping blanked rows.
      *>---------------------------------------------
       REWRITE-BAN-FILE.
           IF DRY-RUN-YES
               MOVE "bannedterms.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BANTERMS-FILE
           IF WS-BAN-STAT NOT = "00" AND WS-BAN-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite bannedterms.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BAN-I FROM 1 BY 1
               UNTIL WS-BAN-I > WS-BAN-TOTAL
               IF WS-BT-RAW(WS-BAN-I) NOT = SPACES
                   MOVE SPACES TO WS-BAN-LINE
                   STRING
                       FUNCTION TRIM(WS-BT-RAW(WS-BAN-I)) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-BT-LEVEL(WS-BAN-I) DELIMITED BY SIZE
                       INTO WS-BAN-LINE
                   END-STRING
                   WRITE BANTERMS-REC FROM WS-BAN-LINE
               END-IF
           END-PERFORM
           CLOSE BANTERMS-FILE.

      *>---------------------------------------------
      *> QUEUE-TERM-FLAG
      *> Purpose: Put content that matched the banned-
      *>          term list into the moderation queue -
      *>          an OPEN reports.dat row filed by
      *>          TERM-SCREEN for the item described by
      *>          WS-ABR-NEW-TYPE / -KEY / -OWNER, giving
      *>          the level and term in the reason. The
      *>          item is not queued twice while a screen
      *>          report on it is open; with
      *>          WS-BAN-DEDUPE-ALL = "Y" (the rescan) a
      *>          closed one for the same term also
      *>          counts, so a moderator's decision is not
      *>          reopened. WS-BAN-QUEUED says whether a
      *>          row was written.
      *>---------------------------------------------
       QUEUE-TERM-FLAG.
           MOVE "N" TO WS-BAN-QUEUED
           MOVE SPACES TO WS-BAN-REASON
           STRING "Banned-term screen (" DELIMITED BY SIZE
                  WS-BAN-LEVEL-HIT DELIMITED BY SIZE
                  "): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAN-TERM) DELIMITED BY SIZE
                  INTO WS-BAN-REASON
           END-STRING
           PERFORM LOAD-ABR-ARRAY
           MOVE "N" TO WS-ABR-DUP
           MOVE 0 TO WS-ABR-NEXT-ID
           PERFORM VARYING WS-ABR-IDX FROM 1 BY 1
               UNTIL WS-ABR-IDX > WS-ABR-TOTAL
               PERFORM PARSE-ABR-LINE
               IF WS-ABR-PARSE-ID > WS-ABR-NEXT-ID
                   MOVE WS-ABR-PARSE-ID TO WS-ABR-NEXT-ID
               END-IF
               IF FUNCTION TRIM(WS-ABR-PARSE-REPORTER) = "TERM-SCREEN"
               AND FUNCTION TRIM(WS-ABR-PARSE-TYPE) =
                   FUNCTION TRIM(WS-ABR-NEW-TYPE)
               AND FUNCTION TRIM(WS-ABR-PARSE-KEY) =
                   FUNCTION TRIM(WS-ABR-NEW-KEY)
                   IF FUNCTION TRIM(WS-ABR-PARSE-STATUS) = "OPEN"
                       MOVE "Y" TO WS-ABR-DUP
                   END-IF
                   IF WS-BAN-DEDUPE-ALL = "Y"
                   AND FUNCTION TRIM(WS-ABR-PARSE-REASON) =
                       FUNCTION TRIM(WS-BAN-REASON)
                       MOVE "Y" TO WS-ABR-DUP
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ABR-DUP = "Y"
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE "reports.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ABR-NEXT-ID
           PERFORM FORMAT-BUSINESS-TIMESTAMP
           MOVE SPACES TO WS-ABR-LINE
           STRING
               WS-ABR-NEXT-ID DELIMITED BY SIZE
               "|TERM-SCREEN|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-NEW-TYPE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-NEW-KEY) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ABR-NEW-OWNER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-BAN-REASON) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-BIZ-TIMESTAMP) DELIMITED BY SIZE
               "|OPEN||" DELIMITED BY SIZE
               INTO WS-ABR-LINE
           END-STRING
           OPEN EXTEND ABUSERPT-FILE
           IF WS-ABR-STAT = "41"
               CLOSE ABUSERPT-FILE
               OPEN EXTEND ABUSERPT-FILE
           END-IF
           IF WS-ABR-STAT = "00" OR WS-ABR-STAT = "05"
               WRITE ABUSERPT-REC FROM WS-ABR-LINE
               CLOSE ABUSERPT-FILE
               MOVE "Y" TO WS-BAN-QUEUED
               MOVE WS-ABR-NEXT-ID TO WS-ABR-ID-DISP
               MOVE "TERM-FLAG" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-TARGET
               STRING
                   "report " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ABR-ID-DISP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ABR-NEW-TYPE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ABR-NEW-KEY) DELIMITED BY SIZE
                   INTO WS-AUDIT-TARGET
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "ERROR: Cannot write to reports.dat. Status="
                   WS-ABR-STAT
               MOVE "reports.dat" TO WS-SPOOL-DEST
               MOVE WS-ABR-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> QUEUE-SOFT-MATCH
      *> Purpose: After a save, queue the item for
      *>          moderation when the screen found a SOFT
      *>          term, and let the author know it will be
      *>          looked at.
      *>---------------------------------------------
       QUEUE-SOFT-MATCH.
           IF NOT BAN-SOFT
               EXIT PARAGRAPH
           END-IF
           MOVE "SOFT" TO WS-BAN-LEVEL-HIT
           MOVE "N" TO WS-BAN-DEDUPE-ALL
           PERFORM QUEUE-TERM-FLAG
           MOVE "Note: this has also been passed to a moderator for review."
               TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> BANNED-TERMS-MENU
      *> Purpose: Keep the banned-term list - list,
      *>          add and remove terms. HARD terms are
      *>          refused at save time; SOFT terms are
      *>          saved and queued for moderation. The
      *>          list applies platform-wide, so it is
      *>          reserved to unrestricted administrators.
      *> Called:  From ADMIN-CONSOLE option 23.
      *>---------------------------------------------
       BANNED-TERMS-MENU.
           IF ASC-SCOPED-YES
               MOVE "SCOPE-REFUSED" TO WS-AUDIT-ACTION
               MOVE "banned terms option 23" TO WS-AUDIT-TARGET
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Only a platform super-admin may change the banned-term list."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "--- Banned Terms ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "1. List Terms" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "2. Add a Term" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "3. Remove a Term" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "4. Back" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           EVALUATE WS-TRIMMED
               WHEN "1"
                   PERFORM LIST-BANNED-TERMS
               WHEN "2"
                   PERFORM ADD-BANNED-TERM
               WHEN "3"
                   PERFORM REMOVE-BANNED-TERM
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
           END-EVALUATE.

      *>---------------------------------------------
      *> LIST-BANNED-TERMS
      *> Purpose: Print the list with each term's level.
      *>---------------------------------------------
       LIST-BANNED-TERMS.
           PERFORM LOAD-BAN-ARRAY
           MOVE "--- Banned Term List ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM VARYING WS-BAN-I FROM 1 BY 1
               UNTIL WS-BAN-I > WS-BAN-TOTAL
               MOVE SPACES TO WS-OUTLINE
               STRING " " DELIMITED BY SIZE
                      WS-BT-LEVEL(WS-BAN-I) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BT-RAW(WS-BAN-I)) DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-PERFORM
           IF WS-BAN-TOTAL = 0
               MOVE " The list is empty." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE "------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> ADD-BANNED-TERM
      *> Purpose: Add a term or phrase at HARD or SOFT.
      *>          A term already on the list is left as
      *>          it is.
      *>---------------------------------------------
       ADD-BANNED-TERM.
           MOVE "Enter the term or phrase (max 40 chars, end with * to match words starting with it):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-INLINE REPLACING ALL "|" BY "/"
           MOVE SPACES TO WS-BAN-PARSE-TERM
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE))(1:40)
               TO WS-BAN-PARSE-TERM
           IF WS-BAN-PARSE-TERM = SPACES
               MOVE "A term is required." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BAN-ARRAY
           PERFORM VARYING WS-BAN-I FROM 1 BY 1
               UNTIL WS-BAN-I > WS-BAN-TOTAL
               IF WS-BT-RAW(WS-BAN-I) = WS-BAN-PARSE-TERM
                   MOVE SPACES TO WS-OUTLINE
                   STRING "That term is already listed as "
                              DELIMITED BY SIZE
                          WS-BT-LEVEL(WS-BAN-I) DELIMITED BY SIZE
                          " - remove it first to change its level."
                              DELIMITED BY SIZE
                          INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-BAN-TOTAL >= 200
               MOVE "The banned-term list is full." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Level - HARD (refuse the text) or SOFT (save it and queue it for review):"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE))
               TO WS-BAN-PARSE-LEVEL
           IF WS-BAN-PARSE-LEVEL NOT = "HARD"
           AND WS-BAN-PARSE-LEVEL NOT = "SOFT"
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BAN-TOTAL TO WS-BAN-PRIOR
           PERFORM BAN-ADD-TERM
           IF WS-BAN-TOTAL = WS-BAN-PRIOR
               MOVE "A term needs at least one letter or digit."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-BAN-FILE
           MOVE "TERM-ADD" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING FUNCTION TRIM(WS-BAN-PARSE-TERM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BAN-PARSE-LEVEL DELIMITED BY SIZE
                  INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Term added. Existing content is rescanned on the next maintenance run."
               TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> REMOVE-BANNED-TERM
      *> Purpose: Take a term off the list.
      *>---------------------------------------------
       REMOVE-BANNED-TERM.
           MOVE "Enter the term to remove:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BAN-PARSE-TERM
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE))(1:40)
               TO WS-BAN-PARSE-TERM
           PERFORM LOAD-BAN-ARRAY
           MOVE 0 TO WS-BAN-K
           PERFORM VARYING WS-BAN-I FROM 1 BY 1
               UNTIL WS-BAN-I > WS-BAN-TOTAL
               IF WS-BT-RAW(WS-BAN-I) = WS-BAN-PARSE-TERM
                   MOVE WS-BAN-I TO WS-BAN-K
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BAN-K = 0
               MOVE "That term is not on the list." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BT-LEVEL(WS-BAN-K) TO WS-BAN-PARSE-LEVEL
           MOVE SPACES TO WS-BT-RAW(WS-BAN-K)
           PERFORM REWRITE-BAN-FILE
           MOVE "TERM-REMOVE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING FUNCTION TRIM(WS-BAN-PARSE-TERM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BAN-PARSE-LEVEL DELIMITED BY SIZE
                  INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Term removed." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> TERM-RESCAN-IF-CHANGED
      *> Purpose: Nightly step - rescan existing content
      *>          only when the banned-term list differs
      *>          from the copy kept in bantermscan.dat
      *>          at the last rescan.
      *> Called:  From BATCH-MAINTENANCE.
      *>---------------------------------------------
       TERM-RESCAN-IF-CHANGED.
           PERFORM LOAD-BAN-ARRAY
           MOVE 0 TO WS-BSN-TOTAL
           SET BAN-EOF-NO TO TRUE
           OPEN INPUT BANSCAN-FILE
           IF WS-BSN-STAT = "00"
               PERFORM UNTIL BAN-EOF-YES
                   READ BANSCAN-FILE INTO WS-BAN-LINE
                       AT END
                           SET BAN-EOF-YES TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(WS-BAN-LINE) NOT = SPACES
                           AND WS-BSN-TOTAL < 200
                               ADD 1 TO WS-BSN-TOTAL
                               MOVE WS-BAN-LINE
                                   TO WS-BSN-LINE(WS-BSN-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANSCAN-FILE
           ELSE
               IF WS-BSN-STAT = "05"
                   CLOSE BANSCAN-FILE
               END-IF
           END-IF
           SET BAN-EOF-NO TO TRUE
           MOVE "N" TO WS-BAN-CHANGED
           IF WS-BSN-TOTAL NOT = WS-BAN-TOTAL
               MOVE "Y" TO WS-BAN-CHANGED
           END-IF
           PERFORM VARYING WS-BAN-I FROM 1 BY 1
               UNTIL WS-BAN-I > WS-BAN-TOTAL OR WS-BAN-CHANGED = "Y"
               PERFORM BAN-BUILD-LINE
               IF WS-BAN-LINE NOT = WS-BSN-LINE(WS-BAN-I)
                   MOVE "Y" TO WS-BAN-CHANGED
               END-IF
           END-PERFORM
           IF WS-BAN-CHANGED = "N"
               MOVE "Banned-term list unchanged since the last rescan - nothing to do."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM TERM-RESCAN.

      *>---------------------------------------------
      *> BAN-BUILD-LINE
      *> Purpose: The bannedterms.dat row for term
      *>          WS-BAN-I, into WS-BAN-LINE.
      *>---------------------------------------------
       BAN-BUILD-LINE.
           MOVE SPACES TO WS-BAN-LINE
           STRING FUNCTION TRIM(WS-BT-RAW(WS-BAN-I)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-BT-LEVEL(WS-BAN-I) DELIMITED BY SIZE
                  INTO WS-BAN-LINE
           END-STRING.

      *>---------------------------------------------
      *> TERM-RESCAN
      *> Purpose: Rescan everything already on file -
      *>          message bodies, About text, group
      *>          announcements, company reviews and job
      *>          descriptions - against the current
      *>          banned-term list. Every match is
      *>          written to termscan.txt and queued for
      *>          moderation (HARD or SOFT alike, since
      *>          the content is already live); then the
      *>          list is copied to bantermscan.dat so the
      *>          nightly run knows it has been scanned.
      *> Called:  From TOP-LEVEL-MENU option 22 and
      *>          TERM-RESCAN-IF-CHANGED.
      *>---------------------------------------------
       TERM-RESCAN.
           OPEN OUTPUT TSCRPT-FILE
           IF WS-TSR-STAT NOT = "00" AND WS-TSR-STAT NOT = "05"
               MOVE "ERROR: Cannot write termscan.txt." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BAN-AS-OPERATOR
           IF FUNCTION TRIM(WS-CURRENT-USERNAME) = SPACES
               MOVE "OPERATOR" TO WS-CURRENT-USERNAME
               MOVE "Y" TO WS-BAN-AS-OPERATOR
           END-IF
           PERFORM LOAD-BAN-ARRAY
           MOVE SPACES TO WS-OUTLINE
           STRING "--- InCollege Banned-Term Rescan as of "
                      DELIMITED BY SIZE
                  WS-BIZ-DATE-DISP DELIMITED BY SIZE
                  " ---" DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM TSR-EMIT-LINE
           MOVE 0 TO WS-BAN-HARD-CNT
           MOVE 0 TO WS-BAN-SOFT-CNT
           PERFORM VARYING WS-BAN-I FROM 1 BY 1
               UNTIL WS-BAN-I > WS-BAN-TOTAL
               IF WS-BT-LEVEL(WS-BAN-I) = "HARD"
                   ADD 1 TO WS-BAN-HARD-CNT
               ELSE
                   ADD 1 TO WS-BAN-SOFT-CNT
               END-IF
           END-PERFORM
           MOVE WS-BAN-TOTAL TO WS-BAN-DISP
           MOVE WS-BAN-HARD-CNT TO WS-BAN-DISP2
           MOVE WS-BAN-SOFT-CNT TO WS-BAN-DISP3
           MOVE SPACES TO WS-OUTLINE
           STRING "Terms on the list: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAN-DISP) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAN-DISP2) DELIMITED BY SIZE
                  " hard, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAN-DISP3) DELIMITED BY SIZE
                  " soft)" DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM TSR-EMIT-LINE
           MOVE "Y" TO WS-BAN-DEDUPE-ALL
           MOVE 0 TO WS-BAN-FOUND
           MOVE 0 TO WS-BAN-NEW
           MOVE "Findings:" TO WS-OUTLINE
           PERFORM TSR-EMIT-LINE

           *> Message bodies
           MOVE 0 TO WS-BAN-SCAN-MSGS
           PERFORM LOAD-MSG-ARRAY
           PERFORM VARYING WS-MSG-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-MSG-ARRAY-IDX > WS-MSG-ARRAY-TOTAL
               MOVE WS-MSG-ARRAY-LINE(WS-MSG-ARRAY-IDX) TO WS-MSG-LINE
               PERFORM PARSE-MSG-LINE
               ADD 1 TO WS-BAN-SCAN-MSGS
               MOVE WS-MSG-PARSE-BODY TO WS-BAN-TEXT
               PERFORM BAN-MATCH-TEXT
               IF NOT BAN-NONE
                   MOVE "MESSAGE" TO WS-ABR-NEW-TYPE
                   MOVE WS-MSG-PARSE-SENDER TO WS-ABR-NEW-OWNER
                   MOVE SPACES TO WS-ABR-NEW-KEY
                   STRING
                       FUNCTION TRIM(WS-MSG-PARSE-SENDER) DELIMITED BY SIZE
                       ">" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MSG-PARSE-RECIP) DELIMITED BY SIZE
                       "@" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MSG-PARSE-TS) DELIMITED BY SIZE
                       INTO WS-ABR-NEW-KEY
                   END-STRING
                   PERFORM TSR-NOTE-FINDING
               END-IF
           END-PERFORM

           *> Profile About text
           MOVE 0 TO WS-BAN-SCAN-PROFILES
           SET SEARCH-EOF-NO TO TRUE
           OPEN INPUT PROFILES-FILE
           IF PROFILES-STATUS = "00"
               PERFORM UNTIL SEARCH-EOF-YES
                   READ PROFILES-FILE NEXT
                       AT END
                           SET SEARCH-EOF-YES TO TRUE
                       NOT AT END
                           MOVE PR-LINE TO WS-PROFILE-LINE
                           PERFORM PARSE-PROFILE-LINE
                           ADD 1 TO WS-BAN-SCAN-PROFILES
                           MOVE WS-PARSED-ABOUT TO WS-BAN-TEXT
                           PERFORM BAN-MATCH-TEXT
                           IF NOT BAN-NONE
                               MOVE "PROFILE" TO WS-ABR-NEW-TYPE
                               MOVE WS-PARSED-USERNAME TO WS-ABR-NEW-KEY
                               MOVE WS-PARSED-USERNAME TO WS-ABR-NEW-OWNER
                               PERFORM TSR-NOTE-FINDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILES-FILE
           END-IF
           SET SEARCH-EOF-NO TO TRUE

           *> Group announcements
           MOVE 0 TO WS-BAN-SCAN-ANNS
           PERFORM LOAD-GAN-ARRAY
           PERFORM VARYING WS-GAN-IDX FROM 1 BY 1
               UNTIL WS-GAN-IDX > WS-GAN-TOTAL
               PERFORM PARSE-GAN-LINE
               ADD 1 TO WS-BAN-SCAN-ANNS
               MOVE WS-GRPANN-PARSE-TEXT TO WS-BAN-TEXT
               PERFORM BAN-MATCH-TEXT
               IF NOT BAN-NONE
                   MOVE "GROUPANN" TO WS-ABR-NEW-TYPE
                   MOVE WS-GRPANN-PARSE-AUTHOR TO WS-ABR-NEW-OWNER
                   PERFORM BUILD-GAN-KEY
                   PERFORM TSR-NOTE-FINDING
               END-IF
           END-PERFORM

           *> Company reviews
           MOVE 0 TO WS-BAN-SCAN-REVIEWS
           PERFORM LOAD-CRV-ARRAY
           PERFORM VARYING WS-CRV-IDX FROM 1 BY 1
               UNTIL WS-CRV-IDX > WS-CRV-TOTAL
               ADD 1 TO WS-BAN-SCAN-REVIEWS
               MOVE WS-CV-TEXT(WS-CRV-IDX) TO WS-BAN-TEXT
               PERFORM BAN-MATCH-TEXT
               IF NOT BAN-NONE
                   MOVE "REVIEW" TO WS-ABR-NEW-TYPE
                   MOVE SPACES TO WS-ABR-NEW-KEY
                   STRING
                       WS-CV-EMPID(WS-CRV-IDX) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CV-USER(WS-CRV-IDX))
                           DELIMITED BY SIZE
                       INTO WS-ABR-NEW-KEY
                   END-STRING
                   MOVE WS-CV-USER(WS-CRV-IDX) TO WS-ABR-NEW-OWNER
                   PERFORM TSR-NOTE-FINDING
               END-IF
           END-PERFORM

           *> Job descriptions
           MOVE 0 TO WS-BAN-SCAN-JOBS
           PERFORM LOAD-JOB-ARRAY
           PERFORM VARYING WS-JOB-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-JOB-ARRAY-IDX > WS-JOB-ARRAY-TOTAL
               MOVE WS-JOB-ARRAY-LINE(WS-JOB-ARRAY-IDX) TO WS-JOB-LINE
               PERFORM PARSE-JOB-LINE-FOR-SUMMARY
               ADD 1 TO WS-BAN-SCAN-JOBS
               MOVE WS-JOB-PARSE-DESC TO WS-BAN-TEXT
               PERFORM BAN-MATCH-TEXT
               IF NOT BAN-NONE
                   MOVE "JOB" TO WS-ABR-NEW-TYPE
                   MOVE FUNCTION TRIM(WS-JOB-PARSE-ID-X) TO WS-ABR-NEW-KEY
                   MOVE WS-JOB-PARSE-POSTER TO WS-ABR-NEW-OWNER
                   PERFORM TSR-NOTE-FINDING
               END-IF
           END-PERFORM

           IF WS-BAN-FOUND = 0
               MOVE " None." TO WS-OUTLINE
               PERFORM TSR-EMIT-LINE
           END-IF
           MOVE WS-BAN-SCAN-MSGS TO WS-BAN-DISP
           MOVE WS-BAN-SCAN-PROFILES TO WS-BAN-DISP2
           MOVE WS-BAN-SCAN-ANNS TO WS-BAN-DISP3
           MOVE WS-BAN-SCAN-REVIEWS TO WS-BAN-DISP4
           MOVE WS-BAN-SCAN-JOBS TO WS-BAN-DISP5
           MOVE SPACES TO WS-OUTLINE
           STRING "Scanned: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAN-DISP) DELIMITED BY SIZE
                  " message(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAN-DISP2) DELIMITED BY SIZE
                  " profile(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAN-DISP3) DELIMITED BY SIZE
                  " announcement(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAN-DISP4) DELIMITED BY SIZE
                  " review(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAN-DISP5) DELIMITED BY SIZE
                  " job posting(s)" DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM TSR-EMIT-LINE
           MOVE WS-BAN-FOUND TO WS-BAN-DISP
           MOVE WS-BAN-NEW TO WS-BAN-DISP2
           MOVE SPACES TO WS-OUTLINE
           STRING "Findings: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAN-DISP) DELIMITED BY SIZE
                  ", newly queued for moderation: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAN-DISP2) DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM TSR-EMIT-LINE
           CLOSE TSCRPT-FILE
           PERFORM SAVE-BAN-SCAN-COPY
           MOVE "TERM-RESCAN" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING "findings " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAN-DISP) DELIMITED BY SIZE
                  " queued " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAN-DISP2) DELIMITED BY SIZE
                  INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           IF WS-BAN-AS-OPERATOR = "Y"
               MOVE SPACES TO WS-CURRENT-USERNAME
           END-IF
           MOVE "Report written to termscan.txt." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> TSR-EMIT-LINE
      *> Purpose: Write WS-OUTLINE to termscan.txt and
      *>          echo it.
      *>---------------------------------------------
       TSR-EMIT-LINE.
           WRITE TSCRPT-REC FROM WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> TSR-NOTE-FINDING
      *> Purpose: Report one rescan match and queue it.
      *>---------------------------------------------
       TSR-NOTE-FINDING.
           ADD 1 TO WS-BAN-FOUND
           IF BAN-HARD
               MOVE "HARD" TO WS-BAN-LEVEL-HIT
           ELSE
               MOVE "SOFT" TO WS-BAN-LEVEL-HIT
           END-IF
           PERFORM QUEUE-TERM-FLAG
           IF WS-BAN-QUEUED = "Y"
               ADD 1 TO WS-BAN-NEW
           END-IF
           IF WS-BAN-QUEUED = "Y"
               MOVE SPACES TO WS-BAN-SUFFIX
               STRING " - queued as report #" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ABR-ID-DISP) DELIMITED BY SIZE
                      INTO WS-BAN-SUFFIX
               END-STRING
           ELSE
               MOVE " - already in the moderation queue" TO WS-BAN-SUFFIX
           END-IF
           MOVE SPACES TO WS-OUTLINE
           STRING " [" DELIMITED BY SIZE
                  WS-BAN-LEVEL-HIT DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ABR-NEW-TYPE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ABR-NEW-KEY) DELIMITED BY SIZE
                  " (owner " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ABR-NEW-OWNER) DELIMITED BY SIZE
                  "): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAN-TERM) DELIMITED BY SIZE
                  WS-BAN-SUFFIX DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM TSR-EMIT-LINE.

      *>---------------------------------------------
      *> SAVE-BAN-SCAN-COPY
      *> Purpose: Copy the list just scanned against
      *>          into bantermscan.dat.
      *>---------------------------------------------
       SAVE-BAN-SCAN-COPY.
           IF DRY-RUN-YES
               MOVE "bantermscan.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BANSCAN-FILE
           IF WS-BSN-STAT NOT = "00" AND WS-BSN-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite bantermscan.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BAN-I FROM 1 BY 1
               UNTIL WS-BAN-I > WS-BAN-TOTAL
               PERFORM BAN-BUILD-LINE
               WRITE BANSCAN-REC FROM WS-BAN-LINE
           END-PERFORM
           CLOSE BANSCAN-FILE.

      *>---------------------------------------------
      *> LOAD-GAN-ARRAY
      *> Purpose: Read groupann.dat into WS-GAN-ARRAY.
      *>---------------------------------------------
       LOAD-GAN-ARRAY.
           MOVE 0 TO WS-GAN-TOTAL
           SET GRP-EOF-NO TO TRUE
           OPEN INPUT GRPANN-FILE
           IF WS-GRPANN-STAT NOT = "00"
               IF WS-GRPANN-STAT = "05"
                   CLOSE GRPANN-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GRP-EOF-YES
               READ GRPANN-FILE INTO WS-GRPANN-LINE
                   AT END
                       SET GRP-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-GRPANN-LINE) NOT = SPACES
                       AND WS-GAN-TOTAL < 500
                           ADD 1 TO WS-GAN-TOTAL
                           MOVE WS-GRPANN-LINE
                               TO WS-GAN-ARRAY-LINE(WS-GAN-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRPANN-FILE
           SET GRP-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> PARSE-GAN-LINE
      *> Purpose: Unpack WS-GAN-ARRAY-LINE(WS-GAN-IDX)
      *>          into the WS-GRPANN-PARSE-* fields.
      *>---------------------------------------------
       PARSE-GAN-LINE.
           MOVE SPACES TO WS-GRPANN-PARSE-ID-X
           MOVE SPACES TO WS-GRPANN-PARSE-AUTHOR
           MOVE SPACES TO WS-GRPANN-PARSE-TS
           MOVE SPACES TO WS-GRPANN-PARSE-TEXT
           UNSTRING WS-GAN-ARRAY-LINE(WS-GAN-IDX)
               DELIMITED BY "|"
               INTO WS-GRPANN-PARSE-ID-X
                    WS-GRPANN-PARSE-AUTHOR
                    WS-GRPANN-PARSE-TS
                    WS-GRPANN-PARSE-TEXT
           END-UNSTRING.

      *>---------------------------------------------
      *> BUILD-GAN-KEY
      *> Purpose: Report key for the announcement in the
      *>          WS-GRPANN-PARSE-* fields -
      *>          group>author@timestamp.
      *>---------------------------------------------
       BUILD-GAN-KEY.
           MOVE SPACES TO WS-ABR-NEW-KEY
           STRING
               FUNCTION TRIM(WS-GRPANN-PARSE-ID-X) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRPANN-PARSE-AUTHOR) DELIMITED BY SIZE
               "@" DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRPANN-PARSE-TS) DELIMITED BY SIZE
               INTO WS-ABR-NEW-KEY
           END-STRING.

      *>---------------------------------------------
      *> REWRITE-GAN-FILE
      *> Purpose: Overwrite groupann.dat from
      *>          WS-GAN-ARRAY, dropping blanked rows.
      *>---------------------------------------------
       REWRITE-GAN-FILE.
           IF DRY-RUN-YES
               MOVE "groupann.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GRPANN-FILE
           IF WS-GRPANN-STAT NOT = "00" AND WS-GRPANN-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite groupann.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GAN-IDX FROM 1 BY 1
               UNTIL WS-GAN-IDX > WS-GAN-TOTAL
               IF FUNCTION TRIM(WS-GAN-ARRAY-LINE(WS-GAN-IDX))
                  NOT = SPACES
                   WRITE GRPANN-REC FROM WS-GAN-ARRAY-LINE(WS-GAN-IDX)
               END-IF
           END-PERFORM
           CLOSE GRPANN-FILE.

      *>---------------------------------------------
      *> SNAPSHOT-DATA-FILES
      *> Purpose: Copy every data file the program
      *>          owns into a new dated generation
      *>          under snapshots/, with a manifest of
      *>          record counts, then drop the oldest
      *>          generations past SNAPSHOT-KEEP.
      *> Called:  From TOP-LEVEL-MENU option 23 and as
      *>          the first BATCH-MAINTENANCE step.
      *>---------------------------------------------
       SNAPSHOT-DATA-FILES.
           IF DRY-RUN-YES
               MOVE "snapshots.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           IF BATCH-MAINT-YES
               MOVE "NIGHTLY" TO WS-SNP-KIND
           ELSE
               MOVE "MANUAL" TO WS-SNP-KIND
           END-IF
           PERFORM SNP-TAKE-GENERATION
           IF WS-SNP-OK = "Y"
               PERFORM SNP-PRUNE-GENERATIONS
           END-IF.

      *>---------------------------------------------
      *> SNP-TAKE-GENERATION
      *> Purpose: Write one generation of kind
      *>          WS-SNP-KIND - copy each file, count
      *>          its records, check the copy and log
      *>          the generation in snapshots.dat.
      *>          WS-SNP-OK comes back "Y" when the
      *>          generation was written.
      *>---------------------------------------------
       SNP-TAKE-GENERATION.
           MOVE "N" TO WS-SNP-OK
           MOVE "N" TO WS-SNP-AS-OPERATOR
           IF FUNCTION TRIM(WS-CURRENT-USERNAME) = SPACES
               MOVE "OPERATOR" TO WS-CURRENT-USERNAME
               MOVE "Y" TO WS-SNP-AS-OPERATOR
           END-IF
           MOVE SPACES TO WS-SNP-GEN-ID
           STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
                  INTO WS-SNP-GEN-ID
           END-STRING
           MOVE SPACES TO WS-SNP-DIR
           STRING "snapshots/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-GEN-ID) DELIMITED BY SIZE
                  INTO WS-SNP-DIR
           END-STRING
           MOVE SPACES TO WS-SNP-CMD
           STRING "mkdir -p " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-DIR) DELIMITED BY SIZE
                  INTO WS-SNP-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SNP-CMD
           END-CALL
           MOVE SPACES TO WS-SNP-MAN-PATH
           STRING FUNCTION TRIM(WS-SNP-DIR) DELIMITED BY SIZE
                  "/manifest.dat" DELIMITED BY SIZE
                  INTO WS-SNP-MAN-PATH
           END-STRING
           OPEN OUTPUT SNAPMAN-FILE
           IF WS-SNM-STAT NOT = "00" AND WS-SNM-STAT NOT = "05"
               MOVE SPACES TO WS-OUTLINE
               STRING "ERROR: Cannot create snapshot " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNP-DIR) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
               IF WS-SNP-AS-OPERATOR = "Y"
                   MOVE SPACES TO WS-CURRENT-USERNAME
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM SNP-BUILD-FILE-LIST
           MOVE 0 TO WS-SNP-RECORDS
           MOVE 0 TO WS-SNP-PRESENT
           MOVE 0 TO WS-SNP-ERRORS
           PERFORM VARYING WS-SNP-I FROM 1 BY 1
               UNTIL WS-SNP-I > WS-SNP-FILE-TOTAL
               PERFORM SNP-COPY-ONE-FILE
           END-PERFORM
           CLOSE SNAPMAN-FILE

           MOVE SPACES TO WS-SNP-REG-LINE
           MOVE WS-SNP-PRESENT TO WS-SNP-DISP
           MOVE WS-SNP-RECORDS TO WS-SNP-DISP2
           IF WS-SNP-ERRORS = 0
               MOVE "OK" TO WS-SNP-RESULT
           ELSE
               MOVE "CHECK-FAILED" TO WS-SNP-RESULT
           END-IF
           STRING FUNCTION TRIM(WS-SNP-GEN-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-KIND) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-DISP) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-DISP2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-RESULT) DELIMITED BY SIZE
                  INTO WS-SNP-REG-LINE
           END-STRING
           OPEN EXTEND SNAPREG-FILE
           IF WS-SNR-STAT = "41"
               CLOSE SNAPREG-FILE
               OPEN EXTEND SNAPREG-FILE
           END-IF
           IF WS-SNR-STAT = "00" OR WS-SNR-STAT = "05"
               WRITE SNAPREG-REC FROM WS-SNP-REG-LINE
               CLOSE SNAPREG-FILE
           ELSE
               DISPLAY "ERROR: Cannot write snapshots.dat. Status="
                   WS-SNR-STAT
               MOVE "snapshots.dat" TO WS-SPOOL-DEST
               MOVE WS-SNP-REG-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF

           MOVE SPACES TO WS-OUTLINE
           STRING "Snapshot " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-GEN-ID) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-KIND) DELIMITED BY SIZE
                  "): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-DISP) DELIMITED BY SIZE
                  " files, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-DISP2) DELIMITED BY SIZE
                  " records." DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           IF WS-SNP-ERRORS > 0
               MOVE WS-SNP-ERRORS TO WS-SNP-DISP3
               MOVE SPACES TO WS-OUTLINE
               STRING "WARNING: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNP-DISP3) DELIMITED BY SIZE
                      " copied file(s) did not match the live count."
                          DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF
           IF BATCH-MAINT-YES
               MOVE SPACES TO WS-MNT-LINE
               STRING "  snapshot " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNP-GEN-ID) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNP-RESULT) DELIMITED BY SIZE
                      INTO WS-MNT-LINE
               END-STRING
               WRITE MAINTLOG-REC FROM WS-MNT-LINE
           END-IF
           MOVE "SNAPSHOT-TAKE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING FUNCTION TRIM(WS-SNP-GEN-ID) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-KIND) DELIMITED BY SIZE
                  " files " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-DISP) DELIMITED BY SIZE
                  " records " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-DISP2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-RESULT) DELIMITED BY SIZE
                  INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           IF WS-SNP-AS-OPERATOR = "Y"
               MOVE SPACES TO WS-CURRENT-USERNAME
           END-IF
           MOVE "Y" TO WS-SNP-OK.

      *>---------------------------------------------
      *> SNP-BUILD-FILE-LIST
      *> Purpose: Fill WS-SNP-FILE-NAME with the fixed
      *>          data files plus whatever monthly
      *>          archive files the retention batch
      *>          has written so far.
      *>---------------------------------------------
       SNP-BUILD-FILE-LIST.
           MOVE 0 TO WS-SNP-FILE-TOTAL
           PERFORM VARYING WS-SNP-I FROM 1 BY 1
               UNTIL WS-SNP-I > WS-SNP-FIXED-COUNT
               ADD 1 TO WS-SNP-FILE-TOTAL
               MOVE WS-SNP-FIXED-NAME(WS-SNP-I)
                   TO WS-SNP-FILE-NAME(WS-SNP-FILE-TOTAL)
           END-PERFORM
           CALL "SYSTEM" USING
               "ls messages-[0-9]*.dat profileviews-[0-9]*.dat > snapshots/archive-list.tmp 2>/dev/null"
           END-CALL
           MOVE "snapshots/archive-list.tmp" TO WS-SNP-CNT-PATH
           OPEN INPUT SNAPCNT-FILE
           IF WS-SNC-STAT NOT = "00"
               IF WS-SNC-STAT = "05"
                   CLOSE SNAPCNT-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET SNP-EOF-NO TO TRUE
           PERFORM UNTIL SNP-EOF-YES
               READ SNAPCNT-FILE
                   AT END
                       SET SNP-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(SNAPCNT-REC) NOT = SPACES
                       AND WS-SNP-FILE-TOTAL < 200
                           ADD 1 TO WS-SNP-FILE-TOTAL
                           MOVE FUNCTION TRIM(SNAPCNT-REC)
                               TO WS-SNP-FILE-NAME(WS-SNP-FILE-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPCNT-FILE
           SET SNP-EOF-NO TO TRUE
           CALL "SYSTEM" USING "rm -f snapshots/archive-list.tmp"
           END-CALL.

      *>---------------------------------------------
      *> SNP-COPY-ONE-FILE
      *> Purpose: Count, copy and check file
      *>          WS-SNP-I of the list, and write its
      *>          manifest row. A file that does not
      *>          exist yet is recorded as ABSENT so a
      *>          restore removes it again.
      *>---------------------------------------------
       SNP-COPY-ONE-FILE.
           MOVE WS-SNP-FILE-NAME(WS-SNP-I) TO WS-SNP-CNT-NAME
           MOVE WS-SNP-CNT-NAME TO WS-SNP-CNT-PATH
           MOVE "Y" TO WS-SNP-CNT-LIVE
           PERFORM SNP-COUNT-FILE
           MOVE WS-SNP-CNT TO WS-SNP-LIVE-CNT
           MOVE WS-SNP-CNT TO WS-SNP-DISP
           MOVE SPACES TO SNAPMAN-REC
           IF WS-SNP-CNT-FOUND = "N"
               STRING FUNCTION TRIM(WS-SNP-CNT-NAME) DELIMITED BY SIZE
                      "|0|ABSENT" DELIMITED BY SIZE
                      INTO SNAPMAN-REC
               END-STRING
               WRITE SNAPMAN-REC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SNP-CMD
           STRING "cp -p " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-CNT-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  INTO WS-SNP-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SNP-CMD
           END-CALL
           ADD 1 TO WS-SNP-PRESENT
           ADD WS-SNP-LIVE-CNT TO WS-SNP-RECORDS
           STRING FUNCTION TRIM(WS-SNP-CNT-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-DISP) DELIMITED BY SIZE
                  "|PRESENT" DELIMITED BY SIZE
                  INTO SNAPMAN-REC
           END-STRING
           WRITE SNAPMAN-REC
           *> Read the copy back; the keyed files can only be counted
           *> in place, so their copies are checked at restore time.
           MOVE SPACES TO WS-SNP-CNT-PATH
           STRING FUNCTION TRIM(WS-SNP-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-CNT-NAME) DELIMITED BY SIZE
                  INTO WS-SNP-CNT-PATH
           END-STRING
           MOVE "N" TO WS-SNP-CNT-LIVE
           PERFORM SNP-COUNT-FILE
           IF WS-SNP-CNT-KNOWN = "Y"
           AND (WS-SNP-CNT-FOUND = "N" OR WS-SNP-CNT NOT = WS-SNP-LIVE-CNT)
               ADD 1 TO WS-SNP-ERRORS
               MOVE SPACES TO WS-OUTLINE
               STRING "  Copy check failed: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNP-CNT-NAME) DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF.

      *>---------------------------------------------
      *> SNP-COUNT-FILE
      *> Purpose: Count the records in WS-SNP-CNT-PATH.
      *>          The three keyed files are read through
      *>          their own FDs when WS-SNP-CNT-LIVE is
      *>          "Y"; a keyed copy inside a snapshot
      *>          comes back with WS-SNP-CNT-KNOWN "N".
      *>          Blank lines are not counted.
      *>---------------------------------------------
       SNP-COUNT-FILE.
           MOVE 0 TO WS-SNP-CNT
           MOVE "N" TO WS-SNP-CNT-FOUND
           MOVE "Y" TO WS-SNP-CNT-KNOWN
           SET SNP-EOF-NO TO TRUE
           EVALUATE TRUE
               WHEN WS-SNP-CNT-NAME = "profiles.dat"
                AND WS-SNP-CNT-LIVE = "Y"
                   OPEN INPUT PROFILES-FILE
                   IF PROFILES-STATUS = "00"
                       MOVE "Y" TO WS-SNP-CNT-FOUND
                       PERFORM UNTIL SNP-EOF-YES
                           READ PROFILES-FILE NEXT
                               AT END SET SNP-EOF-YES TO TRUE
                               NOT AT END ADD 1 TO WS-SNP-CNT
                           END-READ
                       END-PERFORM
                       CLOSE PROFILES-FILE
                   ELSE
                       IF PROFILES-STATUS = "05"
                           CLOSE PROFILES-FILE
                       END-IF
                   END-IF
               WHEN WS-SNP-CNT-NAME = "jobs.dat"
                AND WS-SNP-CNT-LIVE = "Y"
                   OPEN INPUT JOBS-FILE
                   IF WS-JOBS-STAT = "00"
                       MOVE "Y" TO WS-SNP-CNT-FOUND
                       PERFORM UNTIL SNP-EOF-YES
                           READ JOBS-FILE NEXT
                               AT END SET SNP-EOF-YES TO TRUE
                               NOT AT END ADD 1 TO WS-SNP-CNT
                           END-READ
                       END-PERFORM
                       CLOSE JOBS-FILE
                   ELSE
                       IF WS-JOBS-STAT = "05"
                           CLOSE JOBS-FILE
                       END-IF
                   END-IF
               WHEN WS-SNP-CNT-NAME = "applications.dat"
                AND WS-SNP-CNT-LIVE = "Y"
                   OPEN INPUT APPS-FILE
                   IF WS-APPS-STAT = "00"
                       MOVE "Y" TO WS-SNP-CNT-FOUND
                       PERFORM UNTIL SNP-EOF-YES
                           READ APPS-FILE NEXT
                               AT END SET SNP-EOF-YES TO TRUE
                               NOT AT END ADD 1 TO WS-SNP-CNT
                           END-READ
                       END-PERFORM
                       CLOSE APPS-FILE
                   ELSE
                       IF WS-APPS-STAT = "05"
                           CLOSE APPS-FILE
                       END-IF
                   END-IF
               WHEN WS-SNP-CNT-NAME = "profiles.dat"
                 OR WS-SNP-CNT-NAME = "jobs.dat"
                 OR WS-SNP-CNT-NAME = "applications.dat"
                   MOVE "N" TO WS-SNP-CNT-KNOWN
               WHEN OTHER
                   OPEN INPUT SNAPCNT-FILE
                   IF WS-SNC-STAT = "00"
                       MOVE "Y" TO WS-SNP-CNT-FOUND
                       PERFORM UNTIL SNP-EOF-YES
                           READ SNAPCNT-FILE
                               AT END
                                   SET SNP-EOF-YES TO TRUE
                               NOT AT END
                                   IF SNAPCNT-REC NOT = SPACES
                                       ADD 1 TO WS-SNP-CNT
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE SNAPCNT-FILE
                   ELSE
                       IF WS-SNC-STAT = "05"
                           CLOSE SNAPCNT-FILE
                       END-IF
                   END-IF
           END-EVALUATE
           SET SNP-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> SNP-LOAD-REGISTER
      *> Purpose: Read snapshots.dat, oldest first,
      *>          into WS-SNR-LINE.
      *>---------------------------------------------
       SNP-LOAD-REGISTER.
           MOVE 0 TO WS-SNR-TOTAL
           OPEN INPUT SNAPREG-FILE
           IF WS-SNR-STAT NOT = "00"
               IF WS-SNR-STAT = "05"
                   CLOSE SNAPREG-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET SNP-EOF-NO TO TRUE
           PERFORM UNTIL SNP-EOF-YES
               READ SNAPREG-FILE
                   AT END
                       SET SNP-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(SNAPREG-REC) NOT = SPACES
                       AND WS-SNR-TOTAL < 200
                           ADD 1 TO WS-SNR-TOTAL
                           MOVE SNAPREG-REC TO WS-SNR-LINE(WS-SNR-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPREG-FILE
           SET SNP-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> SNP-PARSE-REGISTER-LINE
      *> Purpose: Split register row WS-SNR-IDX into
      *>          its generation, kind, file count,
      *>          record count, operator and result.
      *>---------------------------------------------
       SNP-PARSE-REGISTER-LINE.
           MOVE SPACES TO WS-SNR-GEN WS-SNR-KIND WS-SNR-FILES
                          WS-SNR-RECS WS-SNR-BY WS-SNR-RESULT
           UNSTRING WS-SNR-LINE(WS-SNR-IDX) DELIMITED BY "|"
               INTO WS-SNR-GEN WS-SNR-KIND WS-SNR-FILES
                    WS-SNR-RECS WS-SNR-BY WS-SNR-RESULT
           END-UNSTRING.

      *>---------------------------------------------
      *> SNP-PRUNE-GENERATIONS
      *> Purpose: Keep only the newest SNAPSHOT-KEEP
      *>          generations - remove the older
      *>          directories and their register rows.
      *>---------------------------------------------
       SNP-PRUNE-GENERATIONS.
           PERFORM SNP-LOAD-REGISTER
           IF WS-SNR-TOTAL <= WS-CFG-SNAPSHOT-KEEP
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SNP-DROP = WS-SNR-TOTAL - WS-CFG-SNAPSHOT-KEEP
           PERFORM VARYING WS-SNR-IDX FROM 1 BY 1
               UNTIL WS-SNR-IDX > WS-SNP-DROP
               PERFORM SNP-PARSE-REGISTER-LINE
               IF FUNCTION TRIM(WS-SNR-GEN) NOT = SPACES
                   MOVE SPACES TO WS-SNP-CMD
                   STRING "rm -rf snapshots/" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SNR-GEN) DELIMITED BY SIZE
                          INTO WS-SNP-CMD
                   END-STRING
                   CALL "SYSTEM" USING WS-SNP-CMD
                   END-CALL
               END-IF
           END-PERFORM
           OPEN OUTPUT SNAPREG-FILE
           IF WS-SNR-STAT NOT = "00"
               MOVE "ERROR: Cannot rewrite snapshots.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SNP-FROM = WS-SNP-DROP + 1
           PERFORM VARYING WS-SNR-IDX FROM WS-SNP-FROM BY 1
               UNTIL WS-SNR-IDX > WS-SNR-TOTAL
               WRITE SNAPREG-REC FROM WS-SNR-LINE(WS-SNR-IDX)
           END-PERFORM
           CLOSE SNAPREG-FILE
           MOVE WS-SNP-DROP TO WS-SNP-DISP
           MOVE WS-CFG-SNAPSHOT-KEEP TO WS-SNP-DISP2
           MOVE SPACES TO WS-OUTLINE
           STRING "Removed " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-DISP) DELIMITED BY SIZE
                  " old snapshot(s); keeping the newest " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-DISP2) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> RESTORE-SNAPSHOT
      *> Purpose: Put a chosen generation back as the
      *>          live data set. Only a run holding the
      *>          run-lock may restore. The copy is
      *>          checked against its manifest first,
      *>          the current files are kept as a
      *>          PRE-RESTORE generation, and every
      *>          restored file is counted again and
      *>          compared with the manifest, then
      *>          brought up to this build's record
      *>          layouts.
      *> Called:  From TOP-LEVEL-MENU option 24.
      *>---------------------------------------------
       RESTORE-SNAPSHOT.
           IF DRY-RUN-YES
               MOVE "all data files" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STAT NOT = "00"
               IF WS-LOCK-STAT = "05"
                   CLOSE LOCK-FILE
               END-IF
               MOVE "ERROR: This run does not hold the run-lock - restore refused."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           CLOSE LOCK-FILE
           PERFORM SNP-LOAD-REGISTER
           IF WS-SNR-TOTAL = 0
               MOVE "No snapshots have been taken." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "--- Snapshot Generations ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM VARYING WS-SNR-IDX FROM 1 BY 1
               UNTIL WS-SNR-IDX > WS-SNR-TOTAL
               PERFORM SNP-PARSE-REGISTER-LINE
               MOVE WS-SNR-IDX TO WS-SNP-DISP
               MOVE SPACES TO WS-OUTLINE
               STRING FUNCTION TRIM(WS-SNP-DISP) DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNR-GEN) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNR-KIND) DELIMITED BY SIZE
                      "  files " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNR-FILES) DELIMITED BY SIZE
                      "  records " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNR-RECS) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNR-RESULT) DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-PERFORM
           MOVE "Enter the snapshot number to restore:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-INLINE)) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-INLINE) TO WS-SNR-IDX
           IF WS-SNR-IDX < 1 OR WS-SNR-IDX > WS-SNR-TOTAL
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           PERFORM SNP-PARSE-REGISTER-LINE
           MOVE WS-SNR-GEN TO WS-SNP-RST-ID
           MOVE SPACES TO WS-SNP-RST-DIR
           STRING "snapshots/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-RST-ID) DELIMITED BY SIZE
                  INTO WS-SNP-RST-DIR
           END-STRING
           PERFORM SNP-LOAD-MANIFEST
           IF WS-SNM-TOTAL = 0
               MOVE SPACES TO WS-OUTLINE
               STRING "ERROR: Snapshot " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNP-RST-ID) DELIMITED BY SIZE
                      " has no manifest - restore refused." DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM SNP-CHECK-SNAPSHOT-COPY
           IF WS-SNP-ERRORS > 0
               MOVE SPACES TO WS-OUTLINE
               STRING "Snapshot " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNP-RST-ID) DELIMITED BY SIZE
                      " does not match its manifest - restore refused."
                          DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTLINE
           STRING "Every data file will be replaced with snapshot "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-RST-ID) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE "Type YES to confirm, anything else to cancel:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-INLINE) NOT = "YES"
               MOVE "Restore cancelled." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           *> Keep what is live now, so the restore itself can be
           *> undone. It is not pruned here - pruning could remove
           *> the very generation being restored.
           MOVE "PRE-RESTORE" TO WS-SNP-KIND
           PERFORM SNP-TAKE-GENERATION
           IF WS-SNP-OK NOT = "Y"
               MOVE "Restore cancelled - the current files could not be saved first."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           *> accounts.dat stays open for the whole session.
           CLOSE ACCT-FILE
           CALL "SYSTEM" USING
               "rm -f messages-[0-9]*.dat profileviews-[0-9]*.dat"
           END-CALL
           PERFORM VARYING WS-SNM-IDX FROM 1 BY 1
               UNTIL WS-SNM-IDX > WS-SNM-TOTAL
               MOVE SPACES TO WS-SNP-CMD
               IF WS-SNM-STATE(WS-SNM-IDX) = "PRESENT"
                   STRING "cp -p " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SNP-RST-DIR) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SNM-NAME(WS-SNM-IDX))
                              DELIMITED BY SIZE
                          " ." DELIMITED BY SIZE
                          INTO WS-SNP-CMD
                   END-STRING
               ELSE
                   STRING "rm -f " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SNM-NAME(WS-SNM-IDX))
                              DELIMITED BY SIZE
                          INTO WS-SNP-CMD
                   END-STRING
               END-IF
               CALL "SYSTEM" USING WS-SNP-CMD
               END-CALL
           END-PERFORM
           OPEN INPUT ACCT-FILE

           *> Count every restored file again against the manifest.
           MOVE 0 TO WS-SNP-ERRORS
           MOVE 0 TO WS-SNP-RECORDS
           PERFORM VARYING WS-SNM-IDX FROM 1 BY 1
               UNTIL WS-SNM-IDX > WS-SNM-TOTAL
               MOVE WS-SNM-NAME(WS-SNM-IDX) TO WS-SNP-CNT-NAME
               MOVE WS-SNP-CNT-NAME TO WS-SNP-CNT-PATH
               MOVE "Y" TO WS-SNP-CNT-LIVE
               PERFORM SNP-COUNT-FILE
               ADD WS-SNP-CNT TO WS-SNP-RECORDS
               IF (WS-SNM-STATE(WS-SNM-IDX) = "PRESENT"
                   AND (WS-SNP-CNT-FOUND = "N"
                        OR WS-SNP-CNT NOT = WS-SNM-COUNT(WS-SNM-IDX)))
               OR (WS-SNM-STATE(WS-SNM-IDX) NOT = "PRESENT"
                   AND WS-SNP-CNT-FOUND = "Y")
                   PERFORM SNP-NOTE-MISMATCH
               END-IF
           END-PERFORM
           MOVE WS-SNM-TOTAL TO WS-SNP-DISP
           MOVE WS-SNP-RECORDS TO WS-SNP-DISP2
           MOVE SPACES TO WS-OUTLINE
           STRING "Restored snapshot " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-RST-ID) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-DISP) DELIMITED BY SIZE
                  " files, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-DISP2) DELIMITED BY SIZE
                  " records." DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           IF WS-SNP-ERRORS = 0
               MOVE "VERIFIED" TO WS-SNP-RESULT
               MOVE "Every file matches the manifest." TO WS-OUTLINE
           ELSE
               MOVE "MISMATCH" TO WS-SNP-RESULT
               MOVE WS-SNP-ERRORS TO WS-SNP-DISP3
               MOVE SPACES TO WS-OUTLINE
               STRING "WARNING: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNP-DISP3) DELIMITED BY SIZE
                      " file(s) do not match the manifest; generation "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNP-GEN-ID) DELIMITED BY SIZE
                      " holds the files as they were." DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE

           *> A generation taken before a layout change comes back
           *> at its old layout - bring it up to date the same way
           *> startup does before anything reads it. A file newer
           *> than this build, or a failed step, ends the run there.
           MOVE "Checking the restored files' record layouts." TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM CHECK-LAYOUT-VERSIONS
           PERFORM RUN-LAYOUT-MIGRATIONS
           CLOSE ACCT-FILE
           OPEN INPUT ACCT-FILE
           PERFORM LOAD-ACCOUNTS-FROM-FILE
           PERFORM LOAD-CONFIG-FILE
           MOVE "SNAPSHOT-RESTORE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING FUNCTION TRIM(WS-SNP-RST-ID) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-RESULT) DELIMITED BY SIZE
                  " saved-as " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-GEN-ID) DELIMITED BY SIZE
                  INTO WS-AUDIT-TARGET
           END-STRING
           MOVE "N" TO WS-SNP-AS-OPERATOR
           IF FUNCTION TRIM(WS-CURRENT-USERNAME) = SPACES
               MOVE "OPERATOR" TO WS-CURRENT-USERNAME
               MOVE "Y" TO WS-SNP-AS-OPERATOR
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           IF WS-SNP-AS-OPERATOR = "Y"
               MOVE SPACES TO WS-CURRENT-USERNAME
           END-IF.

      *>---------------------------------------------
      *> SNP-LOAD-MANIFEST
      *> Purpose: Read WS-SNP-RST-DIR/manifest.dat into
      *>          the WS-SNM table.
      *>---------------------------------------------
       SNP-LOAD-MANIFEST.
           MOVE 0 TO WS-SNM-TOTAL
           MOVE SPACES TO WS-SNP-MAN-PATH
           STRING FUNCTION TRIM(WS-SNP-RST-DIR) DELIMITED BY SIZE
                  "/manifest.dat" DELIMITED BY SIZE
                  INTO WS-SNP-MAN-PATH
           END-STRING
           OPEN INPUT SNAPMAN-FILE
           IF WS-SNM-STAT NOT = "00"
               IF WS-SNM-STAT = "05"
                   CLOSE SNAPMAN-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET SNP-EOF-NO TO TRUE
           PERFORM UNTIL SNP-EOF-YES
               READ SNAPMAN-FILE
                   AT END
                       SET SNP-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(SNAPMAN-REC) NOT = SPACES
                       AND WS-SNM-TOTAL < 200
                           ADD 1 TO WS-SNM-TOTAL
                           MOVE SPACES TO WS-SNP-PARSE-COUNT
                           UNSTRING SNAPMAN-REC DELIMITED BY "|"
                               INTO WS-SNM-NAME(WS-SNM-TOTAL)
                                    WS-SNP-PARSE-COUNT
                                    WS-SNM-STATE(WS-SNM-TOTAL)
                           END-UNSTRING
                           IF FUNCTION TEST-NUMVAL(
                              FUNCTION TRIM(WS-SNP-PARSE-COUNT)) = 0
                               MOVE FUNCTION NUMVAL(WS-SNP-PARSE-COUNT)
                                   TO WS-SNM-COUNT(WS-SNM-TOTAL)
                           ELSE
                               MOVE 0 TO WS-SNM-COUNT(WS-SNM-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPMAN-FILE
           SET SNP-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> SNP-CHECK-SNAPSHOT-COPY
      *> Purpose: Before a restore, count each copied
      *>          file inside the snapshot against the
      *>          manifest. Keyed copies are checked
      *>          only for being there; their records
      *>          are counted once they are back in
      *>          place.
      *>---------------------------------------------
       SNP-CHECK-SNAPSHOT-COPY.
           MOVE 0 TO WS-SNP-ERRORS
           PERFORM VARYING WS-SNM-IDX FROM 1 BY 1
               UNTIL WS-SNM-IDX > WS-SNM-TOTAL
               IF WS-SNM-STATE(WS-SNM-IDX) = "PRESENT"
                   MOVE WS-SNM-NAME(WS-SNM-IDX) TO WS-SNP-CNT-NAME
                   MOVE SPACES TO WS-SNP-CNT-PATH
                   STRING FUNCTION TRIM(WS-SNP-RST-DIR) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SNP-CNT-NAME) DELIMITED BY SIZE
                          INTO WS-SNP-CNT-PATH
                   END-STRING
                   MOVE "N" TO WS-SNP-CNT-LIVE
                   PERFORM SNP-COUNT-FILE
                   IF WS-SNP-CNT-KNOWN = "N"
                       MOVE SPACES TO WS-SNP-CMD
                       STRING "test -f " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-SNP-CNT-PATH)
                                  DELIMITED BY SIZE
                              INTO WS-SNP-CMD
                       END-STRING
                       CALL "SYSTEM" USING WS-SNP-CMD
                       END-CALL
                       IF RETURN-CODE NOT = 0
                           PERFORM SNP-NOTE-MISMATCH
                       END-IF
                   ELSE
                       IF WS-SNP-CNT-FOUND = "N"
                       OR WS-SNP-CNT NOT = WS-SNM-COUNT(WS-SNM-IDX)
                           PERFORM SNP-NOTE-MISMATCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> SNP-NOTE-MISMATCH
      *> Purpose: Report manifest entry WS-SNM-IDX as
      *>          not matching, with the count found.
      *>---------------------------------------------
       SNP-NOTE-MISMATCH.
           ADD 1 TO WS-SNP-ERRORS
           MOVE WS-SNM-COUNT(WS-SNM-IDX) TO WS-SNP-DISP
           MOVE WS-SNP-CNT TO WS-SNP-DISP2
           MOVE SPACES TO WS-SNP-CMD
           MOVE SPACES TO WS-OUTLINE
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNM-NAME(WS-SNM-IDX)) DELIMITED BY SIZE
                  ": manifest " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNP-DISP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNM-STATE(WS-SNM-IDX)) DELIMITED BY SIZE
                  ", found " DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           IF WS-SNP-CNT-FOUND = "Y"
               STRING FUNCTION TRIM(WS-OUTLINE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNP-DISP2) DELIMITED BY SIZE
                      INTO WS-SNP-CMD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-OUTLINE) DELIMITED BY SIZE
                      " no file" DELIMITED BY SIZE
                      INTO WS-SNP-CMD
               END-STRING
           END-IF
           MOVE WS-SNP-CMD TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> ADVISOR-CASELOAD-MENU
      *> Purpose: Career advisor's own menu - the
      *>          caseload report, a read-only view of
      *>          one advisee, and private advising
      *>          notes.
      *> Called:  From AFTER-LOGIN-MENU option 27.
      *>---------------------------------------------
       ADVISOR-CASELOAD-MENU.
           PERFORM LOCATE-CURRENT-ACCOUNT
           IF WS-ACCT-IDX = 0 OR NOT ACCOUNT-IS-ADVISOR(WS-ACCT-IDX)
               MOVE "Only career advisor accounts have a caseload."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "--- Advisor Caseload ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "1. My Caseload Report" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "2. View an Advisee" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "3. Add an Advising Note" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "4. Back" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           EVALUATE WS-TRIMMED
               WHEN "1"
                   MOVE WS-CURRENT-USERNAME TO WS-ADV-FILTER
                   PERFORM CASELOAD-REPORT
               WHEN "2"
                   PERFORM VIEW-ADVISEE
               WHEN "3"
                   PERFORM ADD-ADVISING-NOTE
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
           END-EVALUATE.

      *>---------------------------------------------
      *> ADMIN-ADVISOR-MENU
      *> Purpose: Administrator side of career
      *>          advising - grant or revoke the advisor
      *>          type, assign students to caseloads and
      *>          print every advisor's caseload.
      *> Called:  From ADMIN-CONSOLE option 24.
      *>---------------------------------------------
       ADMIN-ADVISOR-MENU.
           MOVE "--- Career Advisor Caseloads ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "1. Grant or Revoke Advisor Type" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "2. Assign a Student to an Advisor" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "3. Remove a Student from a Caseload" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "4. Caseload Report (all advisors)" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "5. Back" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           EVALUATE WS-TRIMMED
               WHEN "1"
                   PERFORM ADMIN-SET-ADVISOR-TYPE
               WHEN "2"
                   PERFORM ASSIGN-ADVISEE
               WHEN "3"
                   PERFORM UNASSIGN-ADVISEE
               WHEN "4"
                   MOVE SPACES TO WS-ADV-FILTER
                   PERFORM CASELOAD-REPORT
               WHEN "5"
                   CONTINUE
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
           END-EVALUATE.

      *>---------------------------------------------
      *> ADMIN-SET-ADVISOR-TYPE
      *> Purpose: Queue a student account to become a
      *>          career advisor, or an advisor to go
      *>          back to a student account. Like the
      *>          administrator grant, the change waits
      *>          for a second administrator.
      *>---------------------------------------------
       ADMIN-SET-ADVISOR-TYPE.
           PERFORM LOCATE-ADMIN-TARGET
           IF WS-ADMIN-TARGET-IDX = 0 OR EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ACCOUNT-IS-ADVISOR(WS-ADMIN-TARGET-IDX)
                   MOVE "S" TO WS-ADV-NEW-TYPE
                   MOVE "This revokes the advisor type; the account becomes a student account and its caseload is released."
                       TO WS-OUTLINE
               WHEN ACCOUNT-IS-STUDENT(WS-ADMIN-TARGET-IDX)
                   MOVE "V" TO WS-ADV-NEW-TYPE
                   MOVE "This makes the account a career advisor."
                       TO WS-OUTLINE
               WHEN OTHER
                   MOVE "Only student accounts can be made career advisors."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM PRINT-LINE
           MOVE "SET-TYPE" TO WS-ADP-QUEUE-ACTION
           MOVE WS-ADV-NEW-TYPE TO WS-ADP-QUEUE-EXTRA
           PERFORM QUEUE-ADMIN-ACTION.

      *>---------------------------------------------
      *> APPLY-ADVISOR-TYPE
      *> Purpose: Carry out an approved SET-TYPE
      *>          request on WS-ADMIN-TARGET-IDX. An
      *>          advisor going back to a student
      *>          account has their caseload released;
      *>          the advising notes they wrote stay on
      *>          file for the next advisor.
      *> Called:  From EXECUTE-APPROVED-ACTION.
      *>---------------------------------------------
       APPLY-ADVISOR-TYPE.
           MOVE WS-AP-EXTRA(WS-ADP-IDX)(1:1) TO WS-ADV-NEW-TYPE
           IF WS-ADV-NEW-TYPE = "V"
               MOVE "V" TO WS-ACCOUNT-TYPE(WS-ADMIN-TARGET-IDX)
               PERFORM SAVE-ACCOUNTS-TO-FILE
               MOVE "Career advisor type granted." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-ACCOUNT-TYPE(WS-ADMIN-TARGET-IDX)
           PERFORM SAVE-ACCOUNTS-TO-FILE
           MOVE 0 TO WS-ADV-COUNT
           PERFORM LOAD-CSL-ARRAY
           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
               UNTIL WS-CSL-IDX > WS-CSL-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CL-ADVISOR(WS-CSL-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADMIN-TARGET-USER))
               AND FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-CL-STUDENT(WS-CSL-IDX)
                   ADD 1 TO WS-ADV-COUNT
               END-IF
           END-PERFORM
           IF WS-ADV-COUNT > 0
               PERFORM REWRITE-CSL-FILE
           END-IF
           MOVE WS-ADV-COUNT TO WS-ADV-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Career advisor type revoked; " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADV-DISP) DELIMITED BY SIZE
                  " student(s) released from the caseload."
                      DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> ASSIGN-ADVISEE
      *> Purpose: Put a student on an advisor's
      *>          caseload. A student has one advisor;
      *>          assigning one already on another
      *>          caseload moves them across.
      *>---------------------------------------------
       ASSIGN-ADVISEE.
           MOVE "Enter the career advisor's username:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-ADV-ADVISOR
           MOVE "N" TO WS-ADV-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               IF FUNCTION TRIM(WS-USERNAME(WS-I)) =
                  FUNCTION TRIM(WS-ADV-ADVISOR)
               AND ACCOUNT-IS-ADVISOR(WS-I)
               AND ACCOUNT-ACTIVE(WS-I)
                   MOVE "Y" TO WS-ADV-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ADV-FOUND = "N"
               MOVE "That username is not an active career advisor."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the student's username:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-ADV-STUDENT
           MOVE "N" TO WS-ADV-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               IF FUNCTION TRIM(WS-USERNAME(WS-I)) =
                  FUNCTION TRIM(WS-ADV-STUDENT)
               AND ACCOUNT-IS-STUDENT(WS-I)
               AND ACCOUNT-ACTIVE(WS-I)
                   MOVE "Y" TO WS-ADV-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ADV-FOUND = "N"
               MOVE "That username is not an active student account."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ADV-STUDENT TO WS-ASC-CHK-USER
           PERFORM CHECK-ADMIN-TARGET-SCOPE
           IF WS-ASC-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CSL-ARRAY
           MOVE WS-ADV-STUDENT TO WS-ADV-CHECK-USER
           PERFORM FIND-CSL-STUDENT
           IF WS-CSL-HIT > 0
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CL-ADVISOR(WS-CSL-HIT))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADV-ADVISOR))
                   MOVE "That student is already on this caseload."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-OUTLINE
               STRING "Student moved from the caseload of "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CL-ADVISOR(WS-CSL-HIT))
                          DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
           ELSE
               IF WS-CSL-TOTAL >= 500
                   MOVE "The caseload file is full." TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CSL-TOTAL
               MOVE WS-CSL-TOTAL TO WS-CSL-HIT
               MOVE WS-ADV-STUDENT TO WS-CL-STUDENT(WS-CSL-HIT)
               MOVE "Student added to the caseload." TO WS-OUTLINE
           END-IF
           MOVE WS-ADV-ADVISOR TO WS-CL-ADVISOR(WS-CSL-HIT)
           MOVE WS-BIZ-DATE TO WS-CL-ASSIGNED(WS-CSL-HIT)
           MOVE 0 TO WS-CL-CONTACT(WS-CSL-HIT)
           PERFORM PRINT-LINE
           PERFORM REWRITE-CSL-FILE
           MOVE "ADVISEE-ASSIGN" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING FUNCTION TRIM(WS-ADV-STUDENT) DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADV-ADVISOR) DELIMITED BY SIZE
                  INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-ADV-ADVISOR TO WS-NOTIF-RECIP
           MOVE "ADVISEE-ADDED" TO WS-NOTIF-TYPE
           MOVE WS-ADV-STUDENT TO WS-NOTIF-REF
           PERFORM ADD-NOTIFICATION.

      *>---------------------------------------------
      *> UNASSIGN-ADVISEE
      *> Purpose: Take a student off whichever
      *>          caseload they are on.
      *>---------------------------------------------
       UNASSIGN-ADVISEE.
           MOVE "Enter the student's username:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-ADV-CHECK-USER
           PERFORM LOAD-CSL-ARRAY
           PERFORM FIND-CSL-STUDENT
           IF WS-CSL-HIT = 0
               MOVE "That student is not on any caseload." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CL-STUDENT(WS-CSL-HIT) TO WS-ASC-CHK-USER
           PERFORM CHECK-ADMIN-TARGET-SCOPE
           IF WS-ASC-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "ADVISEE-REMOVE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-HIT))
                      DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CL-ADVISOR(WS-CSL-HIT))
                      DELIMITED BY SIZE
                  INTO WS-AUDIT-TARGET
           END-STRING
           MOVE SPACES TO WS-CL-STUDENT(WS-CSL-HIT)
           PERFORM REWRITE-CSL-FILE
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Student removed from the caseload." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> CASELOAD-REPORT
      *> Purpose: One line per advisee - last login,
      *>          open applications and days since the
      *>          advisor last made contact (a note or a
      *>          message). WS-ADV-FILTER limits it to
      *>          one advisor; spaces lists every
      *>          caseload with the advisor shown. A
      *>          campus-scoped administrator sees only
      *>          students inside their campuses.
      *>---------------------------------------------
       CASELOAD-REPORT.
           PERFORM LOAD-CSL-ARRAY
           PERFORM LOAD-APPS-ARRAY
           MOVE 0 TO WS-ADV-SHOWN
           MOVE "--- Caseload Report ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM ADMIN-SCOPE-REPORT-NOTE
           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
               UNTIL WS-CSL-IDX > WS-CSL-TOTAL
               MOVE "N" TO WS-ASC-OK
               IF FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-IDX)) NOT = SPACES
               AND (FUNCTION TRIM(WS-ADV-FILTER) = SPACES
                    OR FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CL-ADVISOR(WS-CSL-IDX))) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADV-FILTER)))
                   MOVE WS-CL-STUDENT(WS-CSL-IDX) TO WS-ASC-CHK-USER
                   PERFORM ADMIN-USER-IN-SCOPE
               END-IF
               IF WS-ASC-OK = "Y"
                   ADD 1 TO WS-ADV-SHOWN
                   PERFORM CASELOAD-REPORT-ONE
               END-IF
           END-PERFORM
           IF WS-ADV-SHOWN = 0
               MOVE "No students are on the caseload." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE WS-ADV-SHOWN TO WS-ADV-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Advisees listed: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADV-DISP) DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> CASELOAD-REPORT-ONE
      *> Purpose: Detail line for caseload row
      *>          WS-CSL-IDX.
      *>---------------------------------------------
       CASELOAD-REPORT-ONE.
           MOVE 0 TO WS-ADV-DATE-IN
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USERNAME(WS-I))) =
                  FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-IDX)))
                   MOVE WS-LAST-LOGIN(WS-I) TO WS-ADV-DATE-IN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM ADV-FORMAT-DATE
           MOVE WS-ADV-DATE-OUT TO WS-ADV-LOGIN-X
           MOVE 0 TO WS-ADV-OPEN
           PERFORM VARYING WS-APPS-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-APPS-ARRAY-IDX > WS-APPS-ARRAY-TOTAL
               MOVE WS-APPS-ARRAY-LINE(WS-APPS-ARRAY-IDX) TO WS-APPS-LINE
               PERFORM PARSE-APPS-LINE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APP-PARSE-USER)) =
                  FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-IDX)))
               AND FUNCTION TRIM(WS-APP-PARSE-STATUS) NOT = "WITHDRAWN"
               AND FUNCTION TRIM(WS-APP-PARSE-STATUS) NOT = "REJECTED"
               AND FUNCTION TRIM(WS-APP-PARSE-STATUS) NOT = "ACCEPTED"
               AND FUNCTION TRIM(WS-APP-PARSE-STATUS) NOT = "ORPHANED"
                   ADD 1 TO WS-ADV-OPEN
               END-IF
           END-PERFORM
           MOVE WS-ADV-OPEN TO WS-ADV-DISP
           MOVE SPACES TO WS-ADV-CONTACT-X
           IF WS-CL-CONTACT(WS-CSL-IDX) = 0
               MOVE "never" TO WS-ADV-CONTACT-X
           ELSE
               MOVE 0 TO WS-ADV-DAYS
               IF WS-CL-CONTACT(WS-CSL-IDX) < WS-BIZ-DATE
                   COMPUTE WS-ADV-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
                       - FUNCTION INTEGER-OF-DATE(
                           WS-CL-CONTACT(WS-CSL-IDX))
               END-IF
               MOVE WS-ADV-DAYS TO WS-ADV-DISP2
               STRING FUNCTION TRIM(WS-ADV-DISP2) DELIMITED BY SIZE
                      " day(s) ago" DELIMITED BY SIZE
                      INTO WS-ADV-CONTACT-X
               END-STRING
           END-IF
           MOVE SPACES TO WS-OUTLINE
           MOVE 1 TO WS-ADV-PTR
           IF FUNCTION TRIM(WS-ADV-FILTER) = SPACES
               STRING FUNCTION TRIM(WS-CL-ADVISOR(WS-CSL-IDX))
                          DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      INTO WS-OUTLINE
                      WITH POINTER WS-ADV-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-IDX))
                      DELIMITED BY SIZE
                  " | last login " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADV-LOGIN-X) DELIMITED BY SIZE
                  " | open applications " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADV-DISP) DELIMITED BY SIZE
                  " | last contact " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADV-CONTACT-X) DELIMITED BY SIZE
                  INTO WS-OUTLINE
                  WITH POINTER WS-ADV-PTR
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> ADV-FORMAT-DATE
      *> Purpose: YYYYMMDD in WS-ADV-DATE-IN to a
      *>          printable YYYY-MM-DD in
      *>          WS-ADV-DATE-OUT ("never" for zero).
      *>---------------------------------------------
       ADV-FORMAT-DATE.
           MOVE SPACES TO WS-ADV-DATE-OUT
           IF WS-ADV-DATE-IN = 0
               MOVE "never" TO WS-ADV-DATE-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ADV-DATE-IN TO WS-ADV-DATE-X
           STRING WS-ADV-DATE-X(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-ADV-DATE-X(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-ADV-DATE-X(7:2) DELIMITED BY SIZE
                  INTO WS-ADV-DATE-OUT
           END-STRING.

      *>---------------------------------------------
      *> PICK-MY-ADVISEE
      *> Purpose: Prompt for a username and find it on
      *>          the current advisor's caseload.
      *>          Leaves WS-CSL-HIT (0 when refused) and
      *>          WS-ADV-STUDENT set.
      *>---------------------------------------------
       PICK-MY-ADVISEE.
           MOVE 0 TO WS-CSL-HIT
           MOVE "Enter the advisee's username:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-ADV-CHECK-USER
           PERFORM LOAD-CSL-ARRAY
           PERFORM FIND-CSL-STUDENT
           IF WS-CSL-HIT > 0
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CL-ADVISOR(WS-CSL-HIT))) NOT =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
                   MOVE 0 TO WS-CSL-HIT
               END-IF
           END-IF
           IF WS-CSL-HIT = 0
               MOVE "That student is not on your caseload." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CL-STUDENT(WS-CSL-HIT) TO WS-ADV-STUDENT.

      *>---------------------------------------------
      *> VIEW-ADVISEE
      *> Purpose: Read-only view of one advisee - their
      *>          profile score and missing sections,
      *>          every application with its status
      *>          history, interview and offer, and the
      *>          advising notes on file. Audited.
      *> Called:  From ADVISOR-CASELOAD-MENU option 2.
      *>---------------------------------------------
       VIEW-ADVISEE.
           PERFORM PICK-MY-ADVISEE
           IF WS-CSL-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "ADVISEE-VIEW" TO WS-AUDIT-ACTION
           MOVE WS-ADV-STUDENT TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO WS-PARSED-PROFILE
           OPEN INPUT PROFILES-FILE
           IF PROFILES-STATUS = "00"
               MOVE FUNCTION TRIM(WS-ADV-STUDENT) TO PR-USERNAME
               READ PROFILES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-LINE TO WS-PROFILE-LINE
                       PERFORM PARSE-PROFILE-LINE
               END-READ
               CLOSE PROFILES-FILE
           END-IF
           MOVE SPACES TO WS-OUTLINE
           STRING "--- Advisee: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADV-STUDENT) DELIMITED BY SIZE
                  " ---" DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           IF FUNCTION TRIM(WS-PARSED-USERNAME) = SPACES
               MOVE "No profile on file yet." TO WS-OUTLINE
               PERFORM PRINT-LINE
           ELSE
               MOVE SPACES TO WS-OUTLINE
               STRING "Name: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PARSED-FNAME) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PARSED-LNAME) DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
               MOVE SPACES TO WS-OUTLINE
               STRING "University: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PARSED-UNIVERSITY)
                          DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
               MOVE SPACES TO WS-OUTLINE
               STRING "Major: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PARSED-MAJOR) DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
               MOVE SPACES TO WS-OUTLINE
               STRING "Graduation Year: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PARSED-GRAD-YEAR)
                          DELIMITED BY SIZE
                      INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF
           PERFORM SCORE-PARSED-PROFILE
           MOVE WS-SCORE TO WS-ADV-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Profile score: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADV-DISP) DELIMITED BY SIZE
                  "/100" DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           PERFORM SHOW-MISSING-SECTIONS
           MOVE "Applications:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM LOAD-APPS-ARRAY
           PERFORM LOAD-INTV-ARRAY
           PERFORM LOAD-OFFER-ARRAY
           MOVE 0 TO WS-ADV-COUNT
           PERFORM VARYING WS-APPS-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-APPS-ARRAY-IDX > WS-APPS-ARRAY-TOTAL
               MOVE WS-APPS-ARRAY-LINE(WS-APPS-ARRAY-IDX) TO WS-APPS-LINE
               PERFORM PARSE-APPS-LINE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APP-PARSE-USER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADV-STUDENT))
                   ADD 1 TO WS-ADV-COUNT
                   MOVE SPACES TO WS-OUTLINE
                   STRING "Job " DELIMITED BY SIZE
                          WS-APP-PARSE-JOBNUM DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-APP-PARSE-TITLE)
                              DELIMITED BY SIZE
                          " at " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-APP-PARSE-EMP)
                              DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-APP-PARSE-STATUS)
                              DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
                   MOVE WS-APP-PARSE-JOBNUM TO WS-AH-JOBID
                   MOVE WS-APP-PARSE-USER TO WS-AH-USER
                   PERFORM SHOW-APP-TIMELINE
                   PERFORM SHOW-APP-INTERVIEW
                   PERFORM SHOW-APP-OFFER
               END-IF
           END-PERFORM
           IF WS-ADV-COUNT = 0
               MOVE " No applications on file." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           PERFORM SHOW-ADVISING-NOTES.

      *>---------------------------------------------
      *> SCORE-PARSED-PROFILE
      *> Purpose: COMPUTE-PROFILE-SCORE for a profile
      *>          held in WS-PARSED-PROFILE rather than
      *>          the signed-in user's WS-P-* fields.
      *>---------------------------------------------
       SCORE-PARSED-PROFILE.
           MOVE 0 TO WS-SCORE
           MOVE "N" TO WS-SCORE-BASICS
           MOVE "N" TO WS-SCORE-ABOUT
           MOVE "N" TO WS-SCORE-WORK
           MOVE "N" TO WS-SCORE-EDU
           MOVE "N" TO WS-SCORE-SKILL
           IF FUNCTION TRIM(WS-PARSED-FNAME) NOT = SPACES
           AND FUNCTION TRIM(WS-PARSED-LNAME) NOT = SPACES
           AND FUNCTION TRIM(WS-PARSED-UNIVERSITY) NOT = SPACES
           AND FUNCTION TRIM(WS-PARSED-MAJOR) NOT = SPACES
           AND FUNCTION TRIM(WS-PARSED-GRAD-YEAR) NOT = SPACES
               MOVE "Y" TO WS-SCORE-BASICS
               ADD 20 TO WS-SCORE
           END-IF
           IF FUNCTION TRIM(WS-PARSED-ABOUT) NOT = SPACES
               MOVE "Y" TO WS-SCORE-ABOUT
               ADD 20 TO WS-SCORE
           END-IF
           IF FUNCTION TRIM(WS-PARSED-WORK-TITLE(1)) NOT = SPACES
               MOVE "Y" TO WS-SCORE-WORK
               ADD 20 TO WS-SCORE
           END-IF
           IF FUNCTION TRIM(WS-PARSED-EDU-DEGREE(1)) NOT = SPACES
               MOVE "Y" TO WS-SCORE-EDU
               ADD 20 TO WS-SCORE
           END-IF
           IF FUNCTION TRIM(WS-PARSED-SKILL-NAME(1)) NOT = SPACES
               MOVE "Y" TO WS-SCORE-SKILL
               ADD 20 TO WS-SCORE
           END-IF.

      *>---------------------------------------------
      *> SHOW-ADVISING-NOTES
      *> Purpose: Every advising note on WS-ADV-STUDENT,
      *>          oldest first, whichever advisor wrote
      *>          it. Never reachable by the student.
      *>---------------------------------------------
       SHOW-ADVISING-NOTES.
           MOVE "Advising notes:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-ADV-COUNT
           SET ADN-EOF-NO TO TRUE
           OPEN INPUT ADVNOTE-FILE
           IF WS-ADN-STAT = "00"
               PERFORM UNTIL ADN-EOF-YES
                   READ ADVNOTE-FILE INTO WS-ADN-LINE
                       AT END
                           SET ADN-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM PARSE-ADN-LINE
                           IF FUNCTION UPPER-CASE(
                              FUNCTION TRIM(WS-ADN-PARSE-STUDENT)) =
                              FUNCTION UPPER-CASE(
                              FUNCTION TRIM(WS-ADV-STUDENT))
                               ADD 1 TO WS-ADV-COUNT
                               MOVE SPACES TO WS-OUTLINE
                               STRING " " DELIMITED BY SIZE
                                      WS-ADN-PARSE-TS(1:4)
                                          DELIMITED BY SIZE
                                      "-" DELIMITED BY SIZE
                                      WS-ADN-PARSE-TS(5:2)
                                          DELIMITED BY SIZE
                                      "-" DELIMITED BY SIZE
                                      WS-ADN-PARSE-TS(7:2)
                                          DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-ADN-PARSE-ADVISOR)
                                          DELIMITED BY SIZE
                                      ": " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-ADN-PARSE-TEXT)
                                          DELIMITED BY SIZE
                                      INTO WS-OUTLINE
                               END-STRING
                               PERFORM PRINT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADVNOTE-FILE
           ELSE
               IF WS-ADN-STAT = "05"
                   CLOSE ADVNOTE-FILE
               END-IF
           END-IF
           SET ADN-EOF-NO TO TRUE
           IF WS-ADV-COUNT = 0
               MOVE " No advising notes yet." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF.

      *>---------------------------------------------
      *> ADD-ADVISING-NOTE
      *> Purpose: Append a private note on one of the
      *>          advisor's own advisees and stamp the
      *>          caseload row's last-contact date.
      *> Called:  From ADVISOR-CASELOAD-MENU option 3.
      *>---------------------------------------------
       ADD-ADVISING-NOTE.
           PERFORM PICK-MY-ADVISEE
           IF WS-CSL-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the advising note (max 200 chars):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-ADV-NOTE
           IF WS-ADV-NOTE = SPACES
               MOVE "Nothing entered - no note saved." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-ADV-NOTE REPLACING ALL "|" BY "/"
           PERFORM GET-BUSINESS-NOW
           MOVE SPACES TO WS-ADN-LINE
           STRING FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADV-STUDENT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-BIZ-NOW(1:14) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADV-NOTE) DELIMITED BY SIZE
                  INTO WS-ADN-LINE
           END-STRING
           PERFORM APPEND-ADVISING-NOTE
           MOVE WS-BIZ-DATE TO WS-CL-CONTACT(WS-CSL-HIT)
           PERFORM REWRITE-CSL-FILE
           MOVE "ADVISING-NOTE" TO WS-AUDIT-ACTION
           MOVE WS-ADV-STUDENT TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Note saved. Advising notes are never shown to the student."
               TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> APPEND-ADVISING-NOTE
      *> Purpose: Append WS-ADN-LINE to advnotes.dat.
      *>---------------------------------------------
       APPEND-ADVISING-NOTE.
           IF DRY-RUN-YES
               MOVE "advnotes.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ADVNOTE-FILE
           IF WS-ADN-STAT = "41"
               CLOSE ADVNOTE-FILE
               OPEN EXTEND ADVNOTE-FILE
           END-IF
           IF WS-ADN-STAT = "00" OR WS-ADN-STAT = "05"
               WRITE ADVNOTE-REC FROM WS-ADN-LINE
               CLOSE ADVNOTE-FILE
           ELSE
               DISPLAY "ERROR: Cannot write to advnotes.dat. Status="
                   WS-ADN-STAT
               MOVE "advnotes.dat" TO WS-SPOOL-DEST
               MOVE WS-ADN-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> NOTE-ADVISOR-MESSAGE-CONTACT
      *> Purpose: A message from an advisor to their
      *>          own advisee (WS-MSG-RECIPIENT) counts
      *>          as contact on the caseload row.
      *> Called:  From SEND-MESSAGE after delivery.
      *>---------------------------------------------
       NOTE-ADVISOR-MESSAGE-CONTACT.
           PERFORM LOCATE-CURRENT-ACCOUNT
           IF WS-ACCT-IDX = 0 OR NOT ACCOUNT-IS-ADVISOR(WS-ACCT-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CSL-ARRAY
           MOVE WS-MSG-RECIPIENT TO WS-ADV-CHECK-USER
           PERFORM FIND-CSL-STUDENT
           IF WS-CSL-HIT > 0
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CL-ADVISOR(WS-CSL-HIT))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
                   MOVE WS-BIZ-DATE TO WS-CL-CONTACT(WS-CSL-HIT)
                   PERFORM REWRITE-CSL-FILE
               END-IF
           END-IF.

      *>---------------------------------------------
      *> CHECK-MSG-ADVISOR-LINK
      *> Purpose: Set MSG-IS-CONNECTED when the current
      *>          user and WS-MSG-RECIPIENT are advisor
      *>          and advisee, in either direction.
      *>---------------------------------------------
       CHECK-MSG-ADVISOR-LINK.
           PERFORM LOAD-CSL-ARRAY
           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
               UNTIL WS-CSL-IDX > WS-CSL-TOTAL
                   OR MSG-IS-CONNECTED
               IF (FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CL-ADVISOR(WS-CSL-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
                   AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MSG-RECIPIENT)))
               OR (FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CL-ADVISOR(WS-CSL-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MSG-RECIPIENT))
                   AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME)))
                   SET MSG-IS-CONNECTED TO TRUE
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> FIND-CSL-STUDENT
      *> Purpose: Caseload row for the student in
      *>          WS-ADV-CHECK-USER into WS-CSL-HIT
      *>          (0 when not on any caseload).
      *>---------------------------------------------
       FIND-CSL-STUDENT.
           MOVE 0 TO WS-CSL-HIT
           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
               UNTIL WS-CSL-IDX > WS-CSL-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADV-CHECK-USER))
               AND FUNCTION TRIM(WS-ADV-CHECK-USER) NOT = SPACES
                   MOVE WS-CSL-IDX TO WS-CSL-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> LOAD-CSL-ARRAY
      *> Purpose: Read caseloads.dat into
      *>          WS-CSL-ARRAY.
      *> Format:  advisor|student|assigned|lastcontact
      *>---------------------------------------------
       LOAD-CSL-ARRAY.
           MOVE 0 TO WS-CSL-TOTAL
           SET CSL-EOF-NO TO TRUE
           OPEN INPUT CASELOAD-FILE
           IF WS-CSL-STAT NOT = "00"
               IF WS-CSL-STAT = "05"
                   CLOSE CASELOAD-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CSL-EOF-YES
               READ CASELOAD-FILE INTO WS-CSL-LINE
                   AT END
                       SET CSL-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-CSL-LINE) NOT = SPACES
                       AND WS-CSL-TOTAL < 500
                           ADD 1 TO WS-CSL-TOTAL
                           PERFORM PARSE-CSL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASELOAD-FILE
           SET CSL-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> PARSE-CSL-LINE
      *> Purpose: Unpack WS-CSL-LINE into array slot
      *>          WS-CSL-TOTAL.
      *>---------------------------------------------
       PARSE-CSL-LINE.
           MOVE SPACES TO WS-CL-ADVISOR(WS-CSL-TOTAL)
           MOVE SPACES TO WS-CL-STUDENT(WS-CSL-TOTAL)
           MOVE SPACES TO WS-CSL-PARSE-ASSIGNED
           MOVE SPACES TO WS-CSL-PARSE-CONTACT
           UNSTRING WS-CSL-LINE
               DELIMITED BY "|"
               INTO WS-CL-ADVISOR(WS-CSL-TOTAL)
                    WS-CL-STUDENT(WS-CSL-TOTAL)
                    WS-CSL-PARSE-ASSIGNED
                    WS-CSL-PARSE-CONTACT
           END-UNSTRING
           IF WS-CSL-PARSE-ASSIGNED IS NUMERIC
               MOVE WS-CSL-PARSE-ASSIGNED TO WS-CL-ASSIGNED(WS-CSL-TOTAL)
           ELSE
               MOVE 0 TO WS-CL-ASSIGNED(WS-CSL-TOTAL)
           END-IF
           IF WS-CSL-PARSE-CONTACT IS NUMERIC
               MOVE WS-CSL-PARSE-CONTACT TO WS-CL-CONTACT(WS-CSL-TOTAL)
           ELSE
               MOVE 0 TO WS-CL-CONTACT(WS-CSL-TOTAL)
           END-IF.

      *>---------------------------------------------
      *> REWRITE-CSL-FILE
      *> Purpose: Overwrite caseloads.dat from
      *>          WS-CSL-ARRAY, dropping rows whose
      *>          student was blanked.
      *>---------------------------------------------
       REWRITE-CSL-FILE.
           IF DRY-RUN-YES
               MOVE "caseloads.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CASELOAD-FILE
           IF WS-CSL-STAT NOT = "00" AND WS-CSL-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite caseloads.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
               UNTIL WS-CSL-IDX > WS-CSL-TOTAL
               IF FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-IDX)) NOT = SPACES
                   MOVE SPACES TO WS-CSL-LINE
                   STRING
                       FUNCTION TRIM(WS-CL-ADVISOR(WS-CSL-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-CL-ASSIGNED(WS-CSL-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-CL-CONTACT(WS-CSL-IDX) DELIMITED BY SIZE
                       INTO WS-CSL-LINE
                   END-STRING
                   WRITE CASELOAD-REC FROM WS-CSL-LINE
               END-IF
           END-PERFORM
           CLOSE CASELOAD-FILE.

      *>---------------------------------------------
      *> PARSE-ADN-LINE
      *> Purpose: Unpack one advnotes.dat row in
      *>          WS-ADN-LINE.
      *> Format:  advisor|student|YYYYMMDDHHMMSS|note
      *>---------------------------------------------
       PARSE-ADN-LINE.
           MOVE SPACES TO WS-ADN-PARSE-ADVISOR
           MOVE SPACES TO WS-ADN-PARSE-STUDENT
           MOVE SPACES TO WS-ADN-PARSE-TS
           MOVE SPACES TO WS-ADN-PARSE-TEXT
           UNSTRING WS-ADN-LINE
               DELIMITED BY "|"
               INTO WS-ADN-PARSE-ADVISOR
                    WS-ADN-PARSE-STUDENT
                    WS-ADN-PARSE-TS
                    WS-ADN-PARSE-TEXT
           END-UNSTRING.

      *>---------------------------------------------
      *> LOAD-ADN-ARRAY
      *> Purpose: Read advnotes.dat in full into
      *>          WS-ADN-ARRAY for a rename sweep.
      *>---------------------------------------------
       LOAD-ADN-ARRAY.
           MOVE 0 TO WS-ADN-TOTAL
           SET ADN-EOF-NO TO TRUE
           OPEN INPUT ADVNOTE-FILE
           IF WS-ADN-STAT NOT = "00"
               IF WS-ADN-STAT = "05"
                   CLOSE ADVNOTE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ADN-EOF-YES
               READ ADVNOTE-FILE INTO WS-ADN-LINE
                   AT END
                       SET ADN-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-ADN-LINE) NOT = SPACES
                       AND WS-ADN-TOTAL < 500
                           ADD 1 TO WS-ADN-TOTAL
                           MOVE WS-ADN-LINE TO WS-ADN-ARRAY-LINE(WS-ADN-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADVNOTE-FILE
           SET ADN-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-ADN-FILE
      *> Purpose: Overwrite advnotes.dat from
      *>          WS-ADN-ARRAY.
      *>---------------------------------------------
       REWRITE-ADN-FILE.
           IF DRY-RUN-YES
               MOVE "advnotes.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ADVNOTE-FILE
           IF WS-ADN-STAT NOT = "00" AND WS-ADN-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite advnotes.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ADN-IDX FROM 1 BY 1
               UNTIL WS-ADN-IDX > WS-ADN-TOTAL
               IF FUNCTION TRIM(WS-ADN-ARRAY-LINE(WS-ADN-IDX)) NOT = SPACES
                   WRITE ADVNOTE-REC FROM WS-ADN-ARRAY-LINE(WS-ADN-IDX)
               END-IF
           END-PERFORM
           CLOSE ADVNOTE-FILE.

       MERGE-RENAME-CASELOADS.
           PERFORM LOAD-CSL-ARRAY
           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
               UNTIL WS-CSL-IDX > WS-CSL-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CL-ADVISOR(WS-CSL-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-CL-ADVISOR(WS-CSL-IDX)
               END-IF
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-CL-STUDENT(WS-CSL-IDX)
               END-IF
           END-PERFORM
           *> A student keeps one advisor - if both accounts were on
           *> a caseload the survivor's earlier row wins.
           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
               UNTIL WS-CSL-IDX > WS-CSL-TOTAL
               IF FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-IDX)) NOT = SPACES
                   PERFORM VARYING WS-CSL-HIT FROM WS-CSL-IDX BY 1
                       UNTIL WS-CSL-HIT > WS-CSL-TOTAL
                       IF WS-CSL-HIT > WS-CSL-IDX
                       AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-HIT))) =
                           FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-IDX)))
                           MOVE SPACES TO WS-CL-STUDENT(WS-CSL-HIT)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM REWRITE-CSL-FILE.

       MERGE-RENAME-ADVNOTES.
           PERFORM LOAD-ADN-ARRAY
           PERFORM VARYING WS-ADN-IDX FROM 1 BY 1
               UNTIL WS-ADN-IDX > WS-ADN-TOTAL
               MOVE WS-ADN-ARRAY-LINE(WS-ADN-IDX) TO WS-ADN-LINE
               PERFORM PARSE-ADN-LINE
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-ADN-PARSE-ADVISOR)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
               OR FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-ADN-PARSE-STUDENT)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   IF FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-ADN-PARSE-ADVISOR)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                       MOVE WS-MRG-SURVIVOR TO WS-ADN-PARSE-ADVISOR
                   END-IF
                   IF FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-ADN-PARSE-STUDENT)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                       MOVE WS-MRG-SURVIVOR TO WS-ADN-PARSE-STUDENT
                   END-IF
                   MOVE SPACES TO WS-ADN-ARRAY-LINE(WS-ADN-IDX)
                   STRING FUNCTION TRIM(WS-ADN-PARSE-ADVISOR)
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ADN-PARSE-STUDENT)
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ADN-PARSE-TS)
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ADN-PARSE-TEXT)
                              DELIMITED BY SIZE
                          INTO WS-ADN-ARRAY-LINE(WS-ADN-IDX)
                   END-STRING
               END-IF
           END-PERFORM
           PERFORM REWRITE-ADN-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-CASELOADS
      *> Purpose: Drop caseload rows naming the user
      *>          being offboarded, as advisor or as
      *>          student. Advising notes are kept as
      *>          the advising office's own record.
      *>---------------------------------------------
       OFFBOARD-SWEEP-CASELOADS.
           PERFORM LOAD-CSL-ARRAY
           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
               UNTIL WS-CSL-IDX > WS-CSL-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CL-ADVISOR(WS-CSL-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
               OR FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CL-STUDENT(WS-CSL-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE WS-CL-ADVISOR(WS-CSL-IDX) TO WS-HLD-CHECK-USER
                   MOVE WS-CL-STUDENT(WS-CSL-IDX) TO WS-HLD-CHECK-USER2
                   PERFORM HOLD-CHECK-PAIR
                   IF WS-HLD-KEEP = "N"
                       MOVE SPACES TO WS-CL-STUDENT(WS-CSL-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-CSL-FILE.

      *>---------------------------------------------
      *> EDIT-MY-PROJECTS
      *> Purpose: Projects section of the profile
      *>          editor - up to 5 entries, each with a
      *>          title, role, dates, technologies and a
      *>          description. Like experience, the
      *>          section is re-entered in full on every
      *>          edit.
      *> Called:  From CORE-PROFILE-ROUTINE.
      *>---------------------------------------------
       EDIT-MY-PROJECTS.
           MOVE SPACES TO WS-PRJ-EDIT
           MOVE 0 TO WS-PRJ-EDIT-COUNT
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > 5
              MOVE "Projects (optional, max 5 entries. Enter 'DONE' to finish):"
                  TO WS-OUTLINE
              PERFORM PRINT-INLINE
              DISPLAY SPACE
              MOVE SPACES TO WS-OUTLINE
              STRING "Project #" DELIMITED BY SIZE
                     WS-I DELIMITED BY SIZE
                     " - Title: " DELIMITED BY SIZE
                     INTO WS-OUTLINE
              END-STRING
              PERFORM PRINT-INLINE
              PERFORM REQUIRE-INPUT
              MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
              IF FUNCTION UPPER-CASE(WS-TRIMMED) = "DONE"
                 EXIT PERFORM
              END-IF
              MOVE FUNCTION TRIM(WS-INLINE)(1:40) TO WS-PE-TITLE(WS-I)
              MOVE SPACES TO WS-OUTLINE
              STRING "Project #" DELIMITED BY SIZE
                     WS-I DELIMITED BY SIZE
                     " - Your Role: " DELIMITED BY SIZE
                     INTO WS-OUTLINE
              END-STRING
              PERFORM PRINT-INLINE
              PERFORM REQUIRE-INPUT
              MOVE FUNCTION TRIM(WS-INLINE)(1:30) TO WS-PE-ROLE(WS-I)
              MOVE SPACES TO WS-OUTLINE
              STRING "Project #" DELIMITED BY SIZE
                     WS-I DELIMITED BY SIZE
                     " - Dates (e.g., Fall 2024): " DELIMITED BY SIZE
                     INTO WS-OUTLINE
              END-STRING
              PERFORM PRINT-INLINE
              PERFORM REQUIRE-INPUT
              MOVE FUNCTION TRIM(WS-INLINE)(1:30) TO WS-PE-DATES(WS-I)
              MOVE SPACES TO WS-OUTLINE
              STRING "Project #" DELIMITED BY SIZE
                     WS-I DELIMITED BY SIZE
                     " - Technologies Used (max 60 chars): "
                     DELIMITED BY SIZE
                     INTO WS-OUTLINE
              END-STRING
              PERFORM PRINT-INLINE
              PERFORM REQUIRE-INPUT
              MOVE FUNCTION TRIM(WS-INLINE)(1:60) TO WS-PE-TECH(WS-I)
              MOVE SPACES TO WS-OUTLINE
              STRING "Project #" DELIMITED BY SIZE
                     WS-I DELIMITED BY SIZE
                     " - Description (optional, max 100 chars, blank to skip): "
                     DELIMITED BY SIZE
                     INTO WS-OUTLINE
              END-STRING
              PERFORM PRINT-INLINE
              PERFORM REQUIRE-INPUT
              MOVE FUNCTION TRIM(WS-INLINE)(1:100) TO WS-PE-DESC(WS-I)
              INSPECT WS-PRJ-EDIT-ENTRY(WS-I) REPLACING ALL "|" BY "/"
              MOVE WS-I TO WS-PRJ-EDIT-COUNT
              ADD 1 TO WS-I
           END-PERFORM.

      *>---------------------------------------------
      *> SAVE-MY-PROJECTS
      *> Purpose: Replace the current user's rows in
      *>          projects.dat with the entries just
      *>          taken in WS-PRJ-EDIT.
      *>---------------------------------------------
       SAVE-MY-PROJECTS.
           PERFORM LOAD-PRJ-ARRAY
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PJ-USER(WS-PRJ-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
                   MOVE SPACES TO WS-PJ-USER(WS-PRJ-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PRJ-I FROM 1 BY 1
               UNTIL WS-PRJ-I > WS-PRJ-EDIT-COUNT
               IF WS-PRJ-TOTAL < 500
                   ADD 1 TO WS-PRJ-TOTAL
                   MOVE WS-CURRENT-USERNAME TO WS-PJ-USER(WS-PRJ-TOTAL)
                   MOVE WS-PE-TITLE(WS-PRJ-I) TO WS-PJ-TITLE(WS-PRJ-TOTAL)
                   MOVE WS-PE-ROLE(WS-PRJ-I) TO WS-PJ-ROLE(WS-PRJ-TOTAL)
                   MOVE WS-PE-DATES(WS-PRJ-I) TO WS-PJ-DATES(WS-PRJ-TOTAL)
                   MOVE WS-PE-TECH(WS-PRJ-I) TO WS-PJ-TECH(WS-PRJ-TOTAL)
                   MOVE WS-PE-DESC(WS-PRJ-I) TO WS-PJ-DESC(WS-PRJ-TOTAL)
               ELSE
                   MOVE "The projects file is full - some entries were not saved."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM REWRITE-PRJ-FILE.

      *>---------------------------------------------
      *> SHOW-USER-PROJECTS
      *> Purpose: Projects section of a profile
      *>          display for the user in WS-PRJ-USER.
      *> Called:  From VIEW-PROFILE and
      *>          DISPLAY-FOUND-USER-PROFILE.
      *>---------------------------------------------
       SHOW-USER-PROJECTS.
           MOVE "Projects:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM LOAD-PRJ-ARRAY
           MOVE 0 TO WS-PRJ-SHOWN
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PJ-USER(WS-PRJ-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRJ-USER))
                   ADD 1 TO WS-PRJ-SHOWN
                   MOVE SPACES TO WS-OUTLINE
                   STRING " Title: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PJ-TITLE(WS-PRJ-IDX))
                          DELIMITED BY SIZE INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
                   MOVE SPACES TO WS-OUTLINE
                   STRING " Role: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PJ-ROLE(WS-PRJ-IDX))
                          DELIMITED BY SIZE INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
                   MOVE SPACES TO WS-OUTLINE
                   STRING " Dates: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PJ-DATES(WS-PRJ-IDX))
                          DELIMITED BY SIZE INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
                   MOVE SPACES TO WS-OUTLINE
                   STRING " Technologies: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PJ-TECH(WS-PRJ-IDX))
                          DELIMITED BY SIZE INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
                   IF WS-PJ-DESC(WS-PRJ-IDX) NOT = SPACES
                       MOVE SPACES TO WS-OUTLINE
                       STRING " Description: " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-PJ-DESC(WS-PRJ-IDX))
                              DELIMITED BY SIZE INTO WS-OUTLINE
                       END-STRING
                       PERFORM PRINT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRJ-SHOWN = 0
               MOVE " None" TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE SPACES TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> RESUME-WRITE-PROJECTS
      *> Purpose: Projects section of resume.txt for
      *>          the current user - left out entirely
      *>          when they have none.
      *> Called:  From EXPORT-MY-RESUME.
      *>---------------------------------------------
       RESUME-WRITE-PROJECTS.
           PERFORM LOAD-PRJ-ARRAY
           MOVE 0 TO WS-PRJ-SHOWN
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PJ-USER(WS-PRJ-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
                   ADD 1 TO WS-PRJ-SHOWN
                   IF WS-PRJ-SHOWN = 1
                       MOVE SPACES TO WS-RESUME-LINE
                       WRITE RESUME-REC FROM WS-RESUME-LINE
                       MOVE "Projects" TO WS-RESUME-LINE
                       WRITE RESUME-REC FROM WS-RESUME-LINE
                       MOVE "--------" TO WS-RESUME-LINE
                       WRITE RESUME-REC FROM WS-RESUME-LINE
                   END-IF
                   MOVE SPACES TO WS-RESUME-LINE
                   STRING
                       FUNCTION TRIM(WS-PJ-TITLE(WS-PRJ-IDX))
                           DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PJ-ROLE(WS-PRJ-IDX))
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PJ-DATES(WS-PRJ-IDX))
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-RESUME-LINE
                   END-STRING
                   WRITE RESUME-REC FROM WS-RESUME-LINE
                   IF WS-PJ-TECH(WS-PRJ-IDX) NOT = SPACES
                       MOVE SPACES TO WS-RESUME-LINE
                       STRING "  Technologies: " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-PJ-TECH(WS-PRJ-IDX))
                              DELIMITED BY SIZE
                              INTO WS-RESUME-LINE
                       END-STRING
                       WRITE RESUME-REC FROM WS-RESUME-LINE
                   END-IF
                   IF WS-PJ-DESC(WS-PRJ-IDX) NOT = SPACES
                       MOVE SPACES TO WS-RESUME-LINE
                       STRING "  " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-PJ-DESC(WS-PRJ-IDX))
                              DELIMITED BY SIZE
                              INTO WS-RESUME-LINE
                       END-STRING
                       WRITE RESUME-REC FROM WS-RESUME-LINE
                   END-IF
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> PRJ-MATCH-KEYWORD
      *> Purpose: Set WS-PRJ-MATCHED when any project
      *>          of WS-PRJ-USER carries the upper-case
      *>          WS-PRJ-KEYWORD in its title, role,
      *>          technologies or description, leaving
      *>          the first such title in
      *>          WS-PRJ-MATCH-TITLE. WS-PRJ-ARRAY is
      *>          loaded by the caller.
      *>---------------------------------------------
       PRJ-MATCH-KEYWORD.
           MOVE "N" TO WS-PRJ-MATCHED
           MOVE SPACES TO WS-PRJ-MATCH-TITLE
           IF FUNCTION TRIM(WS-PRJ-KEYWORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-TOTAL
                   OR WS-PRJ-MATCHED = "Y"
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PJ-USER(WS-PRJ-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRJ-USER))
                   MOVE 0 TO WS-PRJ-TALLY
                   INSPECT FUNCTION UPPER-CASE(WS-PJ-TITLE(WS-PRJ-IDX))
                       TALLYING WS-PRJ-TALLY
                       FOR ALL FUNCTION TRIM(WS-PRJ-KEYWORD)
                   INSPECT FUNCTION UPPER-CASE(WS-PJ-ROLE(WS-PRJ-IDX))
                       TALLYING WS-PRJ-TALLY
                       FOR ALL FUNCTION TRIM(WS-PRJ-KEYWORD)
                   INSPECT FUNCTION UPPER-CASE(WS-PJ-TECH(WS-PRJ-IDX))
                       TALLYING WS-PRJ-TALLY
                       FOR ALL FUNCTION TRIM(WS-PRJ-KEYWORD)
                   INSPECT FUNCTION UPPER-CASE(WS-PJ-DESC(WS-PRJ-IDX))
                       TALLYING WS-PRJ-TALLY
                       FOR ALL FUNCTION TRIM(WS-PRJ-KEYWORD)
                   IF WS-PRJ-TALLY > 0
                       MOVE "Y" TO WS-PRJ-MATCHED
                       MOVE WS-PJ-TITLE(WS-PRJ-IDX) TO WS-PRJ-MATCH-TITLE
                   END-IF
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> LOAD-PRJ-ARRAY
      *> Purpose: Read projects.dat into WS-PRJ-ARRAY.
      *> Format:  username|title|role|dates|tech|desc
      *>---------------------------------------------
       LOAD-PRJ-ARRAY.
           MOVE 0 TO WS-PRJ-TOTAL
           SET PRJ-EOF-NO TO TRUE
           OPEN INPUT PROJECTS-FILE
           IF WS-PRJ-STAT NOT = "00"
               IF WS-PRJ-STAT = "05"
                   CLOSE PROJECTS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PRJ-EOF-YES
               READ PROJECTS-FILE INTO WS-PRJ-LINE
                   AT END
                       SET PRJ-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-PRJ-LINE) NOT = SPACES
                       AND WS-PRJ-TOTAL < 500
                           ADD 1 TO WS-PRJ-TOTAL
                           MOVE SPACES TO WS-PRJ-ITEM(WS-PRJ-TOTAL)
                           UNSTRING WS-PRJ-LINE
                               DELIMITED BY "|"
                               INTO WS-PJ-USER(WS-PRJ-TOTAL)
                                    WS-PJ-TITLE(WS-PRJ-TOTAL)
                                    WS-PJ-ROLE(WS-PRJ-TOTAL)
                                    WS-PJ-DATES(WS-PRJ-TOTAL)
                                    WS-PJ-TECH(WS-PRJ-TOTAL)
                                    WS-PJ-DESC(WS-PRJ-TOTAL)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROJECTS-FILE
           SET PRJ-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-PRJ-FILE
      *> Purpose: Overwrite projects.dat from
      *>          WS-PRJ-ARRAY, dropping entries whose
      *>          user was blanked.
      *>---------------------------------------------
       REWRITE-PRJ-FILE.
           IF DRY-RUN-YES
               MOVE "projects.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PROJECTS-FILE
           IF WS-PRJ-STAT NOT = "00" AND WS-PRJ-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite projects.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-TOTAL
               IF FUNCTION TRIM(WS-PJ-USER(WS-PRJ-IDX)) NOT = SPACES
                   PERFORM BUILD-PRJ-LINE
                   WRITE PROJECTS-REC FROM WS-PRJ-LINE
               END-IF
           END-PERFORM
           CLOSE PROJECTS-FILE.

      *>---------------------------------------------
      *> BUILD-PRJ-LINE
      *> Purpose: Pack array slot WS-PRJ-IDX into
      *>          WS-PRJ-LINE.
      *>---------------------------------------------
       BUILD-PRJ-LINE.
           MOVE SPACES TO WS-PRJ-LINE
           STRING
               FUNCTION TRIM(WS-PJ-USER(WS-PRJ-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PJ-TITLE(WS-PRJ-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PJ-ROLE(WS-PRJ-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PJ-DATES(WS-PRJ-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PJ-TECH(WS-PRJ-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PJ-DESC(WS-PRJ-IDX)) DELIMITED BY SIZE
               INTO WS-PRJ-LINE
           END-STRING.

       UDX-PROJECTS.
           MOVE "== projects.dat ==" TO WS-UDX-LINE
           PERFORM UDX-SECTION
           PERFORM LOAD-PRJ-ARRAY
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PJ-USER(WS-PRJ-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UDX-USER))
                   PERFORM BUILD-PRJ-LINE
                   MOVE WS-PRJ-LINE TO WS-UDX-LINE
                   PERFORM UDX-ROW
               END-IF
           END-PERFORM.

       MERGE-RENAME-PROJECTS.
           PERFORM LOAD-PRJ-ARRAY
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PJ-USER(WS-PRJ-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-PJ-USER(WS-PRJ-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-PRJ-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-PROJECTS
      *> Purpose: Drop the offboarded user's projects
      *>          along with the rest of their profile.
      *>---------------------------------------------
       OFFBOARD-SWEEP-PROJECTS.
           PERFORM LOAD-PRJ-ARRAY
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PJ-USER(WS-PRJ-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-PJ-USER(WS-PRJ-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-PRJ-FILE.

       UDX-CONNNOTES.
           MOVE "== connnotes.dat ==" TO WS-UDX-LINE
           PERFORM UDX-SECTION
           PERFORM LOAD-CNT-ARRAY
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > WS-CNT-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CN-OWNER(WS-CNT-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UDX-USER))
                   PERFORM BUILD-CNT-LINE
                   MOVE WS-CNT-LINE TO WS-UDX-LINE
                   PERFORM UDX-ROW
               END-IF
           END-PERFORM.

       MERGE-RENAME-CONNNOTES.
           PERFORM LOAD-CNT-ARRAY
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > WS-CNT-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CN-OWNER(WS-CNT-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-CN-OWNER(WS-CNT-IDX)
               END-IF
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CN-OTHER(WS-CNT-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-CN-OTHER(WS-CNT-IDX)
               END-IF
               *> A note the survivor held on the duplicate is moot.
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CN-OWNER(WS-CNT-IDX))) =
                  FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CN-OTHER(WS-CNT-IDX)))
                   MOVE SPACES TO WS-CN-OWNER(WS-CNT-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-CNT-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-CONNNOTES
      *> Purpose: Drop the offboarded user's own notes
      *>          and everyone's notes about them.
      *>---------------------------------------------
       OFFBOARD-SWEEP-CONNNOTES.
           PERFORM LOAD-CNT-ARRAY
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > WS-CNT-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CN-OWNER(WS-CNT-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
               OR FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CN-OTHER(WS-CNT-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE WS-CN-OWNER(WS-CNT-IDX) TO WS-HLD-CHECK-USER
                   MOVE WS-CN-OTHER(WS-CNT-IDX) TO WS-HLD-CHECK-USER2
                   PERFORM HOLD-CHECK-PAIR
                   IF WS-HLD-KEEP = "N"
                       MOVE SPACES TO WS-CN-OWNER(WS-CNT-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-CNT-FILE.

      *>---------------------------------------------
      *> EVENT-FEEDBACK-SUMMARY
      *> Purpose: All-events feedback summary for
      *>          career services - recurring events
      *>          (same title) and hosts ranked by
      *>          average rating, with response rate and
      *>          would-recommend share. A campus-scoped
      *>          administrator's summary covers events
      *>          hosted inside their campuses.
      *> Called:  From ADMIN-CONSOLE option 25.
      *>---------------------------------------------
       EVENT-FEEDBACK-SUMMARY.
           MOVE SPACES TO WS-SRV-HOST-FILTER
           PERFORM SRV-BUILD-EVENTS
           IF ASC-SCOPED-YES
               PERFORM SRV-SCOPE-EVENTS
           END-IF
           MOVE "--- Event Feedback Summary ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM ADMIN-SCOPE-REPORT-NOTE
           IF WS-SVE-TOTAL = 0
               MOVE "No event surveys on file." TO WS-OUTLINE
               PERFORM PRINT-LINE
               MOVE "------------------------------" TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Events by average rating (recurring titles combined):"
               TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "T" TO WS-SRV-AGG-MODE
           PERFORM SRV-BUILD-AGG
           PERFORM SRV-PRINT-RANKING
           MOVE SPACES TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Hosts by average rating:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "H" TO WS-SRV-AGG-MODE
           PERFORM SRV-BUILD-AGG
           PERFORM SRV-PRINT-RANKING
           PERFORM SRV-FULL-NOTE
           MOVE "------------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> SRV-SCOPE-EVENTS
      *> Purpose: Drop from WS-SVE-ARRAY every event
      *>          whose host is outside the signed-in
      *>          administrator's campuses, closing up
      *>          the table.
      *>---------------------------------------------
       SRV-SCOPE-EVENTS.
           MOVE 0 TO WS-SVE-KEEP
           PERFORM VARYING WS-SVE-IDX FROM 1 BY 1
               UNTIL WS-SVE-IDX > WS-SVE-TOTAL
               MOVE WS-SE-HOST(WS-SVE-IDX) TO WS-ASC-CHK-USER
               PERFORM ADMIN-USER-IN-SCOPE
               IF WS-ASC-OK = "Y"
                   ADD 1 TO WS-SVE-KEEP
                   IF WS-SVE-KEEP NOT = WS-SVE-IDX
                       MOVE WS-SVE-ITEM(WS-SVE-IDX)
                           TO WS-SVE-ITEM(WS-SVE-KEEP)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SVE-KEEP TO WS-SVE-TOTAL.

      *>---------------------------------------------
      *> SRV-BUILD-AGG
      *> Purpose: Roll the per-event rows from
      *>          SRV-BUILD-EVENTS up by event title
      *>          (WS-SRV-AGG-MODE = "T") or by host
      *>          ("H") into WS-SVA-ARRAY.
      *>---------------------------------------------
       SRV-BUILD-AGG.
           MOVE 0 TO WS-SVA-TOTAL
           PERFORM VARYING WS-SVE-IDX FROM 1 BY 1
               UNTIL WS-SVE-IDX > WS-SVE-TOTAL
               IF WS-SRV-AGG-MODE = "T"
                   MOVE WS-SE-TITLE(WS-SVE-IDX) TO WS-SRV-LABEL
               ELSE
                   MOVE WS-SE-HOST(WS-SVE-IDX) TO WS-SRV-LABEL
               END-IF
               MOVE 0 TO WS-SVA-HIT
               PERFORM VARYING WS-SVA-IDX FROM 1 BY 1
                   UNTIL WS-SVA-IDX > WS-SVA-TOTAL
                   IF FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-SA-LABEL(WS-SVA-IDX))) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SRV-LABEL))
                       MOVE WS-SVA-IDX TO WS-SVA-HIT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SVA-HIT = 0 AND WS-SVA-TOTAL < 500
                   ADD 1 TO WS-SVA-TOTAL
                   MOVE WS-SVA-TOTAL TO WS-SVA-HIT
                   MOVE WS-SRV-LABEL TO WS-SA-LABEL(WS-SVA-HIT)
                   MOVE 0 TO WS-SA-EVENTS(WS-SVA-HIT)
                   MOVE 0 TO WS-SA-INVITED(WS-SVA-HIT)
                   MOVE 0 TO WS-SA-RESPONSES(WS-SVA-HIT)
                   MOVE 0 TO WS-SA-RATING-SUM(WS-SVA-HIT)
                   MOVE 0 TO WS-SA-RECOMMEND(WS-SVA-HIT)
                   MOVE "N" TO WS-SA-USED(WS-SVA-HIT)
               END-IF
               IF WS-SVA-HIT > 0
                   ADD 1 TO WS-SA-EVENTS(WS-SVA-HIT)
                   ADD WS-SE-INVITED(WS-SVE-IDX)
                       TO WS-SA-INVITED(WS-SVA-HIT)
                   ADD WS-SE-RESPONSES(WS-SVE-IDX)
                       TO WS-SA-RESPONSES(WS-SVA-HIT)
                   ADD WS-SE-RATING-SUM(WS-SVE-IDX)
                       TO WS-SA-RATING-SUM(WS-SVA-HIT)
                   ADD WS-SE-RECOMMEND(WS-SVE-IDX)
                       TO WS-SA-RECOMMEND(WS-SVA-HIT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SVA-IDX FROM 1 BY 1
               UNTIL WS-SVA-IDX > WS-SVA-TOTAL
               IF WS-SA-RESPONSES(WS-SVA-IDX) = 0
                   MOVE 0 TO WS-SA-AVG(WS-SVA-IDX)
               ELSE
                   COMPUTE WS-SA-AVG(WS-SVA-IDX) ROUNDED =
                       WS-SA-RATING-SUM(WS-SVA-IDX)
                       / WS-SA-RESPONSES(WS-SVA-IDX)
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> SRV-PRINT-RANKING
      *> Purpose: Print WS-SVA-ARRAY highest average
      *>          rating first (more responses breaks a
      *>          tie); rows nobody has rated yet are
      *>          only counted.
      *>---------------------------------------------
       SRV-PRINT-RANKING.
           MOVE 0 TO WS-SRV-RANK
           PERFORM UNTIL WS-SRV-RANK >= WS-SVA-TOTAL
               MOVE 0 TO WS-SVA-HIT
               PERFORM VARYING WS-SVA-IDX FROM 1 BY 1
                   UNTIL WS-SVA-IDX > WS-SVA-TOTAL
                   IF WS-SA-USED(WS-SVA-IDX) = "N"
                   AND WS-SA-RESPONSES(WS-SVA-IDX) > 0
                       IF WS-SVA-HIT = 0
                           MOVE WS-SVA-IDX TO WS-SVA-HIT
                       ELSE
                           IF WS-SA-AVG(WS-SVA-IDX) > WS-SA-AVG(WS-SVA-HIT)
                           OR (WS-SA-AVG(WS-SVA-IDX) = WS-SA-AVG(WS-SVA-HIT)
                               AND WS-SA-RESPONSES(WS-SVA-IDX) >
                                   WS-SA-RESPONSES(WS-SVA-HIT))
                               MOVE WS-SVA-IDX TO WS-SVA-HIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SVA-HIT = 0
                   EXIT PERFORM
               END-IF
               MOVE "Y" TO WS-SA-USED(WS-SVA-HIT)
               ADD 1 TO WS-SRV-RANK
               MOVE WS-SA-INVITED(WS-SVA-HIT) TO WS-SRV-INVITED
               MOVE WS-SA-RESPONSES(WS-SVA-HIT) TO WS-SRV-RESPONSES
               MOVE WS-SA-RATING-SUM(WS-SVA-HIT) TO WS-SRV-RATING-SUM
               MOVE WS-SA-RECOMMEND(WS-SVA-HIT) TO WS-SRV-RECOMMEND-YES
               PERFORM SRV-FORMAT-STATS
               MOVE WS-SRV-RANK TO WS-SRV-RANK-DISP
               MOVE WS-SA-EVENTS(WS-SVA-HIT) TO WS-SRV-EVT-DISP
               MOVE SPACES TO WS-OUTLINE
               STRING
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRV-RANK-DISP) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SA-LABEL(WS-SVA-HIT))
                       DELIMITED BY SIZE
                   " - avg " DELIMITED BY SIZE
                   WS-SRV-AVG-DISP DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRV-EVT-DISP) DELIMITED BY SIZE
                   " event(s), " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRV-DISP) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRV-DISP2) DELIMITED BY SIZE
                   " responded (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRV-PCT-DISP) DELIMITED BY SIZE
                   "%), " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRV-REC-DISP) DELIMITED BY SIZE
                   "% would recommend" DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-PERFORM
           IF WS-SRV-RANK = 0
               MOVE " No ratings received yet." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           IF WS-SRV-RANK < WS-SVA-TOTAL
               COMPUTE WS-SRV-EVT-DISP = WS-SVA-TOTAL - WS-SRV-RANK
               MOVE SPACES TO WS-OUTLINE
               STRING
                   " Not yet rated: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRV-EVT-DISP) DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF.

      *>---------------------------------------------
      *> SRV-OPEN-INPUT
      *> Purpose: Open surveyresp.dat for SRV-READ-ROW.
      *>          A missing file reads as empty.
      *> Format:  eventid|host|title|eventdate|user|
      *>          INVITED or DONE|rating|recommend|
      *>          responded|comment
      *>---------------------------------------------
       SRV-OPEN-INPUT.
           MOVE "N" TO WS-SRV-OPEN
           MOVE "N" TO WS-SRV-HAVE
           SET SRV-EOF-NO TO TRUE
           OPEN INPUT SURVEY-FILE
           IF WS-SRV-STAT = "00"
               MOVE "Y" TO WS-SRV-OPEN
           ELSE
               IF WS-SRV-STAT = "05"
                   CLOSE SURVEY-FILE
               END-IF
               SET SRV-EOF-YES TO TRUE
           END-IF.

      *>---------------------------------------------
      *> SRV-READ-ROW
      *> Purpose: Read the next surveyresp.dat row into
      *>          WS-SRV-LINE and WS-SRV-ROW.
      *>          WS-SRV-HAVE = "Y" when a row was read.
      *>---------------------------------------------
       SRV-READ-ROW.
           MOVE "N" TO WS-SRV-HAVE
           IF SRV-EOF-YES
               EXIT PARAGRAPH
           END-IF
           READ SURVEY-FILE INTO WS-SRV-LINE
               AT END
                   SET SRV-EOF-YES TO TRUE
               NOT AT END
                   IF FUNCTION TRIM(WS-SRV-LINE) NOT = SPACES
                       PERFORM PARSE-SRV-LINE
                       MOVE "Y" TO WS-SRV-HAVE
                   END-IF
           END-READ.

      *>---------------------------------------------
      *> SRV-CLOSE-INPUT
      *>---------------------------------------------
       SRV-CLOSE-INPUT.
           IF WS-SRV-OPEN = "Y"
               CLOSE SURVEY-FILE
               MOVE "N" TO WS-SRV-OPEN
           END-IF
           SET SRV-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> PARSE-SRV-LINE
      *> Purpose: Unpack WS-SRV-LINE into WS-SRV-ROW.
      *>---------------------------------------------
       PARSE-SRV-LINE.
           MOVE SPACES TO WS-SRV-ROW
           MOVE SPACES TO WS-SRV-PARSE-ID
           MOVE SPACES TO WS-SRV-PARSE-EVT-DATE
           MOVE SPACES TO WS-SRV-PARSE-RATING
           MOVE SPACES TO WS-SRV-PARSE-RESP-DATE
           UNSTRING WS-SRV-LINE
               DELIMITED BY "|"
               INTO WS-SRV-PARSE-ID
                    WS-SV-HOST
                    WS-SV-TITLE
                    WS-SRV-PARSE-EVT-DATE
                    WS-SV-USER
                    WS-SV-STATUS
                    WS-SRV-PARSE-RATING
                    WS-SV-RECOMMEND
                    WS-SRV-PARSE-RESP-DATE
                    WS-SV-COMMENT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SRV-PARSE-ID)) = 0
               MOVE FUNCTION NUMVAL(WS-SRV-PARSE-ID) TO WS-SV-ID
           ELSE
               MOVE 0 TO WS-SV-ID
           END-IF
           IF WS-SRV-PARSE-EVT-DATE IS NUMERIC
               MOVE WS-SRV-PARSE-EVT-DATE TO WS-SV-EVT-DATE
           ELSE
               MOVE 0 TO WS-SV-EVT-DATE
           END-IF
           IF WS-SRV-PARSE-RATING(1:1) >= "1"
           AND WS-SRV-PARSE-RATING(1:1) <= "5"
               MOVE WS-SRV-PARSE-RATING(1:1) TO WS-SV-RATING
           ELSE
               MOVE 0 TO WS-SV-RATING
           END-IF
           IF WS-SRV-PARSE-RESP-DATE IS NUMERIC
               MOVE WS-SRV-PARSE-RESP-DATE TO WS-SV-RESP-DATE
           ELSE
               MOVE 0 TO WS-SV-RESP-DATE
           END-IF.

      *>---------------------------------------------
      *> SRV-APPEND-ROW
      *> Purpose: Append WS-SRV-ROW to surveyresp.dat,
      *>          spooling the row when the file cannot
      *>          be opened.
      *>---------------------------------------------
       SRV-APPEND-ROW.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-SRV-LINE
           OPEN EXTEND SURVEY-FILE
           IF WS-SRV-STAT = "41"
               CLOSE SURVEY-FILE
               OPEN EXTEND SURVEY-FILE
           END-IF
           IF WS-SRV-STAT = "00" OR WS-SRV-STAT = "05"
               WRITE SURVEY-REC FROM WS-SRV-LINE
               CLOSE SURVEY-FILE
           ELSE
               DISPLAY "ERROR: Cannot write to surveyresp.dat. Status="
                   WS-SRV-STAT
               MOVE "surveyresp.dat" TO WS-SPOOL-DEST
               MOVE WS-SRV-LINE TO WS-SPOOL-LINE
               PERFORM SPOOL-FAILED-WRITE
           END-IF.

      *>---------------------------------------------
      *> SRV-REWRITE-STREAM
      *> Purpose: Stream surveyresp.dat through
      *>          temp-surveyresp.dat, applying
      *>          SRV-EDIT-ROW to each row for
      *>          WS-SRV-EDIT-MODE:
      *>            R - record the answer in
      *>                WS-SRV-NEW-* on the INVITED row
      *>                for WS-SRV-KEY-ID / -KEY-USER
      *>            M - rename WS-MRG-DUP to
      *>                WS-MRG-SURVIVOR
      *>            O - drop WS-OFFBOARD-USER's rows
      *>          WS-SRV-CHANGES counts the rows
      *>          changed; the file is replaced only
      *>          when there are any.
      *>---------------------------------------------
       SRV-REWRITE-STREAM.
           MOVE 0 TO WS-SRV-CHANGES
           IF DRY-RUN-YES
               MOVE "surveyresp.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM SRV-OPEN-INPUT
           IF WS-SRV-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-SRV-FILE
           IF WS-TMPSRV-STAT NOT = "00"
               PERFORM SRV-CLOSE-INPUT
               MOVE "ERROR: Cannot rewrite surveyresp.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SRV-EOF-YES
               PERFORM SRV-READ-ROW
               IF WS-SRV-HAVE = "Y"
                   PERFORM SRV-EDIT-ROW
                   IF WS-SV-USER NOT = SPACES
                       WRITE TEMP-SRV-REC FROM WS-SRV-LINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SRV-CLOSE-INPUT
           CLOSE TEMP-SRV-FILE
           IF WS-SRV-CHANGES = 0
               CALL "SYSTEM" USING "rm -f temp-surveyresp.dat"
               END-CALL
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "cp -f surveyresp.dat surveyresp.dat.bak"
           END-CALL
           CALL "SYSTEM" USING "mv -f temp-surveyresp.dat surveyresp.dat"
           END-CALL.

      *>---------------------------------------------
      *> SRV-EDIT-ROW
      *> Purpose: Apply WS-SRV-EDIT-MODE to WS-SRV-ROW,
      *>          rebuilding WS-SRV-LINE when the row
      *>          changes. A dropped row has its user
      *>          blanked.
      *>---------------------------------------------
       SRV-EDIT-ROW.
           EVALUATE WS-SRV-EDIT-MODE
               WHEN "R"
                   IF WS-SV-ID = WS-SRV-KEY-ID
                   AND FUNCTION TRIM(WS-SV-STATUS) = "INVITED"
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SV-USER)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SRV-KEY-USER))
                       MOVE "DONE" TO WS-SV-STATUS
                       MOVE WS-SRV-NEW-RATING TO WS-SV-RATING
                       MOVE WS-SRV-NEW-RECOMMEND TO WS-SV-RECOMMEND
                       MOVE WS-BIZ-DATE TO WS-SV-RESP-DATE
                       MOVE WS-SRV-NEW-COMMENT TO WS-SV-COMMENT
                       ADD 1 TO WS-SRV-CHANGES
                       PERFORM BUILD-SRV-LINE
                   END-IF
               WHEN "M"
                   MOVE "N" TO WS-SRV-FOUND
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SV-USER)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                       MOVE WS-MRG-SURVIVOR TO WS-SV-USER
                       MOVE "Y" TO WS-SRV-FOUND
                   END-IF
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SV-HOST)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                       MOVE WS-MRG-SURVIVOR TO WS-SV-HOST
                       MOVE "Y" TO WS-SRV-FOUND
                   END-IF
                   IF WS-SRV-FOUND = "Y"
                       ADD 1 TO WS-SRV-CHANGES
                       PERFORM BUILD-SRV-LINE
                   END-IF
               WHEN "O"
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SV-USER)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                       MOVE WS-SV-USER TO WS-HLD-CHECK-USER
                       MOVE WS-SV-HOST TO WS-HLD-CHECK-USER2
                       PERFORM HOLD-CHECK-PAIR
                       IF WS-HLD-KEEP = "N"
                           MOVE SPACES TO WS-SV-USER
                           ADD 1 TO WS-SRV-CHANGES
                       END-IF
                   END-IF
           END-EVALUATE.

      *>---------------------------------------------
      *> BUILD-SRV-LINE
      *> Purpose: Pack WS-SRV-ROW into WS-SRV-LINE.
      *>---------------------------------------------
       BUILD-SRV-LINE.
           MOVE SPACES TO WS-SRV-LINE
           STRING
               WS-SV-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SV-HOST) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SV-TITLE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SV-EVT-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SV-USER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SV-STATUS) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SV-RATING DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SV-RECOMMEND DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SV-RESP-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SV-COMMENT) DELIMITED BY SIZE
               INTO WS-SRV-LINE
           END-STRING.

       UDX-SURVEYS.
           MOVE "== surveyresp.dat ==" TO WS-UDX-LINE
           PERFORM UDX-SECTION
           PERFORM SRV-OPEN-INPUT
           PERFORM UNTIL SRV-EOF-YES
               PERFORM SRV-READ-ROW
               IF WS-SRV-HAVE = "Y"
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SV-USER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UDX-USER))
                   PERFORM BUILD-SRV-LINE
                   MOVE WS-SRV-LINE TO WS-UDX-LINE
                   PERFORM UDX-ROW
               END-IF
           END-PERFORM
           PERFORM SRV-CLOSE-INPUT.

       MERGE-RENAME-SURVEYS.
           MOVE "M" TO WS-SRV-EDIT-MODE
           PERFORM SRV-REWRITE-STREAM.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-SURVEYS
      *> Purpose: Remove the offboarded user's survey
      *>          invitations and answers. Feedback on
      *>          events they hosted stays with the
      *>          event history.
      *>---------------------------------------------
       OFFBOARD-SWEEP-SURVEYS.
           MOVE "O" TO WS-SRV-EDIT-MODE
           PERFORM SRV-REWRITE-STREAM.

      *>---------------------------------------------
      *> DUPLICATE-POSTINGS-REPORT
      *> Purpose: Flag likely duplicate job postings -
      *>          the same employer and location, a
      *>          near-identical title, posted within
      *>          DUP-JOB-WINDOW-DAYS of each other - so
      *>          a role listed twice (once by hand and
      *>          once through the employer feed) can
      *>          be merged instead of splitting its
      *>          applicants across two Job IDs. A
      *>          campus-scoped administrator sees the
      *>          pairs they could merge - both posters
      *>          inside their campuses.
      *> Called:  From ADMIN-CONSOLE option 26.
      *>---------------------------------------------
       DUPLICATE-POSTINGS-REPORT.
           MOVE "--- Likely Duplicate Job Postings ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM ADMIN-SCOPE-REPORT-NOTE
           PERFORM DJP-LOAD-TABLE
           MOVE 0 TO WS-DJP-COUNT
           PERFORM VARYING WS-DJP-I FROM 1 BY 1
               UNTIL WS-DJP-I > WS-DJP-TOTAL
               PERFORM VARYING WS-DJP-J FROM 1 BY 1
                   UNTIL WS-DJP-J >= WS-DJP-I
                   PERFORM DJP-CHECK-PAIR
                   IF WS-DJP-MATCH = "Y"
                       PERFORM DJP-PAIR-IN-SCOPE
                   END-IF
                   IF WS-DJP-MATCH = "Y"
                       ADD 1 TO WS-DJP-COUNT
                       PERFORM DJP-SHOW-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-DJP-COUNT = 0
               MOVE " No likely duplicates found." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE WS-DJP-COUNT TO WS-DJP-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Likely duplicate pairs: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DJP-DISP) DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE "Merge with admin console option 27, keeping the older Job ID."
               TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "-------------------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> DJP-PAIR-IN-SCOPE
      *> Purpose: Clear WS-DJP-MATCH when either
      *>          poster of pair WS-DJP-I / WS-DJP-J is
      *>          outside the administrator's campuses.
      *>---------------------------------------------
       DJP-PAIR-IN-SCOPE.
           MOVE WS-DP-POSTER(WS-DJP-I) TO WS-ASC-CHK-USER
           PERFORM ADMIN-USER-IN-SCOPE
           IF WS-ASC-OK = "Y"
               MOVE WS-DP-POSTER(WS-DJP-J) TO WS-ASC-CHK-USER
               PERFORM ADMIN-USER-IN-SCOPE
           END-IF
           IF WS-ASC-OK = "N"
               MOVE "N" TO WS-DJP-MATCH
           END-IF.

      *>---------------------------------------------
      *> DJP-LOAD-TABLE
      *> Purpose: Load every posting into WS-DJP-ARRAY
      *>          with its employer and location folded
      *>          to upper case and its title reduced to
      *>          letters and digits for comparison.
      *>---------------------------------------------
       DJP-LOAD-TABLE.
           MOVE 0 TO WS-DJP-TOTAL
           PERFORM LOAD-JOB-ARRAY
           PERFORM VARYING WS-DJP-K FROM 1 BY 1
               UNTIL WS-DJP-K > WS-JOB-ARRAY-TOTAL
                  OR WS-DJP-TOTAL >= 500
               MOVE WS-JOB-ARRAY-LINE(WS-DJP-K) TO WS-JOB-LINE
               PERFORM PARSE-JOB-LINE-FOR-SUMMARY
               IF WS-JOB-PARSE-ID > 0
                   ADD 1 TO WS-DJP-TOTAL
                   MOVE WS-JOB-PARSE-ID TO WS-DP-ID(WS-DJP-TOTAL)
                   MOVE WS-JOB-PARSE-POSTER TO WS-DP-POSTER(WS-DJP-TOTAL)
                   MOVE WS-JOB-PARSE-TITLE TO WS-DP-TITLE(WS-DJP-TOTAL)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-PARSE-EMP))
                       TO WS-DP-EMP(WS-DJP-TOTAL)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-PARSE-LOC))
                       TO WS-DP-LOC(WS-DJP-TOTAL)
                   MOVE WS-JOB-PARSE-POST-DATE TO WS-DP-DATE(WS-DJP-TOTAL)
                   MOVE FUNCTION UPPER-CASE(WS-JOB-PARSE-TITLE)
                       TO WS-DJP-WORK
                   MOVE SPACES TO WS-DP-NORM(WS-DJP-TOTAL)
                   MOVE 0 TO WS-DP-NLEN(WS-DJP-TOTAL)
                   PERFORM VARYING WS-DJP-C FROM 1 BY 1 UNTIL WS-DJP-C > 40
                       IF (WS-DJP-WORK(WS-DJP-C:1) >= "A"
                           AND WS-DJP-WORK(WS-DJP-C:1) <= "Z")
                       OR (WS-DJP-WORK(WS-DJP-C:1) >= "0"
                           AND WS-DJP-WORK(WS-DJP-C:1) <= "9")
                           ADD 1 TO WS-DP-NLEN(WS-DJP-TOTAL)
                           MOVE WS-DJP-WORK(WS-DJP-C:1)
                               TO WS-DP-NORM(WS-DJP-TOTAL)
                                  (WS-DP-NLEN(WS-DJP-TOTAL):1)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> DJP-CHECK-PAIR
      *> Purpose: Set WS-DJP-MATCH when postings
      *>          WS-DJP-I and WS-DJP-J look like the
      *>          same role. Titles are near-identical
      *>          when their letters and digits differ
      *>          by no more than one edit per ten
      *>          characters (at least one). A posting
      *>          with no usable post date is not ruled
      *>          out on the window.
      *>---------------------------------------------
       DJP-CHECK-PAIR.
           MOVE "N" TO WS-DJP-MATCH
           IF WS-DP-EMP(WS-DJP-I) = SPACES
           OR WS-DP-EMP(WS-DJP-I) NOT = WS-DP-EMP(WS-DJP-J)
           OR WS-DP-LOC(WS-DJP-I) NOT = WS-DP-LOC(WS-DJP-J)
           OR WS-DP-NLEN(WS-DJP-I) = 0
           OR WS-DP-NLEN(WS-DJP-J) = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DP-DATE(WS-DJP-I)) = 0
           AND FUNCTION TEST-DATE-YYYYMMDD(WS-DP-DATE(WS-DJP-J)) = 0
               COMPUTE WS-DJP-GAP =
                   FUNCTION INTEGER-OF-DATE(WS-DP-DATE(WS-DJP-I))
                   - FUNCTION INTEGER-OF-DATE(WS-DP-DATE(WS-DJP-J))
               IF WS-DJP-GAP < 0
                   COMPUTE WS-DJP-GAP = 0 - WS-DJP-GAP
               END-IF
               IF WS-DJP-GAP > WS-CFG-DUP-JOB-WINDOW-DAYS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-DP-NORM(WS-DJP-I) TO WS-DJP-A
           MOVE WS-DP-NLEN(WS-DJP-I) TO WS-DJP-LA
           MOVE WS-DP-NORM(WS-DJP-J) TO WS-DJP-B
           MOVE WS-DP-NLEN(WS-DJP-J) TO WS-DJP-LB
           IF WS-DJP-LA > WS-DJP-LB
               DIVIDE WS-DJP-LA BY 10 GIVING WS-DJP-LIMIT
           ELSE
               DIVIDE WS-DJP-LB BY 10 GIVING WS-DJP-LIMIT
           END-IF
           IF WS-DJP-LIMIT < 1
               MOVE 1 TO WS-DJP-LIMIT
           END-IF
           IF WS-DJP-A = WS-DJP-B
               MOVE "Y" TO WS-DJP-MATCH
               EXIT PARAGRAPH
           END-IF
           IF WS-DJP-LA > WS-DJP-LB + WS-DJP-LIMIT
           OR WS-DJP-LB > WS-DJP-LA + WS-DJP-LIMIT
               EXIT PARAGRAPH
           END-IF
           PERFORM DJP-EDIT-DISTANCE
           IF WS-DJP-DIST <= WS-DJP-LIMIT
               MOVE "Y" TO WS-DJP-MATCH
           END-IF.

      *>---------------------------------------------
      *> DJP-EDIT-DISTANCE
      *> Purpose: Number of single-character inserts,
      *>          deletes and changes that turn
      *>          WS-DJP-A(1:WS-DJP-LA) into
      *>          WS-DJP-B(1:WS-DJP-LB), kept two rows
      *>          at a time. Result in WS-DJP-DIST.
      *>---------------------------------------------
       DJP-EDIT-DISTANCE.
           PERFORM VARYING WS-DJP-C FROM 0 BY 1
               UNTIL WS-DJP-C > WS-DJP-LB
               MOVE WS-DJP-C TO WS-DJP-PREV(WS-DJP-C + 1)
           END-PERFORM
           PERFORM VARYING WS-DJP-R FROM 1 BY 1
               UNTIL WS-DJP-R > WS-DJP-LA
               MOVE WS-DJP-R TO WS-DJP-CUR(1)
               PERFORM VARYING WS-DJP-C FROM 1 BY 1
                   UNTIL WS-DJP-C > WS-DJP-LB
                   IF WS-DJP-A(WS-DJP-R:1) = WS-DJP-B(WS-DJP-C:1)
                       MOVE WS-DJP-PREV(WS-DJP-C) TO WS-DJP-DIST
                   ELSE
                       COMPUTE WS-DJP-DIST = WS-DJP-PREV(WS-DJP-C) + 1
                   END-IF
                   IF WS-DJP-PREV(WS-DJP-C + 1) + 1 < WS-DJP-DIST
                       COMPUTE WS-DJP-DIST = WS-DJP-PREV(WS-DJP-C + 1) + 1
                   END-IF
                   IF WS-DJP-CUR(WS-DJP-C) + 1 < WS-DJP-DIST
                       COMPUTE WS-DJP-DIST = WS-DJP-CUR(WS-DJP-C) + 1
                   END-IF
                   MOVE WS-DJP-DIST TO WS-DJP-CUR(WS-DJP-C + 1)
               END-PERFORM
               MOVE WS-DJP-CUR-ROW TO WS-DJP-PREV-ROW
           END-PERFORM
           MOVE WS-DJP-PREV(WS-DJP-LB + 1) TO WS-DJP-DIST.

      *>---------------------------------------------
      *> DJP-SHOW-PAIR
      *> Purpose: Print the pair WS-DJP-J (older
      *>          entry) / WS-DJP-I.
      *>---------------------------------------------
       DJP-SHOW-PAIR.
           MOVE SPACES TO WS-OUTLINE
           STRING
               " Job " DELIMITED BY SIZE
               WS-DP-ID(WS-DJP-J) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DP-POSTER(WS-DJP-J)) DELIMITED BY SIZE
               ", posted " DELIMITED BY SIZE
               WS-DP-DATE(WS-DJP-J) DELIMITED BY SIZE
               ") and Job " DELIMITED BY SIZE
               WS-DP-ID(WS-DJP-I) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DP-POSTER(WS-DJP-I)) DELIMITED BY SIZE
               ", posted " DELIMITED BY SIZE
               WS-DP-DATE(WS-DJP-I) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-OUTLINE
           STRING
               "   " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DP-TITLE(WS-DJP-J)) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DP-TITLE(WS-DJP-I)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DP-EMP(WS-DJP-I)) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DP-LOC(WS-DJP-I)) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> ADMIN-MERGE-POSTINGS
      *> Purpose: Administrator side of a posting
      *>          merge - prompt for the surviving and
      *>          duplicate Job IDs, then confirm and
      *>          merge.
      *> Called:  From ADMIN-CONSOLE option 27.
      *>---------------------------------------------
       ADMIN-MERGE-POSTINGS.
           MOVE "Enter the SURVIVING Job ID:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-DJM-SURVIVOR
           MOVE "N" TO WS-DJM-TEAM-ONLY
           PERFORM DJM-PROMPT-DUPLICATE.

      *>---------------------------------------------
      *> RECRUITER-MERGE-POSTING
      *> Purpose: Recruiter side of a posting merge -
      *>          the posting in WS-JOB-SELECT survives.
      *>          Lists the likely duplicates of it that
      *>          the recruiter's team also manages,
      *>          then prompts for the one to fold in.
      *>          Both postings must be managed by the
      *>          current user's team.
      *> Called:  From EDIT-OR-DELETE-POSTING option 6.
      *>---------------------------------------------
       RECRUITER-MERGE-POSTING.
           MOVE WS-JOB-SELECT TO WS-DJM-SURVIVOR
           PERFORM DJP-LOAD-TABLE
           PERFORM LOAD-EMP-ARRAY
           PERFORM LOAD-ER-ARRAY
           MOVE 0 TO WS-DJP-I
           PERFORM VARYING WS-DJP-K FROM 1 BY 1
               UNTIL WS-DJP-K > WS-DJP-TOTAL
               IF WS-DP-ID(WS-DJP-K) = WS-DJM-SURVIVOR
                   MOVE WS-DJP-K TO WS-DJP-I
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-DJP-COUNT
           IF WS-DJP-I > 0
               MOVE "Likely duplicates of this posting:" TO WS-OUTLINE
               PERFORM PRINT-LINE
               PERFORM VARYING WS-DJP-J FROM 1 BY 1
                   UNTIL WS-DJP-J > WS-DJP-TOTAL
                   IF WS-DJP-J NOT = WS-DJP-I
                       PERFORM DJP-CHECK-PAIR
                       IF WS-DJP-MATCH = "Y"
                           MOVE WS-DP-ID(WS-DJP-J) TO WS-JOB-SELECT
                           PERFORM LOAD-JOB-BY-NUM
                           PERFORM CHECK-POSTING-MANAGEABLE
                           IF WS-JOB-MANAGEABLE = "Y"
                               ADD 1 TO WS-DJP-COUNT
                               MOVE SPACES TO WS-OUTLINE
                               STRING
                                   " Job " DELIMITED BY SIZE
                                   WS-DP-ID(WS-DJP-J) DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-DP-TITLE(WS-DJP-J))
                                       DELIMITED BY SIZE
                                   ", posted " DELIMITED BY SIZE
                                   WS-DP-DATE(WS-DJP-J) DELIMITED BY SIZE
                                   INTO WS-OUTLINE
                               END-STRING
                               PERFORM PRINT-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-DJM-SURVIVOR TO WS-JOB-SELECT
           END-IF
           IF WS-DJP-COUNT = 0
               MOVE " None found - you may still enter a Job ID your team manages."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE "Y" TO WS-DJM-TEAM-ONLY
           PERFORM DJM-PROMPT-DUPLICATE
           MOVE WS-DJM-SURVIVOR TO WS-JOB-SELECT.

      *>---------------------------------------------
      *> DJM-PROMPT-DUPLICATE
      *> Purpose: Prompt for the duplicate Job ID,
      *>          check both postings, show them side
      *>          by side and merge on a typed YES.
      *>          WS-DJM-TEAM-ONLY = "Y" limits both
      *>          postings to ones the current user's
      *>          team manages; otherwise both posters
      *>          must be inside the administrator's
      *>          campus scope.
      *>---------------------------------------------
       DJM-PROMPT-DUPLICATE.
           MOVE "Enter the DUPLICATE Job ID to fold into it:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-DJM-DUP
           IF WS-DJM-DUP = WS-DJM-SURVIVOR
               MOVE "The two Job IDs must differ." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-DJM-TEAM-ONLY = "Y"
               PERFORM LOAD-EMP-ARRAY
               PERFORM LOAD-ER-ARRAY
           END-IF

           MOVE WS-DJM-DUP TO WS-JOB-SELECT
           PERFORM LOAD-JOB-BY-NUM
           IF JOB-NOT-FOUND
               MOVE "No posting has that duplicate Job ID." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-DJM-TEAM-ONLY = "Y"
               PERFORM CHECK-POSTING-MANAGEABLE
               IF WS-JOB-MANAGEABLE = "N"
                   MOVE "That posting is not managed by you or your team."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-JOB-PARSE-POSTER TO WS-ASC-CHK-USER
               PERFORM CHECK-ADMIN-TARGET-SCOPE
               IF WS-ASC-OK = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-JOB-PARSE-TITLE TO WS-DJM-DUP-TITLE
           MOVE WS-JOB-PARSE-POSTER TO WS-DJM-DUP-POSTER

           MOVE WS-DJM-SURVIVOR TO WS-JOB-SELECT
           PERFORM LOAD-JOB-BY-NUM
           IF JOB-NOT-FOUND
               MOVE "No posting has that surviving Job ID." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-DJM-TEAM-ONLY = "Y"
               PERFORM CHECK-POSTING-MANAGEABLE
               IF WS-JOB-MANAGEABLE = "N"
                   MOVE "That posting is not managed by you or your team."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-JOB-PARSE-POSTER TO WS-ASC-CHK-USER
               PERFORM CHECK-ADMIN-TARGET-SCOPE
               IF WS-ASC-OK = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-JOB-PARSE-TITLE TO WS-DJM-SURV-TITLE
           MOVE WS-JOB-PARSE-EMP TO WS-DJM-SURV-EMP
           MOVE WS-JOB-PARSE-LOC TO WS-DJM-SURV-LOC

           MOVE SPACES TO WS-OUTLINE
           STRING
               "Keep Job " DELIMITED BY SIZE
               WS-DJM-SURVIVOR DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DJM-SURV-TITLE) DELIMITED BY SIZE
               ") and retire Job " DELIMITED BY SIZE
               WS-DJM-DUP DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DJM-DUP-TITLE) DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE "Type YES to merge, anything else to cancel:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE)) NOT = "YES"
               MOVE "Merge cancelled." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM PERFORM-POSTING-MERGE.

      *>---------------------------------------------
      *> PERFORM-POSTING-MERGE
      *> Purpose: Fold posting WS-DJM-DUP into
      *>          WS-DJM-SURVIVOR - its applications,
      *>          status history, saved-job rows,
      *>          shares, group pins, views and
      *>          interviews, and the offers, packets,
      *>          scorecards and hours rows that hang
      *>          off those applications - then retire
      *>          the duplicate and audit the merge.
      *>          Referrals and paid featured days move
      *>          with the posting.
      *>          An applicant who applied to both keeps
      *>          the application on the survivor.
      *>          A duplicate whose poster is under legal
      *>          hold is not merged; a held applicant's
      *>          rows on the duplicate are left as they
      *>          are.
      *>---------------------------------------------
       PERFORM-POSTING-MERGE.
           PERFORM LOAD-HLD-ARRAY
           MOVE WS-DJM-DUP-POSTER TO WS-HLD-CHECK-USER
           PERFORM HOLD-COUNT-SKIP
           IF WS-HLD-HIT > 0
               MOVE "N" TO WS-HLD-QUIET
               MOVE "PERFORM-POSTING-MERGE" TO WS-HLD-RUN
               MOVE "posting merge(s)" TO WS-HLD-WHAT
               PERFORM HOLD-FLUSH-SKIPS
               MOVE "The duplicate posting's poster is under legal hold - merge not carried out."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DJM-APPS-MOVED
           MOVE 0 TO WS-DJM-APPS-DROPPED
           MOVE 0 TO WS-DJM-ROWS-MOVED
           PERFORM DJM-MOVE-APPLICATIONS
           PERFORM DJM-MOVE-APPHISTORY
           PERFORM DJM-MOVE-SAVEDJOBS
           PERFORM DJM-MOVE-JOBSHARES
           PERFORM DJM-MOVE-GROUPJOBS
           PERFORM DJM-MOVE-JOBVIEWS
           PERFORM DJM-MOVE-INTERVIEWS
           PERFORM DJM-MOVE-OFFERS
           PERFORM DJM-MOVE-PACKETS
           PERFORM DJM-MOVE-SCORECARDS
           PERFORM DJM-MOVE-HOURSLOG
           PERFORM DJM-MOVE-REFERRALS
           PERFORM DJM-MOVE-FEATURED
           MOVE "Y" TO WS-HLD-QUIET
           MOVE "PERFORM-POSTING-MERGE" TO WS-HLD-RUN
           MOVE "row(s) kept from merge" TO WS-HLD-WHAT
           PERFORM HOLD-FLUSH-SKIPS
           MOVE "N" TO WS-HLD-QUIET

           *> The duplicate itself is removed from jobs.dat the same
           *> way DELETE-JOB-POSTING removes a posting.
           PERFORM LOAD-JOB-ARRAY
           PERFORM VARYING WS-JOB-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-JOB-ARRAY-IDX > WS-JOB-ARRAY-TOTAL
               MOVE WS-JOB-ARRAY-LINE(WS-JOB-ARRAY-IDX) TO WS-JOB-LINE
               PERFORM PARSE-JOB-LINE-FOR-SUMMARY
               IF WS-JOB-PARSE-ID = WS-DJM-DUP
                   MOVE SPACES TO WS-JOB-ARRAY-LINE(WS-JOB-ARRAY-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-JOBS-FILE

           MOVE "JOB-MERGE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               "job " DELIMITED BY SIZE
               WS-DJM-DUP DELIMITED BY SIZE
               " into " DELIMITED BY SIZE
               WS-DJM-SURVIVOR DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE WS-DJM-APPS-MOVED TO WS-DJP-DISP
           MOVE WS-DJM-APPS-DROPPED TO WS-DJP-DISP2
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Merge complete - applications moved: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DJP-DISP) DELIMITED BY SIZE
               ", already on the survivor: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DJP-DISP2) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE WS-DJM-ROWS-MOVED TO WS-DJP-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Other rows moved to the surviving Job ID: "
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-DJP-DISP) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

       DJM-MOVE-APPLICATIONS.
           MOVE 0 TO WS-DJM-DROP-TOTAL
           PERFORM LOAD-APPS-ARRAY
           PERFORM VARYING WS-DJM-IDX FROM 1 BY 1
               UNTIL WS-DJM-IDX > WS-APPS-ARRAY-TOTAL
               MOVE WS-APPS-ARRAY-LINE(WS-DJM-IDX) TO WS-APPS-LINE
               PERFORM PARSE-APPS-LINE
               IF WS-APP-PARSE-JOBNUM = WS-DJM-DUP
               AND FUNCTION TRIM(WS-APPS-ARRAY-LINE(WS-DJM-IDX)) NOT = SPACES
                   MOVE WS-APP-PARSE-USER TO WS-DJM-USER
                   MOVE "N" TO WS-DJM-ON-SURVIVOR
                   PERFORM VARYING WS-APPS-ARRAY-IDX FROM 1 BY 1
                       UNTIL WS-APPS-ARRAY-IDX > WS-APPS-ARRAY-TOTAL
                       MOVE WS-APPS-ARRAY-LINE(WS-APPS-ARRAY-IDX)
                           TO WS-APPS-LINE
                       PERFORM PARSE-APPS-LINE
                       IF WS-APP-PARSE-JOBNUM = WS-DJM-SURVIVOR
                       AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-APP-PARSE-USER)) =
                           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DJM-USER))
                           MOVE "Y" TO WS-DJM-ON-SURVIVOR
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE WS-DJM-IDX TO WS-APPS-ARRAY-IDX
                   *> A held applicant's duplicate application stays.
                   MOVE 0 TO WS-HLD-HIT
                   IF WS-DJM-ON-SURVIVOR = "Y"
                       MOVE WS-DJM-USER TO WS-HLD-CHECK-USER
                       PERFORM HOLD-COUNT-SKIP
                   END-IF
                   IF WS-DJM-ON-SURVIVOR = "Y"
                       IF WS-HLD-HIT = 0
                           MOVE SPACES
                               TO WS-APPS-ARRAY-LINE(WS-APPS-ARRAY-IDX)
                           ADD 1 TO WS-DJM-APPS-DROPPED
                       END-IF
                       IF WS-DJM-DROP-TOTAL < 500
                           ADD 1 TO WS-DJM-DROP-TOTAL
                           MOVE WS-DJM-USER
                               TO WS-DJM-DROP-USER(WS-DJM-DROP-TOTAL)
                       END-IF
                   ELSE
                       MOVE WS-APPS-ARRAY-LINE(WS-APPS-ARRAY-IDX)
                           TO WS-APPS-LINE
                       PERFORM PARSE-APPS-LINE
                       MOVE WS-DJM-SURVIVOR TO WS-APP-PARSE-JOBNUM
                       MOVE WS-DJM-SURV-TITLE TO WS-APP-PARSE-TITLE
                       MOVE WS-DJM-SURV-EMP TO WS-APP-PARSE-EMP
                       MOVE WS-DJM-SURV-LOC TO WS-APP-PARSE-LOC
                       PERFORM REBUILD-APPS-ARRAY-LINE
                       ADD 1 TO WS-DJM-APPS-MOVED
                       MOVE WS-DJM-USER TO WS-NOTIF-RECIP
                       MOVE "JOB-MERGED" TO WS-NOTIF-TYPE
                       MOVE SPACES TO WS-NOTIF-REF
                       STRING
                           "Job " DELIMITED BY SIZE
                           WS-DJM-DUP DELIMITED BY SIZE
                           " was a duplicate - your application is now under Job "
                               DELIMITED BY SIZE
                           WS-DJM-SURVIVOR DELIMITED BY SIZE
                           INTO WS-NOTIF-REF
                       END-STRING
                       PERFORM ADD-NOTIFICATION
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DJM-APPS-MOVED > 0 OR WS-DJM-APPS-DROPPED > 0
               PERFORM REWRITE-APPS-FILE
           END-IF.

       DJM-MOVE-APPHISTORY.
           MOVE 0 TO WS-DJM-CHANGED
           PERFORM LOAD-AHR-ARRAY
           PERFORM VARYING WS-AHR-IDX FROM 1 BY 1
               UNTIL WS-AHR-IDX > WS-AHR-TOTAL
               MOVE SPACES TO WS-AH-PARSE-ID-X
               MOVE 1 TO WS-MRG-PTR
               UNSTRING WS-AHR-ARRAY-LINE(WS-AHR-IDX)
                   DELIMITED BY "|"
                   INTO WS-AH-PARSE-ID-X
                   WITH POINTER WS-MRG-PTR
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-AH-PARSE-ID-X)) = 0
               AND FUNCTION NUMVAL(WS-AH-PARSE-ID-X) = WS-DJM-DUP
                   MOVE WS-AHR-ARRAY-LINE(WS-AHR-IDX)(WS-MRG-PTR:)
                       TO WS-DJM-REST
                   MOVE SPACES TO WS-AHR-ARRAY-LINE(WS-AHR-IDX)
                   STRING
                       WS-DJM-SURVIVOR DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-DJM-REST DELIMITED BY SIZE
                       INTO WS-AHR-ARRAY-LINE(WS-AHR-IDX)
                   END-STRING
                   ADD 1 TO WS-DJM-CHANGED
               END-IF
           END-PERFORM
           IF WS-DJM-CHANGED > 0
               PERFORM REWRITE-AHR-FILE
               ADD WS-DJM-CHANGED TO WS-DJM-ROWS-MOVED
           END-IF.

       DJM-MOVE-SAVEDJOBS.
           MOVE 0 TO WS-DJM-CHANGED
           PERFORM LOAD-SAVEDJOB-ARRAY
           PERFORM VARYING WS-DJM-IDX FROM 1 BY 1
               UNTIL WS-DJM-IDX > WS-SAVEDJOB-TOTAL
               MOVE WS-DJM-IDX TO WS-SAVEDJOB-IDX
               PERFORM PARSE-SAVEDJOB-LINE
               IF WS-SAVEDJOB-PARSE-ID = WS-DJM-DUP
                   MOVE WS-SAVEDJOB-PARSE-USER TO WS-DJM-USER
                   MOVE "N" TO WS-DJM-ON-SURVIVOR
                   PERFORM VARYING WS-SAVEDJOB-IDX FROM 1 BY 1
                       UNTIL WS-SAVEDJOB-IDX > WS-SAVEDJOB-TOTAL
                       PERFORM PARSE-SAVEDJOB-LINE
                       IF WS-SAVEDJOB-PARSE-ID = WS-DJM-SURVIVOR
                       AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-SAVEDJOB-PARSE-USER)) =
                           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DJM-USER))
                           MOVE "Y" TO WS-DJM-ON-SURVIVOR
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE 0 TO WS-HLD-HIT
                   IF WS-DJM-ON-SURVIVOR = "Y"
                       MOVE WS-DJM-USER TO WS-HLD-CHECK-USER
                       PERFORM HOLD-COUNT-SKIP
                   END-IF
                   IF WS-HLD-HIT = 0
                       MOVE SPACES TO WS-SAVEDJOB-ARRAY-LINE(WS-DJM-IDX)
                       IF WS-DJM-ON-SURVIVOR = "N"
                           STRING
                               FUNCTION TRIM(WS-DJM-USER) DELIMITED BY SIZE
                               "|" DELIMITED BY SIZE
                               WS-DJM-SURVIVOR DELIMITED BY SIZE
                               INTO WS-SAVEDJOB-ARRAY-LINE(WS-DJM-IDX)
                           END-STRING
                       END-IF
                       ADD 1 TO WS-DJM-CHANGED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DJM-CHANGED > 0
               PERFORM REWRITE-SAVEDJOBS-FILE
               ADD WS-DJM-CHANGED TO WS-DJM-ROWS-MOVED
           END-IF.

       DJM-MOVE-JOBSHARES.
           MOVE 0 TO WS-DJM-CHANGED
           PERFORM LOAD-SHR-ARRAY
           PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
               UNTIL WS-SHR-IDX > WS-SHR-TOTAL
               PERFORM PARSE-SHR-LINE
               IF WS-SHR-PARSE-ID = WS-DJM-DUP
                   MOVE SPACES TO WS-SHR-ARRAY-LINE(WS-SHR-IDX)
                   STRING
                       WS-DJM-SURVIVOR DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SHR-PARSE-SENDER)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SHR-PARSE-RECIP)
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SHR-PARSE-TS)
                           DELIMITED BY SIZE
                       INTO WS-SHR-ARRAY-LINE(WS-SHR-IDX)
                   END-STRING
                   ADD 1 TO WS-DJM-CHANGED
               END-IF
           END-PERFORM
           IF WS-DJM-CHANGED > 0
               PERFORM REWRITE-SHR-FILE
               ADD WS-DJM-CHANGED TO WS-DJM-ROWS-MOVED
           END-IF.

       DJM-MOVE-GROUPJOBS.
           MOVE 0 TO WS-DJM-CHANGED
           PERFORM LOAD-GRPJOBS-ARRAY
           PERFORM VARYING WS-DJM-IDX FROM 1 BY 1
               UNTIL WS-DJM-IDX > WS-GJ-TOTAL
               IF WS-GJ-JOBID(WS-DJM-IDX) = WS-DJM-DUP
                   MOVE WS-DJM-SURVIVOR TO WS-GJ-JOBID(WS-DJM-IDX)
                   *> A group that already pins the survivor keeps one pin.
                   PERFORM VARYING WS-GJ-IDX FROM 1 BY 1
                       UNTIL WS-GJ-IDX > WS-GJ-TOTAL
                       IF WS-GJ-IDX NOT = WS-DJM-IDX
                       AND WS-GJ-GRPID(WS-GJ-IDX) = WS-GJ-GRPID(WS-DJM-IDX)
                       AND WS-GJ-JOBID(WS-GJ-IDX) = WS-DJM-SURVIVOR
                           MOVE 0 TO WS-GJ-GRPID(WS-DJM-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-DJM-CHANGED
               END-IF
           END-PERFORM
           IF WS-DJM-CHANGED > 0
               PERFORM REWRITE-GRPJOBS-FILE
               ADD WS-DJM-CHANGED TO WS-DJM-ROWS-MOVED
           END-IF.

      *>---------------------------------------------
      *> REWRITE-GRPJOBS-FILE
      *> Purpose: Overwrite groupjobs.dat from
      *>          WS-GJ-ARRAY, dropping pins whose
      *>          group was zeroed.
      *>---------------------------------------------
       REWRITE-GRPJOBS-FILE.
           IF DRY-RUN-YES
               MOVE "groupjobs.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GRPJOBS-FILE
           IF WS-GJ-STAT NOT = "00" AND WS-GJ-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite groupjobs.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GJ-IDX FROM 1 BY 1
               UNTIL WS-GJ-IDX > WS-GJ-TOTAL
               IF WS-GJ-GRPID(WS-GJ-IDX) > 0
                   MOVE SPACES TO WS-GJ-LINE
                   STRING
                       WS-GJ-GRPID(WS-GJ-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-GJ-JOBID(WS-GJ-IDX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GJ-PINNER(WS-GJ-IDX))
                           DELIMITED BY SIZE
                       INTO WS-GJ-LINE
                   END-STRING
                   WRITE GRPJOBS-REC FROM WS-GJ-LINE
               END-IF
           END-PERFORM
           CLOSE GRPJOBS-FILE.

      *>---------------------------------------------
      *> DJM-MOVE-JOBVIEWS
      *> Purpose: Re-point the duplicate's view rows at
      *>          the survivor. jobviews.dat is a long
      *>          log, so it is copied row by row
      *>          through temp-jobviews.dat rather than
      *>          held in a table, the way the retention
      *>          batch rewrites profileviews.dat.
      *>---------------------------------------------
       DJM-MOVE-JOBVIEWS.
           IF DRY-RUN-YES
               MOVE "jobviews.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JOBVIEWS-FILE
           IF WS-JV-STAT NOT = "00"
               IF WS-JV-STAT = "05"
                   CLOSE JOBVIEWS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-JV-FILE
           IF WS-TMPJV-STAT NOT = "00" AND WS-TMPJV-STAT NOT = "05"
               CLOSE JOBVIEWS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DJM-CHANGED
           SET JV-EOF-NO TO TRUE
           PERFORM UNTIL JV-EOF-YES
               READ JOBVIEWS-FILE INTO WS-JV-LINE
                   AT END
                       SET JV-EOF-YES TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-JV-PARSE-ID-X
                       MOVE 1 TO WS-MRG-PTR
                       UNSTRING WS-JV-LINE
                           DELIMITED BY "|"
                           INTO WS-JV-PARSE-ID-X
                           WITH POINTER WS-MRG-PTR
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-JV-PARSE-ID-X)) = 0
                       AND FUNCTION NUMVAL(WS-JV-PARSE-ID-X) = WS-DJM-DUP
                           MOVE WS-JV-LINE(WS-MRG-PTR:) TO WS-DJM-REST
                           MOVE SPACES TO WS-JV-LINE
                           STRING
                               WS-DJM-SURVIVOR DELIMITED BY SIZE
                               "|" DELIMITED BY SIZE
                               WS-DJM-REST DELIMITED BY SIZE
                               INTO WS-JV-LINE
                           END-STRING
                           ADD 1 TO WS-DJM-CHANGED
                       END-IF
                       WRITE TEMP-JV-REC FROM WS-JV-LINE
               END-READ
           END-PERFORM
           CLOSE JOBVIEWS-FILE
           CLOSE TEMP-JV-FILE
           SET JV-EOF-NO TO TRUE
           IF WS-DJM-CHANGED > 0
               CALL "SYSTEM" USING "cp -f jobviews.dat jobviews.dat.bak"
               END-CALL
               CALL "SYSTEM" USING "mv -f temp-jobviews.dat jobviews.dat"
               END-CALL
               ADD WS-DJM-CHANGED TO WS-DJM-ROWS-MOVED
           ELSE
               CALL "SYSTEM" USING "rm -f temp-jobviews.dat"
               END-CALL
           END-IF.

       DJM-MOVE-INTERVIEWS.
           MOVE 0 TO WS-DJM-CHANGED
           PERFORM LOAD-INTV-ARRAY
           PERFORM VARYING WS-INTV-IDX FROM 1 BY 1
               UNTIL WS-INTV-IDX > WS-INTV-TOTAL
               PERFORM PARSE-INTV-LINE
               IF WS-INTV-PARSE-ID = WS-DJM-DUP
                   MOVE WS-DJM-SURVIVOR TO WS-INTV-PARSE-ID
                   PERFORM REBUILD-INTV-ARRAY-LINE
                   ADD 1 TO WS-DJM-CHANGED
               END-IF
           END-PERFORM
           IF WS-DJM-CHANGED > 0
               PERFORM REWRITE-INTV-FILE
               ADD WS-DJM-CHANGED TO WS-DJM-ROWS-MOVED
           END-IF.

       DJM-MOVE-OFFERS.
           MOVE 0 TO WS-DJM-CHANGED
           PERFORM LOAD-OFFER-ARRAY
           PERFORM VARYING WS-OFR-IDX FROM 1 BY 1
               UNTIL WS-OFR-IDX > WS-OFR-TOTAL
               PERFORM PARSE-OFFER-LINE
               IF WS-OFR-PARSE-ID = WS-DJM-DUP
                   MOVE WS-DJM-SURVIVOR TO WS-OFR-PARSE-ID
                   PERFORM REBUILD-OFFER-ARRAY-LINE
                   ADD 1 TO WS-DJM-CHANGED
               END-IF
           END-PERFORM
           IF WS-DJM-CHANGED > 0
               PERFORM REWRITE-OFFER-FILE
               ADD WS-DJM-CHANGED TO WS-DJM-ROWS-MOVED
           END-IF.

      *>---------------------------------------------
      *> DJM-MOVE-PACKETS
      *> Purpose: Re-point the duplicate's application
      *>          packets. The packet of an application
      *>          dropped because the applicant already
      *>          had one on the survivor goes with it.
      *>---------------------------------------------
       DJM-MOVE-PACKETS.
           MOVE 0 TO WS-DJM-CHANGED
           PERFORM LOAD-PKA-ARRAY
           PERFORM VARYING WS-PKA-IDX FROM 1 BY 1
               UNTIL WS-PKA-IDX > WS-PKA-TOTAL
               MOVE SPACES TO WS-PKT-PARSE-ID-X
               MOVE SPACES TO WS-PKT-PARSE-USER
               MOVE 1 TO WS-MRG-PTR
               UNSTRING WS-PKA-ARRAY-LINE(WS-PKA-IDX)
                   DELIMITED BY "|"
                   INTO WS-PKT-PARSE-ID-X WS-PKT-PARSE-USER
                   WITH POINTER WS-MRG-PTR
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PKT-PARSE-ID-X)) = 0
               AND FUNCTION NUMVAL(WS-PKT-PARSE-ID-X) = WS-DJM-DUP
                   MOVE "N" TO WS-DJM-ON-SURVIVOR
                   PERFORM VARYING WS-DJM-IDX FROM 1 BY 1
                       UNTIL WS-DJM-IDX > WS-DJM-DROP-TOTAL
                       IF FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-DJM-DROP-USER(WS-DJM-IDX))) =
                          FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-PKT-PARSE-USER))
                           MOVE "Y" TO WS-DJM-ON-SURVIVOR
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE 0 TO WS-HLD-HIT
                   IF WS-DJM-ON-SURVIVOR = "Y"
                       MOVE WS-PKT-PARSE-USER TO WS-HLD-CHECK-USER
                       PERFORM HOLD-COUNT-SKIP
                   END-IF
                   IF WS-DJM-ON-SURVIVOR = "Y"
                       IF WS-HLD-HIT = 0
                           MOVE SPACES TO WS-PKA-ARRAY-LINE(WS-PKA-IDX)
                       END-IF
                   ELSE
                       MOVE WS-PKA-ARRAY-LINE(WS-PKA-IDX)(WS-MRG-PTR:)
                           TO WS-PKT-LINE
                       MOVE SPACES TO WS-PKA-ARRAY-LINE(WS-PKA-IDX)
                       STRING
                           WS-DJM-SURVIVOR DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PKT-PARSE-USER)
                               DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           WS-PKT-LINE DELIMITED BY SIZE
                           INTO WS-PKA-ARRAY-LINE(WS-PKA-IDX)
                       END-STRING
                   END-IF
                   ADD 1 TO WS-DJM-CHANGED
               END-IF
           END-PERFORM
           IF WS-DJM-CHANGED > 0
               PERFORM REWRITE-PKA-FILE
               ADD WS-DJM-CHANGED TO WS-DJM-ROWS-MOVED
           END-IF.

       DJM-MOVE-SCORECARDS.
           MOVE 0 TO WS-DJM-CHANGED
           PERFORM LOAD-SCD-ARRAY
           PERFORM VARYING WS-SCD-IDX FROM 1 BY 1
               UNTIL WS-SCD-IDX > WS-SCD-TOTAL
               IF WS-SC-JOBID(WS-SCD-IDX) = WS-DJM-DUP
                   MOVE WS-DJM-SURVIVOR TO WS-SC-JOBID(WS-SCD-IDX)
                   ADD 1 TO WS-DJM-CHANGED
               END-IF
           END-PERFORM
           IF WS-DJM-CHANGED > 0
               PERFORM REWRITE-SCD-FILE
               ADD WS-DJM-CHANGED TO WS-DJM-ROWS-MOVED
           END-IF.

       DJM-MOVE-HOURSLOG.
           MOVE 0 TO WS-DJM-CHANGED
           PERFORM LOAD-HRS-ARRAY
           PERFORM VARYING WS-HRS-IDX FROM 1 BY 1
               UNTIL WS-HRS-IDX > WS-HRS-TOTAL
               IF WS-HR-JOBID(WS-HRS-IDX) = WS-DJM-DUP
                   MOVE WS-DJM-SURVIVOR TO WS-HR-JOBID(WS-HRS-IDX)
                   ADD 1 TO WS-DJM-CHANGED
               END-IF
           END-PERFORM
           IF WS-DJM-CHANGED > 0
               PERFORM REWRITE-HRS-FILE
               ADD WS-DJM-CHANGED TO WS-DJM-ROWS-MOVED
           END-IF.

      *>---------------------------------------------
      *> DJM-MOVE-REFERRALS
      *> Purpose: Re-point the duplicate's referral
      *>          requests at the survivor. A requester
      *>          who already asked the same connection
      *>          about the survivor keeps that one
      *>          request, carrying an AGREED answer
      *>          across from the duplicate.
      *>---------------------------------------------
       DJM-MOVE-REFERRALS.
           MOVE 0 TO WS-DJM-CHANGED
           PERFORM LOAD-REF-ARRAY
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-TOTAL
               IF WS-RF-ID(WS-REF-IDX) = WS-DJM-DUP
               AND FUNCTION TRIM(WS-RF-REQ(WS-REF-IDX)) NOT = SPACES
                   MOVE "N" TO WS-DJM-ON-SURVIVOR
                   PERFORM VARYING WS-DJM-IDX FROM 1 BY 1
                       UNTIL WS-DJM-IDX > WS-REF-TOTAL
                       IF WS-RF-ID(WS-DJM-IDX) = WS-DJM-SURVIVOR
                       AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-RF-REQ(WS-DJM-IDX))) =
                           FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-RF-REQ(WS-REF-IDX)))
                       AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-RF-CONN(WS-DJM-IDX))) =
                           FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-RF-CONN(WS-REF-IDX)))
                           MOVE "Y" TO WS-DJM-ON-SURVIVOR
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-DJM-ON-SURVIVOR = "Y"
                       IF FUNCTION TRIM(WS-RF-STATUS(WS-REF-IDX)) = "AGREED"
                           MOVE "AGREED" TO WS-RF-STATUS(WS-DJM-IDX)
                       END-IF
                       MOVE SPACES TO WS-RF-REQ(WS-REF-IDX)
                   ELSE
                       MOVE WS-DJM-SURVIVOR TO WS-RF-ID(WS-REF-IDX)
                   END-IF
                   ADD 1 TO WS-DJM-CHANGED
               END-IF
           END-PERFORM
           IF WS-DJM-CHANGED > 0
               PERFORM REWRITE-REF-FILE
               ADD WS-DJM-CHANGED TO WS-DJM-ROWS-MOVED
           END-IF.

      *>---------------------------------------------
      *> DJM-MOVE-FEATURED
      *> Purpose: Carry the duplicate's paid featured
      *>          days over to the survivor so the
      *>          employer keeps what they bought.
      *>          featured.dat is append-only, so it is
      *>          copied row by row through
      *>          temp-featured.dat the way
      *>          DJM-MOVE-JOBVIEWS rewrites jobviews.dat.
      *>---------------------------------------------
       DJM-MOVE-FEATURED.
           IF DRY-RUN-YES
               MOVE "featured.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FEATURED-FILE
           IF WS-FTR-STAT NOT = "00"
               IF WS-FTR-STAT = "05"
                   CLOSE FEATURED-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-FTR-FILE
           IF WS-TMPFTR-STAT NOT = "00" AND WS-TMPFTR-STAT NOT = "05"
               CLOSE FEATURED-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DJM-CHANGED
           SET CRD-EOF-NO TO TRUE
           PERFORM UNTIL CRD-EOF-YES
               READ FEATURED-FILE INTO WS-FTR-LINE
                   AT END
                       SET CRD-EOF-YES TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-FTR-PARSE-JOB-X
                       MOVE 1 TO WS-MRG-PTR
                       UNSTRING WS-FTR-LINE
                           DELIMITED BY "|"
                           INTO WS-FTR-PARSE-JOB-X
                           WITH POINTER WS-MRG-PTR
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-FTR-PARSE-JOB-X)) = 0
                       AND FUNCTION NUMVAL(WS-FTR-PARSE-JOB-X) = WS-DJM-DUP
                           MOVE WS-FTR-LINE(WS-MRG-PTR:) TO WS-DJM-REST
                           MOVE SPACES TO WS-FTR-LINE
                           STRING
                               WS-DJM-SURVIVOR DELIMITED BY SIZE
                               "|" DELIMITED BY SIZE
                               WS-DJM-REST DELIMITED BY SIZE
                               INTO WS-FTR-LINE
                           END-STRING
                           ADD 1 TO WS-DJM-CHANGED
                       END-IF
                       WRITE TEMP-FTR-REC FROM WS-FTR-LINE
               END-READ
           END-PERFORM
           CLOSE FEATURED-FILE
           CLOSE TEMP-FTR-FILE
           SET CRD-EOF-NO TO TRUE
           IF WS-DJM-CHANGED > 0
               CALL "SYSTEM" USING "cp -f featured.dat featured.dat.bak"
               END-CALL
               CALL "SYSTEM" USING "mv -f temp-featured.dat featured.dat"
               END-CALL
               ADD WS-DJM-CHANGED TO WS-DJM-ROWS-MOVED
               MOVE WS-DJM-DUP-POSTER TO WS-NOTIF-RECIP
               MOVE "JOB-MERGED" TO WS-NOTIF-TYPE
               MOVE SPACES TO WS-NOTIF-REF
               STRING
                   "Featured days bought for Job " DELIMITED BY SIZE
                   WS-DJM-DUP DELIMITED BY SIZE
                   " now apply to Job " DELIMITED BY SIZE
                   WS-DJM-SURVIVOR DELIMITED BY SIZE
                   INTO WS-NOTIF-REF
               END-STRING
               PERFORM ADD-NOTIFICATION
           ELSE
               CALL "SYSTEM" USING "rm -f temp-featured.dat"
               END-CALL
           END-IF.

      *>---------------------------------------------
      *> DORMANT-ACCOUNTS-REPORT
      *>          successful login inside the
      *>          DORMANT-DAYS window, so operations can
      *>          contact and eventually retire them.
      *>          A campus-scoped administrator sees
      *>          their campuses' accounts only.
      *> Called:  From ADMIN-CONSOLE option 7.
      *>---------------------------------------------
       DORMANT-ACCOUNTS-REPORT.
           COMPUTE WS-DORM-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   WS-BIZ-DATE)
               - WS-CFG-DORMANT-DAYS)
           MOVE "--- Dormant Accounts ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM ADMIN-SCOPE-REPORT-NOTE
           MOVE 0 TO WS-DORM-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               MOVE "N" TO WS-ASC-OK
               IF ACCOUNT-ACTIVE(WS-I)
               AND WS-LAST-LOGIN(WS-I) < WS-DORM-CUTOFF
                   MOVE WS-USERNAME(WS-I) TO WS-ASC-CHK-USER
                   PERFORM ADMIN-USER-IN-SCOPE
               END-IF
               IF WS-ASC-OK = "Y"
                   ADD 1 TO WS-DORM-COUNT
                   MOVE SPACES TO WS-OUTLINE
                   IF WS-LAST-LOGIN(WS-I) = 0
               PERFORM NOTE-INVALID-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JOB-PARSE-POSTER TO WS-ASC-CHK-USER
           PERFORM CHECK-ADMIN-TARGET-SCOPE
           IF WS-ASC-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "1. Approve" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "2. Reject" TO WS-OUTLINE
           END-IF
           MOVE WS-CURRENT-USERNAME TO WS-OFFBOARD-USER
           PERFORM CLOSE-ACCOUNT-CASCADE
           IF WS-HLD-BLOCKED = "Y"
               MOVE "Your account cannot be closed right now. Please contact support."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Your account has been deactivated. Goodbye." TO WS-OUTLINE
           PERFORM PRINT-LINE
           SET EXIT-YES TO TRUE.
      *>          screen.
      *>---------------------------------------------
       CLOSE-ACCOUNT-CASCADE.
           *> A user under legal hold is not offboarded at all, and
           *> rows they share with someone being offboarded stay put.
           *> The caller reports WS-HLD-BLOCKED; the skip itself is
           *> logged without being shown on screen.
           MOVE "N" TO WS-HLD-BLOCKED
           MOVE "Y" TO WS-HLD-QUIET
           MOVE "CLOSE-ACCOUNT-CASCADE" TO WS-HLD-RUN
           PERFORM LOAD-HLD-ARRAY
           MOVE WS-OFFBOARD-USER TO WS-HLD-CHECK-USER
           PERFORM HOLD-COUNT-SKIP
           IF WS-HLD-HIT > 0
               MOVE "Y" TO WS-HLD-BLOCKED
               MOVE "account offboarding(s)" TO WS-HLD-WHAT
               PERFORM HOLD-FLUSH-SKIPS
               MOVE "N" TO WS-HLD-QUIET
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               IF FUNCTION TRIM(WS-USERNAME(WS-I)) =
           PERFORM OFFBOARD-SWEEP-MENTORS
           PERFORM OFFBOARD-SWEEP-RECOMMENDS
           PERFORM OFFBOARD-SWEEP-PRIVACY
           PERFORM OFFBOARD-SWEEP-CONTACTS
           PERFORM OFFBOARD-SWEEP-USAGE
           PERFORM OFFBOARD-SWEEP-ADMINSCOPE
           PERFORM OFFBOARD-SWEEP-OFFERS
           PERFORM OFFBOARD-SWEEP-COMPREVIEWS
           PERFORM OFFBOARD-SWEEP-JOBSHARES
           PERFORM OFFBOARD-SWEEP-POOLS
           PERFORM OFFBOARD-SWEEP-EMPRECRUITERS
           PERFORM OFFBOARD-SWEEP-DIGESTS
           PERFORM OFFBOARD-SWEEP-CASELOADS
           PERFORM OFFBOARD-SWEEP-PROJECTS
           PERFORM OFFBOARD-SWEEP-CONNNOTES
           PERFORM OFFBOARD-SWEEP-SURVEYS
           MOVE "row(s) shared with an offboarded user" TO WS-HLD-WHAT
           PERFORM HOLD-FLUSH-SKIPS
           MOVE "N" TO WS-HLD-QUIET.

      *>---------------------------------------------
      *> OFFBOARD-REMOVE-PROFILE
           CLOSE PROFILES-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-CONNECTIONS
      *> Purpose: Cancel every connections.dat row that
      *>          names the offboarded user, in either
      *>          direction (REWRITE-CONN-FILE drops
      *>          CANCELLED rows).
      *>---------------------------------------------
       OFFBOARD-SWEEP-CONNECTIONS.
           PERFORM LOAD-CONN-ARRAY
           PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
               UNTIL WS-CONN-IDX > WS-CONN-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CA-SENDER(WS-CONN-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
               OR FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CA-RECIP(WS-CONN-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE WS-CA-SENDER(WS-CONN-IDX) TO WS-HLD-CHECK-USER
                   MOVE WS-CA-RECIP(WS-CONN-IDX) TO WS-HLD-CHECK-USER2
                   PERFORM HOLD-CHECK-PAIR
                   IF WS-HLD-KEEP = "N"
                       MOVE "CANCELLED" TO WS-CA-STATUS(WS-CONN-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-CONN-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-MESSAGES
      *> Purpose: Remove messages sent or received by
      *>          the offboarded user.
      *>---------------------------------------------
       OFFBOARD-SWEEP-MESSAGES.
           PERFORM LOAD-MSG-ARRAY
           PERFORM VARYING WS-MSG-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-MSG-ARRAY-IDX > WS-MSG-ARRAY-TOTAL
               MOVE WS-MSG-ARRAY-LINE(WS-MSG-ARRAY-IDX) TO WS-MSG-LINE
               PERFORM PARSE-MSG-LINE
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-MSG-PARSE-SENDER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
               OR FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-MSG-PARSE-RECIP)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE WS-MSG-PARSE-SENDER TO WS-HLD-CHECK-USER
                   MOVE WS-MSG-PARSE-RECIP TO WS-HLD-CHECK-USER2
                   PERFORM HOLD-CHECK-PAIR
                   IF WS-HLD-KEEP = "N"
                       MOVE SPACES TO WS-MSG-ARRAY-LINE(WS-MSG-ARRAY-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-MSGS-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-APPLICATIONS
      *> Purpose: Blank the offboarded user's pending
      *>          applications so they leave recruiters'
      *>          review queues.
      *>---------------------------------------------
       OFFBOARD-SWEEP-APPLICATIONS.
           PERFORM LOAD-APPS-ARRAY
           PERFORM VARYING WS-APPS-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-APPS-ARRAY-IDX > WS-APPS-ARRAY-TOTAL
               MOVE WS-APPS-ARRAY-LINE(WS-APPS-ARRAY-IDX) TO WS-APPS-LINE
               PERFORM PARSE-APPS-LINE
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-APP-PARSE-USER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-APPS-ARRAY-LINE(WS-APPS-ARRAY-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-APPS-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-SAVEDJOBS
      *> Purpose: Drop the offboarded user's bookmarks.
      *>---------------------------------------------
       OFFBOARD-SWEEP-SAVEDJOBS.
           PERFORM LOAD-SAVEDJOB-ARRAY
           PERFORM VARYING WS-SAVEDJOB-IDX FROM 1 BY 1
               UNTIL WS-SAVEDJOB-IDX > WS-SAVEDJOB-TOTAL
               PERFORM PARSE-SAVEDJOB-LINE
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-SAVEDJOB-PARSE-USER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-SAVEDJOB-ARRAY-LINE(WS-SAVEDJOB-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-SAVEDJOBS-FILE.

      *>---------------------------------------------
      *> REWRITE-SAVEDJOBS-FILE
      *> Purpose: Overwrite savedjobs.dat from
      *>          WS-SAVEDJOB-ARRAY, dropping blanked
      *>          rows.
      *>---------------------------------------------
       REWRITE-SAVEDJOBS-FILE.
           IF DRY-RUN-YES
               MOVE "savedjobs.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SAVEDJOBS-FILE
           IF WS-SAVEDJOBS-STAT NOT = "00" AND WS-SAVEDJOBS-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite savedjobs.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SAVEDJOB-IDX FROM 1 BY 1
               UNTIL WS-SAVEDJOB-IDX > WS-SAVEDJOB-TOTAL
               IF FUNCTION TRIM(WS-SAVEDJOB-ARRAY-LINE(WS-SAVEDJOB-IDX))
                  NOT = SPACES
                   WRITE SAVEDJOBS-REC
                       FROM WS-SAVEDJOB-ARRAY-LINE(WS-SAVEDJOB-IDX)
               END-IF
           END-PERFORM
           CLOSE SAVEDJOBS-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-PROFILEVIEWS
      *> Purpose: Drop view rows where the offboarded
      *>          user was viewer or viewed.
      *>---------------------------------------------
       OFFBOARD-SWEEP-PROFILEVIEWS.
           PERFORM LOAD-PV-ARRAY
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-TOTAL
               PERFORM PARSE-PV-LINE
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PV-PARSE-VIEWER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
               OR FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PV-PARSE-VIEWED)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE WS-PV-PARSE-VIEWER TO WS-HLD-CHECK-USER
                   MOVE WS-PV-PARSE-VIEWED TO WS-HLD-CHECK-USER2
                   PERFORM HOLD-CHECK-PAIR
                   IF WS-HLD-KEEP = "N"
                       MOVE SPACES TO WS-PV-ARRAY-LINE(WS-PV-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-PV-FILE.

      *>---------------------------------------------
      *> REWRITE-PV-FILE
      *> Purpose: Overwrite profileviews.dat from
      *>          WS-PV-ARRAY, dropping blanked rows.
      *>---------------------------------------------
       REWRITE-PV-FILE.
           IF DRY-RUN-YES
               MOVE "profileviews.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PROFILEVIEWS-FILE
           IF WS-PV-STAT NOT = "00" AND WS-PV-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite profileviews.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-TOTAL
               IF FUNCTION TRIM(WS-PV-ARRAY-LINE(WS-PV-IDX)) NOT = SPACES
                   WRITE PROFILEVIEWS-REC FROM WS-PV-ARRAY-LINE(WS-PV-IDX)
               END-IF
           END-PERFORM
           CLOSE PROFILEVIEWS-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-SKILLPROGRESS
      *> Purpose: Drop Learn-a-Skill completion rows
      *>          belonging to the offboarded user.
      *>---------------------------------------------
       OFFBOARD-SWEEP-SKILLPROGRESS.
           PERFORM LOAD-SKPROG-ARRAY
           PERFORM VARYING WS-SKPROG-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-SKPROG-ARRAY-IDX > WS-SKPROG-ARRAY-TOTAL
               UNSTRING WS-SKPROG-ARRAY-LINE(WS-SKPROG-ARRAY-IDX)
                   DELIMITED BY "|"
                   INTO WS-SKPROG-PARSE-USER WS-SKPROG-PARSE-NUM
               END-UNSTRING
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-SKPROG-PARSE-USER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES
                       TO WS-SKPROG-ARRAY-LINE(WS-SKPROG-ARRAY-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-SKPROG-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-GROUPS
      *> Purpose: Drop the offboarded user from every
      *>          group roster.
      *>---------------------------------------------
       OFFBOARD-SWEEP-GROUPS.
           PERFORM LOAD-GRPMEM-ARRAY
           PERFORM VARYING WS-GRPMEM-IDX FROM 1 BY 1
               UNTIL WS-GRPMEM-IDX > WS-GRPMEM-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-GM-USER(WS-GRPMEM-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-GM-USER(WS-GRPMEM-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-GRPMEM-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-RSVPS
      *> Purpose: Drop the offboarded user's event
      *>          RSVPs.
      *>---------------------------------------------
       OFFBOARD-SWEEP-RSVPS.
           PERFORM LOAD-RSVP-ARRAY
           PERFORM VARYING WS-RSVP-IDX FROM 1 BY 1
               UNTIL WS-RSVP-IDX > WS-RSVP-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-RV-USER(WS-RSVP-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-RV-USER(WS-RSVP-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-RSVPS-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-BLOCKS
      *> Purpose: Drop block rows naming the offboarded
      *>          user in either direction.
      *>---------------------------------------------
       OFFBOARD-SWEEP-BLOCKS.
           PERFORM LOAD-BLOCKS-ARRAY
           PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
               UNTIL WS-BLOCK-IDX > WS-BLOCK-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-BA-BLOCKER(WS-BLOCK-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
               OR FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-BA-BLOCKED(WS-BLOCK-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE WS-BA-BLOCKER(WS-BLOCK-IDX) TO WS-HLD-CHECK-USER
                   MOVE WS-BA-BLOCKED(WS-BLOCK-IDX) TO WS-HLD-CHECK-USER2
                   PERFORM HOLD-CHECK-PAIR
                   IF WS-HLD-KEEP = "N"
                       MOVE SPACES TO WS-BA-BLOCKER(WS-BLOCK-IDX)
                       MOVE SPACES TO WS-BA-BLOCKED(WS-BLOCK-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-BLOCKS-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-NOTIFICATIONS
      *> Purpose: Drop the offboarded user's pending
      *>          and seen notifications.
      *>---------------------------------------------
       OFFBOARD-SWEEP-NOTIFICATIONS.
           PERFORM LOAD-NOTIF-ARRAY
           PERFORM VARYING WS-NOTIF-IDX FROM 1 BY 1
               UNTIL WS-NOTIF-IDX > WS-NOTIF-TOTAL
               PERFORM PARSE-NOTIF-LINE
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-NOTIF-PARSE-RECIP)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-NOTIF-ARRAY-LINE(WS-NOTIF-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-NOTIF-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-REFERRALS
      *> Purpose: Drop referral rows where the
      *>          offboarded user is requester or the
      *>          asked connection.
      *>---------------------------------------------
       OFFBOARD-SWEEP-REFERRALS.
           PERFORM LOAD-REF-ARRAY
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-RF-REQ(WS-REF-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
               OR FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-RF-CONN(WS-REF-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE WS-RF-REQ(WS-REF-IDX) TO WS-HLD-CHECK-USER
                   MOVE WS-RF-CONN(WS-REF-IDX) TO WS-HLD-CHECK-USER2
                   PERFORM HOLD-CHECK-PAIR
                   IF WS-HLD-KEEP = "N"
                       MOVE SPACES TO WS-RF-REQ(WS-REF-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-REF-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-INVITES
      *> Purpose: Drop invited-to-apply rows naming the
      *>          offboarded user as candidate or
      *>          recruiter.
      *>---------------------------------------------
       OFFBOARD-SWEEP-INVITES.
           PERFORM LOAD-INVITES-ARRAY
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-INV-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-IV-USER(WS-INV-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
               OR FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-IV-RECRUITER(WS-INV-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE WS-IV-USER(WS-INV-IDX) TO WS-HLD-CHECK-USER
                   MOVE WS-IV-RECRUITER(WS-INV-IDX) TO WS-HLD-CHECK-USER2
                   PERFORM HOLD-CHECK-PAIR
                   IF WS-HLD-KEEP = "N"
                       MOVE SPACES TO WS-IV-USER(WS-INV-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-INVITES-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-SAVEDSEARCHES
      *> Purpose: Drop the offboarded user's saved
      *>          searches.
      *>---------------------------------------------
       OFFBOARD-SWEEP-SAVEDSEARCHES.
           PERFORM LOAD-SS-ARRAY
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
               UNTIL WS-SS-IDX > WS-SS-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-SS-USER(WS-SS-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-SS-USER(WS-SS-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-SS-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-CERTS
      *> Purpose: Drop the offboarded user's platform
      *>          certifications.
      *>---------------------------------------------
       OFFBOARD-SWEEP-CERTS.
           PERFORM LOAD-CERTS-ARRAY
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
               UNTIL WS-CERT-IDX > WS-CERT-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CT-USER(WS-CERT-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-CT-USER(WS-CERT-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-CERTS-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-INTERVIEWS
      *> Purpose: Drop interview rows naming the
      *>          offboarded user as recruiter or
      *>          applicant.
      *>---------------------------------------------
       OFFBOARD-SWEEP-INTERVIEWS.
           PERFORM LOAD-INTV-ARRAY
           PERFORM VARYING WS-INTV-IDX FROM 1 BY 1
               UNTIL WS-INTV-IDX > WS-INTV-TOTAL
               PERFORM PARSE-INTV-LINE
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-INTV-PARSE-REC)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
               OR FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-INTV-PARSE-USER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE WS-INTV-PARSE-REC TO WS-HLD-CHECK-USER
                   MOVE WS-INTV-PARSE-USER TO WS-HLD-CHECK-USER2
                   PERFORM HOLD-CHECK-PAIR
                   IF WS-HLD-KEEP = "N"
                       MOVE SPACES TO WS-INTV-ARRAY-LINE(WS-INTV-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-INTV-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-MENTORS
      *> Purpose: Drop the offboarded user's mentor
      *>          listing and any mentorship naming
      *>          them on either side.
      *>---------------------------------------------
       OFFBOARD-SWEEP-MENTORS.
           PERFORM LOAD-MENTORS-ARRAY
           PERFORM VARYING WS-MTR-IDX FROM 1 BY 1
               UNTIL WS-MTR-IDX > WS-MTR-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-MT-USER(WS-MTR-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-MT-USER(WS-MTR-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-MENTORS-FILE
           PERFORM LOAD-MSP-ARRAY
           PERFORM VARYING WS-MSP-IDX FROM 1 BY 1
               UNTIL WS-MSP-IDX > WS-MSP-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-MS-MENTOR(WS-MSP-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
               OR FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-MS-STUDENT(WS-MSP-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE WS-MS-MENTOR(WS-MSP-IDX) TO WS-HLD-CHECK-USER
                   MOVE WS-MS-STUDENT(WS-MSP-IDX) TO WS-HLD-CHECK-USER2
                   PERFORM HOLD-CHECK-PAIR
                   IF WS-HLD-KEEP = "N"
                       MOVE SPACES TO WS-MS-MENTOR(WS-MSP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-MSP-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-RECOMMENDS
      *> Purpose: Drop recommendations naming the
      *>          offboarded user as subject or author.
      *>---------------------------------------------
       OFFBOARD-SWEEP-RECOMMENDS.
           PERFORM LOAD-RCM-ARRAY
           PERFORM VARYING WS-RCM-IDX FROM 1 BY 1
               UNTIL WS-RCM-IDX > WS-RCM-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-RC-SUBJECT(WS-RCM-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
               OR FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-RC-AUTHOR(WS-RCM-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE WS-RC-SUBJECT(WS-RCM-IDX) TO WS-HLD-CHECK-USER
                   MOVE WS-RC-AUTHOR(WS-RCM-IDX) TO WS-HLD-CHECK-USER2
                   PERFORM HOLD-CHECK-PAIR
                   IF WS-HLD-KEEP = "N"
                       MOVE SPACES TO WS-RC-SUBJECT(WS-RCM-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-RCM-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-PRIVACY
      *> Purpose: Drop the offboarded user's privacy
      *>          settings row.
      *>---------------------------------------------
       OFFBOARD-SWEEP-PRIVACY.
           PERFORM LOAD-PRV-ARRAY
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PV2-USER(WS-PRV-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-PV2-USER(WS-PRV-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-PRV-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-CONTACTS
      *> Purpose: Drop the offboarded user's contact
      *>          email row so nothing more is mailed
      *>          to a closed account.
      *>---------------------------------------------
       OFFBOARD-SWEEP-CONTACTS.
           PERFORM LOAD-CTC-ARRAY
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
               UNTIL WS-CTC-IDX > WS-CTC-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CE-USER(WS-CTC-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-CE-USER(WS-CTC-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-CTC-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-USAGE
      *> Purpose: Strip the offboarded user's name from
      *>          their menu usage rows; the counts stay
      *>          in the totals under "(closed)".
      *>---------------------------------------------
       OFFBOARD-SWEEP-USAGE.
           PERFORM USAGE-FLUSH
           MOVE WS-OFFBOARD-USER TO WS-USG-OLD-USER
           MOVE "(closed)" TO WS-USG-NEW-USER
           PERFORM USG-REWRITE-USER.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-ADMINSCOPE
      *> Purpose: Drop the offboarded user's campus
      *>          scope rows.
      *>---------------------------------------------
       OFFBOARD-SWEEP-ADMINSCOPE.
           PERFORM LOAD-ASC-ARRAY
           PERFORM VARYING WS-ASC-IDX FROM 1 BY 1
               UNTIL WS-ASC-IDX > WS-ASC-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-ASC-ADMIN(WS-ASC-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-ASC-ADMIN(WS-ASC-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-ASC-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-OFFERS
      *> Purpose: Drop offer rows naming the offboarded
      *>          user as poster or applicant, so an
      *>          open offer stops lapsing against a
      *>          dead account.
      *>---------------------------------------------
       OFFBOARD-SWEEP-OFFERS.
           PERFORM LOAD-OFFER-ARRAY
           PERFORM VARYING WS-OFR-IDX FROM 1 BY 1
               UNTIL WS-OFR-IDX > WS-OFR-TOTAL
               PERFORM PARSE-OFFER-LINE
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-OFR-PARSE-POSTER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
               OR FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-OFR-PARSE-USER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE WS-OFR-PARSE-POSTER TO WS-HLD-CHECK-USER
                   MOVE WS-OFR-PARSE-USER TO WS-HLD-CHECK-USER2
                   PERFORM HOLD-CHECK-PAIR
                   IF WS-HLD-KEEP = "N"
                       MOVE SPACES TO WS-OFR-ARRAY-LINE(WS-OFR-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-OFFER-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-COMPREVIEWS
      *> Purpose: Drop the offboarded user's company
      *>          reviews so their rating stops counting
      *>          in the directory averages.
      *>---------------------------------------------
       OFFBOARD-SWEEP-COMPREVIEWS.
           PERFORM LOAD-CRV-ARRAY
           PERFORM VARYING WS-CRV-IDX FROM 1 BY 1
               UNTIL WS-CRV-IDX > WS-CRV-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CV-USER(WS-CRV-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-CV-USER(WS-CRV-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-CRV-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-JOBSHARES
      *> Purpose: Drop share rows naming the offboarded
      *>          user as sender or recipient.
      *>---------------------------------------------
       OFFBOARD-SWEEP-JOBSHARES.
           PERFORM LOAD-SHR-ARRAY
           PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
               UNTIL WS-SHR-IDX > WS-SHR-TOTAL
               PERFORM PARSE-SHR-LINE
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-SHR-PARSE-SENDER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
               OR FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-SHR-PARSE-RECIP)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE WS-SHR-PARSE-SENDER TO WS-HLD-CHECK-USER
                   MOVE WS-SHR-PARSE-RECIP TO WS-HLD-CHECK-USER2
                   PERFORM HOLD-CHECK-PAIR
                   IF WS-HLD-KEEP = "N"
                       MOVE SPACES TO WS-SHR-ARRAY-LINE(WS-SHR-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-SHR-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-POOLS
      *> Purpose: Drop the offboarded user's talent
      *>          pools, the membership rows of those
      *>          pools, and any pool membership held
      *>          under the offboarded user's own name -
      *>          so pool invites stop reaching a closed
      *>          account.
      *>---------------------------------------------
       OFFBOARD-SWEEP-POOLS.
           PERFORM LOAD-POOL-ARRAY
           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
               UNTIL WS-POOL-IDX > WS-POOL-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PL-OWNER(WS-POOL-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-PL-OWNER(WS-POOL-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-POOLS-FILE
           PERFORM LOAD-PM-ARRAY
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PM-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PM-USER(WS-PM-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-PM-USER(WS-PM-IDX)
               ELSE
                   *> Membership rows of a pool that just went away
                   *> are orphans - drop them too.
                   MOVE "N" TO WS-POOL-FOUND
                   PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                       UNTIL WS-POOL-IDX > WS-POOL-TOTAL
                           OR WS-POOL-FOUND = "Y"
                       IF FUNCTION TRIM(WS-PL-OWNER(WS-POOL-IDX))
                          NOT = SPACES
                       AND WS-PL-ID(WS-POOL-IDX) =
                           WS-PM-POOLID(WS-PM-IDX)
                           MOVE "Y" TO WS-POOL-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-POOL-FOUND = "N"
                       MOVE SPACES TO WS-PM-USER(WS-PM-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-PM-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-EMPRECRUITERS
      *> Purpose: Drop the offboarded recruiter's
      *>          employer associations.
      *>---------------------------------------------
       OFFBOARD-SWEEP-EMPRECRUITERS.
           PERFORM LOAD-ER-ARRAY
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-ER-USER(WS-ER-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-ER-USER(WS-ER-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-ER-FILE.

      *>---------------------------------------------
      *> OFFBOARD-SWEEP-DIGESTS
      *> Purpose: Drop the offboarded user's digest
      *>          tracking rows.
      *>---------------------------------------------
       OFFBOARD-SWEEP-DIGESTS.
           PERFORM LOAD-DGI-ARRAY
           PERFORM VARYING WS-DGI-IDX FROM 1 BY 1
               UNTIL WS-DGI-IDX > WS-DGI-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-DG-USER(WS-DGI-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFFBOARD-USER))
                   MOVE SPACES TO WS-DG-USER(WS-DGI-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-DGI-FILE.

      *>---------------------------------------------
      *> LOAD-SKPROG-ARRAY
      *> Purpose: Read skillprogress.dat in full into
      *>          WS-SKPROG-ARRAY for an in-memory
      *>          sweep and rewrite.
      *>---------------------------------------------
       LOAD-SKPROG-ARRAY.
           MOVE 0 TO WS-SKPROG-ARRAY-TOTAL
           SET SKPROG-EOF-NO TO TRUE
           OPEN INPUT SKILLS-PROGRESS-FILE
           IF WS-SKPROG-STAT NOT = "00"
               IF WS-SKPROG-STAT = "05"
                   CLOSE SKILLS-PROGRESS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SKPROG-EOF-YES
               READ SKILLS-PROGRESS-FILE INTO WS-SKPROG-LINE
                   AT END
                       SET SKPROG-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-SKPROG-LINE) NOT = SPACES
                       AND WS-SKPROG-ARRAY-TOTAL < 500
                           ADD 1 TO WS-SKPROG-ARRAY-TOTAL
                           MOVE WS-SKPROG-LINE TO
                               WS-SKPROG-ARRAY-LINE(WS-SKPROG-ARRAY-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILLS-PROGRESS-FILE
           SET SKPROG-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-SKPROG-FILE
      *> Purpose: Overwrite skillprogress.dat from
      *>          WS-SKPROG-ARRAY, dropping blanked
      *>          rows.
      *>---------------------------------------------
       REWRITE-SKPROG-FILE.
           IF DRY-RUN-YES
               MOVE "skillprogress.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SKILLS-PROGRESS-FILE
           IF WS-SKPROG-STAT NOT = "00" AND WS-SKPROG-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite skillprogress.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SKPROG-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-SKPROG-ARRAY-IDX > WS-SKPROG-ARRAY-TOTAL
               IF FUNCTION TRIM(WS-SKPROG-ARRAY-LINE(WS-SKPROG-ARRAY-IDX))
                  NOT = SPACES
                   WRITE SKPROG-REC
                       FROM WS-SKPROG-ARRAY-LINE(WS-SKPROG-ARRAY-IDX)
               END-IF
           END-PERFORM
           CLOSE SKILLS-PROGRESS-FILE.

      *>---------------------------------------------
      *> LOAD-ALUMNI-ARRAY
      *> Purpose: Read alumni.dat into WS-ALM-ARRAY.
      *>---------------------------------------------
       LOAD-ALUMNI-ARRAY.
           MOVE 0 TO WS-ALM-TOTAL
           SET ALM-EOF-NO TO TRUE
           OPEN INPUT ALUMNI-FILE
           IF WS-ALM-STAT NOT = "00"
               IF WS-ALM-STAT = "05"
                   CLOSE ALUMNI-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ALM-EOF-YES
               READ ALUMNI-FILE INTO WS-ALM-LINE
                   AT END
                       SET ALM-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-ALM-LINE) NOT = SPACES
                       AND WS-ALM-TOTAL < 500
                           ADD 1 TO WS-ALM-TOTAL
                           MOVE FUNCTION TRIM(WS-ALM-LINE)(1:20)
                               TO WS-ALM-USER(WS-ALM-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALUMNI-FILE
           SET ALM-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> CHECK-USER-ALUMNI
      *> Purpose: Set WS-ALM-FLAG when WS-ALM-TARGET is
      *>          in the loaded alumni array.
      *>---------------------------------------------
       CHECK-USER-ALUMNI.
           MOVE "N" TO WS-ALM-FLAG
           PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
               UNTIL WS-ALM-IDX > WS-ALM-TOTAL
                   OR WS-ALM-FLAG = "Y"
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-ALM-USER(WS-ALM-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ALM-TARGET))
                   MOVE "Y" TO WS-ALM-FLAG
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> GRADUATION-ROLLOVER
      *> Purpose: Yearly batch - move every profile
      *>          whose graduation year has passed to
      *>          alumni standing, so "active students"
      *>          counts and recruiter sourcing stop
      *>          counting five-year-old graduates as
      *>          current students.
      *> Called:  From TOP-LEVEL-MENU option 12.
      *>---------------------------------------------
       GRADUATION-ROLLOVER.
           IF DRY-RUN-YES
               MOVE "alumni.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIZ-YEAR
               TO WS-ALM-THIS-YEAR
           PERFORM LOAD-ALUMNI-ARRAY
           MOVE 0 TO WS-ALM-MOVED
           SET SEARCH-EOF-NO TO TRUE
           OPEN INPUT PROFILES-FILE
           IF PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               MOVE "No profiles on file - nothing to roll over."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SEARCH-EOF-YES
               READ PROFILES-FILE NEXT
                   AT END
                       SET SEARCH-EOF-YES TO TRUE
                   NOT AT END
                       MOVE PR-LINE TO WS-PROFILE-LINE
                       PERFORM PARSE-PROFILE-LINE
                       IF FUNCTION TRIM(WS-PARSED-GRAD-YEAR) NOT = SPACES
                       AND WS-PARSED-GRAD-YEAR IS NUMERIC
                       AND FUNCTION NUMVAL(WS-PARSED-GRAD-YEAR) <
                           WS-ALM-THIS-YEAR
                           MOVE WS-PARSED-USERNAME TO WS-ALM-TARGET
                           PERFORM CHECK-USER-ALUMNI
                           IF WS-ALM-FLAG = "N"
                           AND WS-ALM-TOTAL < 500
                               ADD 1 TO WS-ALM-TOTAL
                               MOVE WS-PARSED-USERNAME
                                   TO WS-ALM-USER(WS-ALM-TOTAL)
                               ADD 1 TO WS-ALM-MOVED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILES-FILE
           SET SEARCH-EOF-NO TO TRUE
           OPEN OUTPUT ALUMNI-FILE
           IF WS-ALM-STAT = "00" OR WS-ALM-STAT = "05"
               PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
                   UNTIL WS-ALM-IDX > WS-ALM-TOTAL
                   MOVE WS-ALM-USER(WS-ALM-IDX) TO WS-ALM-LINE
                   WRITE ALUMNI-REC FROM WS-ALM-LINE
               END-PERFORM
               CLOSE ALUMNI-FILE
           ELSE
               MOVE "ERROR: Cannot rewrite alumni.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "GRAD-ROLLOVER" TO WS-AUDIT-ACTION
           MOVE "OPERATOR" TO WS-CURRENT-USERNAME
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING "year " DELIMITED BY SIZE
                  WS-ALM-THIS-YEAR DELIMITED BY SIZE
                  INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO WS-CURRENT-USERNAME
           MOVE WS-ALM-MOVED TO WS-ALM-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Rollover complete. Moved to alumni standing: "
                   DELIMITED BY SIZE
               WS-ALM-COUNT-DISP DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> DUPLICATE-ACCOUNTS-REPORT
      *> Purpose: Flag likely duplicate accounts -
      *>          profiles sharing first name, last name
      *>          and university - so the same student
      *>          registered twice can be merged instead
      *>          of losing half their history. Profiles
      *>          are sorted on the three names, so
      *>          each candidate group is compared only
      *>          within itself.
      *> Called:  From ADMIN-CONSOLE option 14.
      *>---------------------------------------------
       DUPLICATE-ACCOUNTS-REPORT.
           MOVE "--- Likely Duplicate Accounts ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM ADMIN-SCOPE-REPORT-NOTE
           MOVE 0 TO WS-DUP-COUNT
           MOVE 0 TO WS-DUP-IN-PROFILES
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY1 SRT-KEY2 SRT-KEY3 SRT-NUM
               INPUT PROCEDURE IS DUP-SORT-IN
               OUTPUT PROCEDURE IS DUP-SORT-OUT
           IF WS-DUP-COUNT = 0
               MOVE " No likely duplicates found." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE WS-DUP-COUNT TO WS-DUP-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Likely duplicate pairs: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DUP-COUNT-DISP) DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE "profiles.dat records read" TO WS-SRT-LABEL
           MOVE WS-DUP-IN-PROFILES TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE
           MOVE "---------------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> DUP-SORT-IN
      *> Purpose: Stream profiles.dat and release each
      *>          profile with a first name (at one of a
      *>          campus-scoped administrator's
      *>          campuses), keyed on
      *>          the upper-cased first name, last name
      *>          and university, then file order.
      *>---------------------------------------------
       DUP-SORT-IN.
           SET SEARCH-EOF-NO TO TRUE
           OPEN INPUT PROFILES-FILE
           IF PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SEARCH-EOF-YES
               READ PROFILES-FILE NEXT
                   AT END
                       SET SEARCH-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DUP-IN-PROFILES
                       MOVE PR-LINE TO WS-PROFILE-LINE
                       PERFORM PARSE-PROFILE-LINE
                       MOVE WS-PARSED-UNIVERSITY TO WS-ASC-CHK-UNIV
                       PERFORM ADMIN-UNIV-IN-SCOPE
                       IF FUNCTION TRIM(WS-PARSED-FNAME) NOT = SPACES
                       AND WS-ASC-OK = "Y"
                           MOVE SPACES TO SORT-REC
                           MOVE WS-DUP-IN-PROFILES TO SRT-NUM
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-PARSED-FNAME)) TO SRT-KEY1
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-PARSED-LNAME)) TO SRT-KEY2
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-PARSED-UNIVERSITY))
                               TO SRT-KEY3
                           MOVE WS-PARSED-USERNAME TO SRT-DATA(1:20)
                           MOVE WS-PARSED-FNAME TO SRT-DATA(21:20)
                           MOVE WS-PARSED-LNAME TO SRT-DATA(41:20)
                           MOVE WS-PARSED-UNIVERSITY TO SRT-DATA(61:40)
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILES-FILE
           SET SEARCH-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> DUP-SORT-OUT
      *> Purpose: Hold each name group in WS-DUP-TABLE
      *>          and pair every new member with the
      *>          members already held.
      *>---------------------------------------------
       DUP-SORT-OUT.
           SET SRT-EOF-NO TO TRUE
           MOVE 0 TO WS-DUP-TOTAL
           MOVE SPACES TO WS-SRT-PREV1
           MOVE SPACES TO WS-SRT-PREV2
           MOVE SPACES TO WS-SRT-PREV3
           PERFORM UNTIL SRT-EOF-YES
               RETURN SORT-FILE
                   AT END
                       SET SRT-EOF-YES TO TRUE
                   NOT AT END
                       IF SRT-KEY1 NOT = WS-SRT-PREV1
                       OR SRT-KEY2 NOT = WS-SRT-PREV2
                       OR SRT-KEY3 NOT = WS-SRT-PREV3
                           MOVE SRT-KEY1 TO WS-SRT-PREV1
                           MOVE SRT-KEY2 TO WS-SRT-PREV2
                           MOVE SRT-KEY3 TO WS-SRT-PREV3
                           MOVE 0 TO WS-DUP-TOTAL
                       END-IF
                       PERFORM DUP-PAIR-NEW-MEMBER
               END-RETURN
           END-PERFORM
           SET SRT-EOF-NO TO TRUE.

       DUP-PAIR-NEW-MEMBER.
           PERFORM VARYING WS-DUP-J FROM 1 BY 1
               UNTIL WS-DUP-J > WS-DUP-TOTAL
               ADD 1 TO WS-DUP-COUNT
               MOVE SPACES TO WS-OUTLINE
               STRING
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DUP-USER(WS-DUP-J))
                       DELIMITED BY SIZE
                   " and " DELIMITED BY SIZE
                   FUNCTION TRIM(SRT-DATA(1:20)) DELIMITED BY SIZE
                   " - both " DELIMITED BY SIZE
                   FUNCTION TRIM(SRT-DATA(21:20)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SRT-DATA(41:20)) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   FUNCTION TRIM(SRT-DATA(61:40)) DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-PERFORM
           IF WS-DUP-TOTAL < 500
               ADD 1 TO WS-DUP-TOTAL
               MOVE SRT-DATA(1:20) TO WS-DUP-USER(WS-DUP-TOTAL)
               MOVE SRT-DATA(21:20) TO WS-DUP-FNAME(WS-DUP-TOTAL)
               MOVE SRT-DATA(41:20) TO WS-DUP-LNAME(WS-DUP-TOTAL)
               MOVE SRT-DATA(61:40) TO WS-DUP-UNIV(WS-DUP-TOTAL)
           END-IF.

      *>---------------------------------------------
      *> BUILD-INPUT-COUNT-LINE
      *> Purpose: Format " label: count" into
      *>          WS-OUTLINE from WS-SRT-LABEL and
      *>          WS-SRT-COUNT, for the input record
      *>          counts the batch reports close with.
      *>---------------------------------------------
       BUILD-INPUT-COUNT-LINE.
           MOVE WS-SRT-COUNT TO WS-SRT-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SRT-LABEL) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SRT-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING.

      *>---------------------------------------------
      *> ADMIN-MERGE-ACCOUNTS
      *> Purpose: Fold a duplicate account's rows in
      *>          every per-user file into the surviving
      *>          username, then retire the duplicate -
      *>          instead of deactivating one side and
      *>          losing half the student's history.
      *> Called:  From ADMIN-CONSOLE option 15.
      *>---------------------------------------------
       ADMIN-MERGE-ACCOUNTS.
           MOVE "Enter the SURVIVING username:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-MRG-SURVIVOR
           MOVE "Enter the DUPLICATE username to fold into it:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-MRG-DUP
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-SURVIVOR)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
               MOVE "The two usernames must differ." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           *> CHECK-USERNAME-EXISTS keys off WS-CURRENT-USERNAME, so
           *> hold on to the administrator's identity while both sides
           *> of the merge are validated.
           MOVE WS-CURRENT-USERNAME TO WS-TMP-USER
           MOVE WS-MRG-SURVIVOR TO WS-CURRENT-USERNAME
           PERFORM CHECK-USERNAME-EXISTS
           MOVE "N" TO WS-MRG-FOUND
           IF USERNAME-FOUND
               MOVE WS-MRG-DUP TO WS-CURRENT-USERNAME
               PERFORM CHECK-USERNAME-EXISTS
               IF USERNAME-FOUND
                   MOVE "Y" TO WS-MRG-FOUND
               END-IF
           END-IF
           MOVE WS-TMP-USER TO WS-CURRENT-USERNAME
           IF WS-MRG-FOUND = "N"
               MOVE "Both usernames must exist." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MRG-SURVIVOR TO WS-ASC-CHK-USER
           PERFORM CHECK-ADMIN-TARGET-SCOPE
           IF WS-ASC-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MRG-DUP TO WS-ASC-CHK-USER
           PERFORM CHECK-ADMIN-TARGET-SCOPE
           IF WS-ASC-OK = "N"
               EXIT PARAGRAPH
           END-IF
           *> A merge retires an account and rewrites its rows across
           *> every data file in one action - the same power a
           *> deactivation has, so it takes the same second-admin
           *> confirmation through the pending-approval queue.
           MOVE WS-MRG-DUP TO WS-ADMIN-TARGET-USER
           MOVE "MERGE" TO WS-ADP-QUEUE-ACTION
           MOVE WS-MRG-SURVIVOR TO WS-ADP-QUEUE-EXTRA
           PERFORM QUEUE-ADMIN-ACTION.

      *>---------------------------------------------
      *> PERFORM-ACCOUNT-MERGE
      *> Purpose: Carry out an approved merge - fold
      *>          WS-MRG-DUP's rows in every per-user
      *>          file into WS-MRG-SURVIVOR, drop the
      *>          duplicate's profile and retire its
      *>          account.
      *> Called:  From EXECUTE-APPROVED-ACTION once a
      *>          second administrator has confirmed.
      *>---------------------------------------------
       PERFORM-ACCOUNT-MERGE.
           *> Neither side of a merge may be under legal hold.
           PERFORM LOAD-HLD-ARRAY
           MOVE WS-MRG-DUP TO WS-HLD-CHECK-USER
           MOVE WS-MRG-SURVIVOR TO WS-HLD-CHECK-USER2
           PERFORM HOLD-CHECK-PAIR
           IF WS-HLD-KEEP = "Y"
               MOVE "N" TO WS-HLD-QUIET
               MOVE "PERFORM-ACCOUNT-MERGE" TO WS-HLD-RUN
               MOVE "account merge(s)" TO WS-HLD-WHAT
               PERFORM HOLD-FLUSH-SKIPS
               MOVE "An account in this merge is under legal hold - merge not carried out."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM MERGE-RENAME-CONNECTIONS
           PERFORM MERGE-RENAME-MESSAGES
           PERFORM MERGE-RENAME-APPLICATIONS
           PERFORM MERGE-RENAME-APPHISTORY
           PERFORM MERGE-RENAME-SAVEDJOBS
           PERFORM MERGE-RENAME-PROFILEVIEWS
           PERFORM MERGE-RENAME-SKILLPROGRESS
           PERFORM MERGE-RENAME-GROUPS
           PERFORM MERGE-RENAME-RSVPS
           PERFORM MERGE-RENAME-NOTIFICATIONS
           PERFORM MERGE-RENAME-REFERRALS
           PERFORM MERGE-RENAME-INVITES
           PERFORM MERGE-RENAME-SAVEDSEARCHES
           PERFORM MERGE-RENAME-CERTS
           PERFORM MERGE-RENAME-BLOCKS
           PERFORM MERGE-RENAME-INTERVIEWS
           PERFORM MERGE-RENAME-OFFERS
           PERFORM MERGE-RENAME-PACKETS
           PERFORM MERGE-RENAME-MENTORSHIP
           PERFORM MERGE-RENAME-RECOMMENDS
           PERFORM MERGE-RENAME-PRIVACY
           PERFORM MERGE-RENAME-CONTACTS
           PERFORM MERGE-RENAME-USAGE
           PERFORM MERGE-RENAME-ADMINSCOPE
           PERFORM MERGE-RENAME-COMPREVIEWS
           PERFORM MERGE-RENAME-JOBSHARES
           PERFORM MERGE-RENAME-POOLS
           PERFORM MERGE-RENAME-SCORECARDS
           PERFORM MERGE-RENAME-HOURSLOG
           PERFORM MERGE-RENAME-CASELOADS
           PERFORM MERGE-RENAME-ADVNOTES
           PERFORM MERGE-RENAME-PROJECTS
           PERFORM MERGE-RENAME-CONNNOTES
           PERFORM MERGE-RENAME-SURVEYS
           PERFORM MERGE-RENAME-SENDLOG
           PERFORM MERGE-RENAME-REPORTS
           PERFORM MERGE-RENAME-TICKETREPLIES
           PERFORM MERGE-RENAME-ENRVERIFY
           PERFORM MERGE-RENAME-GROUPANN
           PERFORM MERGE-RENAME-ANNDISMISS
           PERFORM MERGE-RENAME-ADMINPENDING
           *> The duplicate's profile is dropped - the survivor keeps
           *> theirs - and the duplicate account is retired.
           MOVE WS-MRG-DUP TO WS-OFFBOARD-USER
           PERFORM OFFBOARD-REMOVE-PROFILE
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACCOUNT-COUNT
               IF FUNCTION TRIM(WS-USERNAME(WS-I)) =
                  FUNCTION TRIM(WS-MRG-DUP)
                   MOVE "C" TO WS-ACCT-ACTIVE(WS-I)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM SAVE-ACCOUNTS-TO-FILE
           MOVE "ACCOUNT-MERGE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               FUNCTION TRIM(WS-MRG-DUP) DELIMITED BY SIZE
               " into " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MRG-SURVIVOR) DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Merge complete - run the integrity audit to clear any duplicate pairs."
               TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> CHANGE-MY-USERNAME
      *> Purpose: Let the signed-in user take a new
      *>          username. The new name must be free
      *>          (including names still redirecting
      *>          for someone else); the change is
      *>          journaled in renames.dat, carried
      *>          through every per-user file by the
      *>          MERGE-RENAME-* and REN-RENAME-* sweeps
      *>          and audited with both names.
      *> Called:  From AFTER-LOGIN-MENU option 28.
      *>---------------------------------------------
       CHANGE-MY-USERNAME.
           *> A held account's rows are evidence - they keep the name
           *> they were written under.
           PERFORM LOAD-HLD-ARRAY
           MOVE WS-CURRENT-USERNAME TO WS-HLD-CHECK-USER
           PERFORM HOLD-CHECK-USER
           IF WS-HLD-HIT > 0
               MOVE "Your account is under legal hold - its username cannot be changed right now."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Your current username is " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE "Enter your new username:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-INLINE)) > 20
               MOVE "Usernames are limited to 20 characters." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-REN-NEW-NAME
           *> Every data file is pipe-delimited, so neither a pipe nor
           *> an embedded space may appear in a username.
           MOVE 0 TO WS-REN-BAD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INLINE)) TO WS-REN-LEN
           INSPECT WS-REN-NEW-NAME(1:WS-REN-LEN)
               TALLYING WS-REN-BAD FOR ALL "|" ALL SPACE
           IF WS-REN-BAD > 0
               MOVE "Usernames cannot contain spaces or the | character."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REN-NEW-NAME)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               MOVE "That is already your username." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           *> The rename sweeps match case-insensitively, so a name
           *> differing from an existing one only in case is taken.
           MOVE WS-REN-NEW-NAME TO WS-REN-TARGET
           PERFORM REN-FIND-ACCOUNT
           IF WS-REN-ACCT-FOUND = "Y"
               MOVE "Username already exists. Please choose a different username."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           *> A name still redirecting to another member is not free
           *> until its window closes; taking back your own old name
           *> is allowed.
           MOVE WS-REN-NEW-NAME TO WS-REN-LOOKUP
           PERFORM REN-RESOLVE-REDIRECT
           IF WS-REN-HIT = "Y"
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REN-TARGET)) NOT =
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-USERNAME))
               MOVE "That username was recently retired by another member and is not yet available."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Type YES to change your username from " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REN-NEW-NAME) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE)) NOT = "YES"
               MOVE "Username change cancelled." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           *> Journal the change before any file is touched - a run
           *> that dies part-way leaves a PENDING row that the next
           *> startup finishes (every sweep is safe to repeat).
           PERFORM LOAD-REN-ARRAY
           IF WS-REN-TOTAL >= 500
               MOVE "The rename journal is full - please try again later."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REN-TOTAL
           MOVE WS-CURRENT-USERNAME TO WS-RN-OLD(WS-REN-TOTAL)
           MOVE WS-REN-NEW-NAME TO WS-RN-NEW(WS-REN-TOTAL)
           MOVE WS-BIZ-DATE TO WS-RN-DATE(WS-REN-TOTAL)
           MOVE "PENDING" TO WS-RN-STATUS(WS-REN-TOTAL)
           MOVE WS-REN-TOTAL TO WS-REN-ROW
           PERFORM REWRITE-REN-FILE
           MOVE WS-CURRENT-USERNAME TO WS-MRG-DUP
           MOVE WS-REN-NEW-NAME TO WS-MRG-SURVIVOR
           PERFORM REN-CASCADE
           MOVE "DONE" TO WS-RN-STATUS(WS-REN-ROW)
           PERFORM REWRITE-REN-FILE
           MOVE WS-REN-NEW-NAME TO WS-CURRENT-USERNAME
           MOVE "USERNAME-CHANGE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               FUNCTION TRIM(WS-MRG-DUP) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MRG-SURVIVOR) DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-CFG-RENAME-REDIRECT-DAYS TO WS-REN-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING
               "Your username is now " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MRG-SURVIVOR) DELIMITED BY SIZE
               ". Searches and messages for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MRG-DUP) DELIMITED BY SIZE
               " will reach you for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REN-DISP) DELIMITED BY SIZE
               " days." DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> RESUME-PENDING-RENAMES
      *> Purpose: Finish any username change a prior
      *>          run journaled but did not complete.
      *> Called:  From MAIN once the accounts are
      *>          loaded.
      *>---------------------------------------------
       RESUME-PENDING-RENAMES.
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REN-ARRAY
           PERFORM VARYING WS-REN-ROW FROM 1 BY 1
               UNTIL WS-REN-ROW > WS-REN-TOTAL
               IF FUNCTION TRIM(WS-RN-STATUS(WS-REN-ROW)) = "PENDING"
                   MOVE WS-RN-OLD(WS-REN-ROW) TO WS-MRG-DUP
                   MOVE WS-RN-NEW(WS-REN-ROW) TO WS-MRG-SURVIVOR
                   DISPLAY "Completing interrupted username change "
                       FUNCTION TRIM(WS-MRG-DUP) " -> "
                       FUNCTION TRIM(WS-MRG-SURVIVOR)
                   PERFORM REN-CASCADE
                   MOVE "DONE" TO WS-RN-STATUS(WS-REN-ROW)
                   PERFORM REWRITE-REN-FILE
                   MOVE "OPERATOR" TO WS-CURRENT-USERNAME
                   MOVE "USERNAME-CHANGE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-TARGET
                   STRING
                       FUNCTION TRIM(WS-MRG-DUP) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MRG-SURVIVOR) DELIMITED BY SIZE
                       " (resumed)" DELIMITED BY SIZE
                       INTO WS-AUDIT-TARGET
                   END-STRING
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE SPACES TO WS-CURRENT-USERNAME
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> REN-CASCADE
      *> Purpose: Rename WS-MRG-DUP to WS-MRG-SURVIVOR
      *>          in every data file - the merge sweeps
      *>          first, then the owner/poster fields a
      *>          merge leaves alone, the profile key
      *>          and finally the account itself.
      *>---------------------------------------------
       REN-CASCADE.
           PERFORM MERGE-RENAME-CONNECTIONS
           PERFORM MERGE-RENAME-MESSAGES
           PERFORM MERGE-RENAME-APPLICATIONS
           PERFORM MERGE-RENAME-APPHISTORY
           PERFORM MERGE-RENAME-SAVEDJOBS
           PERFORM MERGE-RENAME-PROFILEVIEWS
           PERFORM MERGE-RENAME-SKILLPROGRESS
           PERFORM MERGE-RENAME-GROUPS
           PERFORM MERGE-RENAME-RSVPS
           PERFORM MERGE-RENAME-NOTIFICATIONS
           PERFORM MERGE-RENAME-REFERRALS
           PERFORM MERGE-RENAME-INVITES
           PERFORM MERGE-RENAME-SAVEDSEARCHES
           PERFORM MERGE-RENAME-CERTS
           PERFORM MERGE-RENAME-BLOCKS
           PERFORM MERGE-RENAME-INTERVIEWS
           PERFORM MERGE-RENAME-OFFERS
           PERFORM MERGE-RENAME-PACKETS
           PERFORM MERGE-RENAME-MENTORSHIP
           PERFORM MERGE-RENAME-RECOMMENDS
           PERFORM MERGE-RENAME-PRIVACY
           PERFORM MERGE-RENAME-CONTACTS
           PERFORM MERGE-RENAME-USAGE
           PERFORM MERGE-RENAME-ADMINSCOPE
           PERFORM MERGE-RENAME-COMPREVIEWS
           PERFORM MERGE-RENAME-JOBSHARES
           PERFORM MERGE-RENAME-POOLS
           PERFORM MERGE-RENAME-SCORECARDS
           PERFORM MERGE-RENAME-HOURSLOG
           PERFORM MERGE-RENAME-CASELOADS
           PERFORM MERGE-RENAME-ADVNOTES
           PERFORM MERGE-RENAME-PROJECTS
           PERFORM MERGE-RENAME-CONNNOTES
           PERFORM MERGE-RENAME-SURVEYS
           PERFORM MERGE-RENAME-SENDLOG
           PERFORM MERGE-RENAME-REPORTS
           PERFORM MERGE-RENAME-TICKETREPLIES
           PERFORM MERGE-RENAME-ENRVERIFY
           PERFORM MERGE-RENAME-GROUPANN
           PERFORM MERGE-RENAME-ANNDISMISS
           PERFORM MERGE-RENAME-ADMINPENDING
           PERFORM REN-RENAME-JOBS
           PERFORM REN-RENAME-EVENTS
           PERFORM REN-RENAME-GROUP-OWNERS
           PERFORM REN-RENAME-GRPJOBS
           PERFORM REN-RENAME-EMPRECRUITERS
           PERFORM REN-RENAME-ALUMNI
           PERFORM REN-RENAME-DIGESTS
           PERFORM REN-RENAME-TICKETS
           PERFORM REN-RENAME-PROFILE
           PERFORM VARYING WS-REN-J FROM 1 BY 1
               UNTIL WS-REN-J > WS-ACCOUNT-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USERNAME(WS-REN-J))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-USERNAME(WS-REN-J)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM SAVE-ACCOUNTS-TO-FILE.

       REN-RENAME-JOBS.
           PERFORM LOAD-JOB-ARRAY
           MOVE "N" TO WS-REN-CHANGED
           MOVE 2 TO WS-REN-FIELD-NO
           PERFORM VARYING WS-JOB-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-JOB-ARRAY-IDX > WS-JOB-ARRAY-TOTAL
               MOVE WS-JOB-ARRAY-LINE(WS-JOB-ARRAY-IDX) TO WS-REN-LINE
               PERFORM REN-SWAP-FIELD
               IF WS-REN-SWAPPED = "Y"
                   MOVE WS-REN-LINE TO WS-JOB-ARRAY-LINE(WS-JOB-ARRAY-IDX)
                   MOVE "Y" TO WS-REN-CHANGED
               END-IF
           END-PERFORM
           IF WS-REN-CHANGED = "Y"
               PERFORM REWRITE-JOBS-FILE
           END-IF.

       REN-RENAME-EVENTS.
           PERFORM LOAD-EVT-ARRAY
           MOVE "N" TO WS-REN-CHANGED
           MOVE 2 TO WS-REN-FIELD-NO
           PERFORM VARYING WS-EVT-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-EVT-ARRAY-IDX > WS-EVT-ARRAY-TOTAL
               MOVE WS-EVT-ARRAY-LINE(WS-EVT-ARRAY-IDX) TO WS-REN-LINE
               PERFORM REN-SWAP-FIELD
               IF WS-REN-SWAPPED = "Y"
                   MOVE WS-REN-LINE TO WS-EVT-ARRAY-LINE(WS-EVT-ARRAY-IDX)
                   MOVE "Y" TO WS-REN-CHANGED
               END-IF
           END-PERFORM
           IF WS-REN-CHANGED = "Y"
               PERFORM REWRITE-EVENTS-FILE
           END-IF.

       REN-RENAME-GROUP-OWNERS.
           PERFORM LOAD-GROUPS-ARRAY
           MOVE "N" TO WS-REN-CHANGED
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-GA-OWNER(WS-GRP-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-GA-OWNER(WS-GRP-IDX)
                   MOVE "Y" TO WS-REN-CHANGED
               END-IF
           END-PERFORM
           IF WS-REN-CHANGED = "Y"
               PERFORM REWRITE-GROUPS-FILE
           END-IF.

       REN-RENAME-GRPJOBS.
           PERFORM LOAD-GRPJOBS-ARRAY
           PERFORM VARYING WS-GJ-IDX FROM 1 BY 1
               UNTIL WS-GJ-IDX > WS-GJ-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-GJ-PINNER(WS-GJ-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-GJ-PINNER(WS-GJ-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-GRPJOBS-FILE.

       REN-RENAME-EMPRECRUITERS.
           PERFORM LOAD-ER-ARRAY
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-ER-USER(WS-ER-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-ER-USER(WS-ER-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-ER-FILE.

       REN-RENAME-ALUMNI.
           PERFORM LOAD-ALUMNI-ARRAY
           MOVE "N" TO WS-REN-CHANGED
           PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
               UNTIL WS-ALM-IDX > WS-ALM-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-ALM-USER(WS-ALM-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-ALM-USER(WS-ALM-IDX)
                   MOVE "Y" TO WS-REN-CHANGED
               END-IF
           END-PERFORM
           IF WS-REN-CHANGED = "N"
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE "alumni.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ALUMNI-FILE
           IF WS-ALM-STAT = "00" OR WS-ALM-STAT = "05"
               PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
           ELSE
               MOVE "ERROR: Cannot rewrite alumni.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF.

       REN-RENAME-DIGESTS.
           PERFORM LOAD-DGI-ARRAY
           PERFORM VARYING WS-DGI-IDX FROM 1 BY 1
               UNTIL WS-DGI-IDX > WS-DGI-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-DG-USER(WS-DGI-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-DG-USER(WS-DGI-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-DGI-FILE.

       REN-RENAME-TICKETS.
           PERFORM LOAD-TKT-ARRAY
           PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
               UNTIL WS-TKT-IDX > WS-TKT-TOTAL
               MOVE WS-TKT-ARRAY-LINE(WS-TKT-IDX) TO WS-TKT-LINE
               PERFORM PARSE-TKT-LINE
               MOVE "N" TO WS-MRG-FOUND
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-TKT-PARSE-USER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-TKT-PARSE-USER
                   MOVE "Y" TO WS-MRG-FOUND
               END-IF
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-TKT-PARSE-ASSIGNED)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-TKT-PARSE-ASSIGNED
                   MOVE "Y" TO WS-MRG-FOUND
               END-IF
               IF WS-MRG-FOUND = "Y"
                   PERFORM REBUILD-TKT-ARRAY-LINE
               END-IF
           END-PERFORM
           PERFORM REWRITE-TKT-FILE.

       REN-RENAME-PROFILE.
           IF DRY-RUN-YES
               MOVE "profiles.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PROFILES-FILE
           IF PROFILES-STATUS = "41"
               CLOSE PROFILES-FILE
               OPEN I-O PROFILES-FILE
           END-IF
           IF PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-REN-CHANGED
           MOVE FUNCTION TRIM(WS-MRG-DUP) TO PR-USERNAME
           READ PROFILES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PR-LINE TO WS-REN-LINE
                   MOVE "Y" TO WS-REN-CHANGED
           END-READ
           *> The profile is keyed on the username, so it moves to a
           *> new record rather than being rewritten in place.
           IF WS-REN-CHANGED = "Y"
               MOVE 1 TO WS-REN-FIELD-NO
               PERFORM REN-SWAP-FIELD
               DELETE PROFILES-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE FUNCTION TRIM(WS-MRG-SURVIVOR) TO PR-USERNAME
               MOVE WS-REN-LINE TO PR-LINE
               WRITE PROFILE-REC
                   INVALID KEY
                       REWRITE PROFILE-REC
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF
           CLOSE PROFILES-FILE.

      *>---------------------------------------------
      *> REN-SWAP-FIELD
      *> Purpose: When pipe-delimited field
      *>          WS-REN-FIELD-NO (1 or 2) of WS-REN-LINE
      *>          is WS-MRG-DUP, rebuild the line with
      *>          WS-MRG-SURVIVOR in its place, leaving
      *>          the rest of the row as it was.
      *>---------------------------------------------
       REN-SWAP-FIELD.
           MOVE "N" TO WS-REN-SWAPPED
           MOVE SPACES TO WS-REN-LEAD
           MOVE SPACES TO WS-REN-FIELD
           MOVE 1 TO WS-REN-PTR
           IF WS-REN-FIELD-NO = 1
               UNSTRING WS-REN-LINE
                   DELIMITED BY "|"
                   INTO WS-REN-FIELD
                   WITH POINTER WS-REN-PTR
               END-UNSTRING
           ELSE
               UNSTRING WS-REN-LINE
                   DELIMITED BY "|"
                   INTO WS-REN-LEAD WS-REN-FIELD
                   WITH POINTER WS-REN-PTR
               END-UNSTRING
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REN-FIELD)) NOT =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REN-NEW-LINE
           MOVE 1 TO WS-REN-OUT-PTR
           IF WS-REN-FIELD-NO = 2
               STRING
                   FUNCTION TRIM(WS-REN-LEAD) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   INTO WS-REN-NEW-LINE
                   WITH POINTER WS-REN-OUT-PTR
               END-STRING
           END-IF
           STRING
               FUNCTION TRIM(WS-MRG-SURVIVOR) DELIMITED BY SIZE
               INTO WS-REN-NEW-LINE
               WITH POINTER WS-REN-OUT-PTR
           END-STRING
           IF WS-REN-PTR <= 2200
               STRING
                   "|" DELIMITED BY SIZE
                   WS-REN-LINE(WS-REN-PTR:) DELIMITED BY SIZE
                   INTO WS-REN-NEW-LINE
                   WITH POINTER WS-REN-OUT-PTR
               END-STRING
           END-IF
           MOVE WS-REN-NEW-LINE TO WS-REN-LINE
           MOVE "Y" TO WS-REN-SWAPPED.

      *>---------------------------------------------
      *> REN-FIND-ACCOUNT
      *> Purpose: WS-REN-ACCT-FOUND = "Y" when an
      *>          account named WS-REN-TARGET exists
      *>          (case-insensitive).
      *>---------------------------------------------
       REN-FIND-ACCOUNT.
           MOVE "N" TO WS-REN-ACCT-FOUND
           PERFORM VARYING WS-REN-J FROM 1 BY 1
               UNTIL WS-REN-J > WS-ACCOUNT-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USERNAME(WS-REN-J))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REN-TARGET))
                   MOVE "Y" TO WS-REN-ACCT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> REN-RESOLVE-REDIRECT
      *> Purpose: When WS-REN-LOOKUP is not a live
      *>          username but was changed within the
      *>          last RENAME-REDIRECT-DAYS days, follow
      *>          the journal (through any later
      *>          changes) to its current owner.
      *>          WS-REN-HIT = "Y" with the name in
      *>          WS-REN-TARGET.
      *>---------------------------------------------
       REN-RESOLVE-REDIRECT.
           MOVE "N" TO WS-REN-HIT
           MOVE WS-REN-LOOKUP TO WS-REN-TARGET
           IF FUNCTION TRIM(WS-REN-LOOKUP) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REN-ARRAY
           PERFORM VARYING WS-REN-HOP FROM 1 BY 1
               UNTIL WS-REN-HOP > 10
               PERFORM REN-FIND-ACCOUNT
               IF WS-REN-ACCT-FOUND = "Y"
                   EXIT PERFORM
               END-IF
               MOVE "N" TO WS-REN-STEP
               PERFORM VARYING WS-REN-I FROM WS-REN-TOTAL BY -1
                   UNTIL WS-REN-I < 1
                   IF FUNCTION TRIM(WS-RN-STATUS(WS-REN-I)) = "DONE"
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RN-OLD(WS-REN-I))) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REN-TARGET))
                       MOVE WS-RN-DATE(WS-REN-I) TO WS-REN-DATE
                       PERFORM REN-CHECK-WINDOW
                       IF WS-REN-IN-WINDOW = "Y"
                           MOVE WS-RN-NEW(WS-REN-I) TO WS-REN-TARGET
                           MOVE "Y" TO WS-REN-STEP
                           MOVE "Y" TO WS-REN-HIT
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-REN-STEP = "N"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-REN-HIT = "Y"
               PERFORM REN-FIND-ACCOUNT
               IF WS-REN-ACCT-FOUND = "N"
                   MOVE "N" TO WS-REN-HIT
               END-IF
           END-IF.

      *>---------------------------------------------
      *> REN-CHECK-WINDOW
      *> Purpose: WS-REN-IN-WINDOW = "Y" when
      *>          WS-REN-DATE is no more than
      *>          RENAME-REDIRECT-DAYS before today.
      *>---------------------------------------------
       REN-CHECK-WINDOW.
           MOVE "N" TO WS-REN-IN-WINDOW
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-REN-DATE) NOT = 0
           OR FUNCTION TEST-DATE-YYYYMMDD(WS-BIZ-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REN-AGE =
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-REN-DATE)
           IF WS-REN-AGE <= WS-CFG-RENAME-REDIRECT-DAYS
               MOVE "Y" TO WS-REN-IN-WINDOW
           END-IF.

      *>---------------------------------------------
      *> REN-SEARCH-REDIRECT
      *> Purpose: Let SEARCH-FOR-USER find a member by
      *>          a username they gave up within the
      *>          redirect window.
      *>---------------------------------------------
       REN-SEARCH-REDIRECT.
           IF FUNCTION TRIM(WS-SEARCH-LNAME) NOT = SPACES
           OR FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-INPUT)) > 20
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-SEARCH-INPUT) TO WS-REN-LOOKUP
           PERFORM REN-RESOLVE-REDIRECT
           IF WS-REN-HIT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REN-TARGET TO WS-BLOCK-USER-B
           PERFORM CHECK-USER-BLOCKED
           IF USER-IS-BLOCKED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROFILES-FILE
           IF PROFILES-STATUS = "00"
               MOVE FUNCTION TRIM(WS-REN-TARGET) TO PR-USERNAME
               READ PROFILES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-LINE TO WS-PROFILE-LINE
                       PERFORM PARSE-PROFILE-LINE
                       SET USER-SEARCH-FOUND TO TRUE
               END-READ
               CLOSE PROFILES-FILE
           END-IF
           IF USER-SEARCH-FOUND
               MOVE SPACES TO WS-OUTLINE
               STRING
                   FUNCTION TRIM(WS-REN-LOOKUP) DELIMITED BY SIZE
                   " is now " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REN-TARGET) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
           END-IF.

      *>---------------------------------------------
      *> LOAD-REN-ARRAY
      *> Purpose: Read renames.dat into WS-REN-ARRAY.
      *>          Format: old|new|date|status
      *>---------------------------------------------
       LOAD-REN-ARRAY.
           MOVE 0 TO WS-REN-TOTAL
           OPEN INPUT RENAMES-FILE
           IF WS-REN-STAT NOT = "00"
               IF WS-REN-STAT = "05"
                   CLOSE RENAMES-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET REN-EOF-NO TO TRUE
           PERFORM UNTIL REN-EOF-YES
               READ RENAMES-FILE INTO WS-REN-ROW-LINE
                   AT END
                       SET REN-EOF-YES TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-REN-ROW-LINE) NOT = SPACES
                       AND WS-REN-TOTAL < 500
                           ADD 1 TO WS-REN-TOTAL
                           MOVE SPACES TO WS-REN-DATE-X
                           UNSTRING WS-REN-ROW-LINE
                               DELIMITED BY "|"
                               INTO WS-RN-OLD(WS-REN-TOTAL)
                                    WS-RN-NEW(WS-REN-TOTAL)
                                    WS-REN-DATE-X
                                    WS-RN-STATUS(WS-REN-TOTAL)
                           END-UNSTRING
                           IF WS-REN-DATE-X(1:8) IS NUMERIC
                               MOVE WS-REN-DATE-X(1:8)
                                   TO WS-RN-DATE(WS-REN-TOTAL)
                           ELSE
                               MOVE 0 TO WS-RN-DATE(WS-REN-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RENAMES-FILE
           SET REN-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> REWRITE-REN-FILE
      *> Purpose: Overwrite renames.dat from
      *>          WS-REN-ARRAY. A completed change whose
      *>          redirect window has closed is dropped -
      *>          audit.dat keeps the permanent record.
      *>---------------------------------------------
       REWRITE-REN-FILE.
           IF DRY-RUN-YES
               MOVE "renames.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RENAMES-FILE
           IF WS-REN-STAT NOT = "00" AND WS-REN-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite renames.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REN-I FROM 1 BY 1
               UNTIL WS-REN-I > WS-REN-TOTAL
               MOVE WS-RN-DATE(WS-REN-I) TO WS-REN-DATE
               PERFORM REN-CHECK-WINDOW
               IF FUNCTION TRIM(WS-RN-OLD(WS-REN-I)) NOT = SPACES
               AND (FUNCTION TRIM(WS-RN-STATUS(WS-REN-I)) NOT = "DONE"
                    OR WS-REN-IN-WINDOW = "Y")
                   MOVE SPACES TO WS-REN-ROW-LINE
                   STRING
                       FUNCTION TRIM(WS-RN-OLD(WS-REN-I)) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RN-NEW(WS-REN-I)) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-RN-DATE(WS-REN-I) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RN-STATUS(WS-REN-I)) DELIMITED BY SIZE
                       INTO WS-REN-ROW-LINE
                   END-STRING
                   WRITE RENAMES-REC FROM WS-REN-ROW-LINE
               END-IF
           END-PERFORM
           CLOSE RENAMES-FILE.

      *>---------------------------------------------
      *> REWRITE-GROUPS-FILE
      *> Purpose: Overwrite groups.dat from
      *>          WS-GRP-ARRAY.
      *>---------------------------------------------
       REWRITE-GROUPS-FILE.
           IF DRY-RUN-YES
               MOVE "groups.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GROUPS-FILE
           IF WS-GRP-STAT NOT = "00" AND WS-GRP-STAT NOT = "05"
               MOVE "ERROR: Cannot rewrite groups.dat." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-TOTAL
               MOVE SPACES TO WS-GRP-LINE
               STRING
                   WS-GA-ID(WS-GRP-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GA-NAME(WS-GRP-IDX)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GA-TYPE(WS-GRP-IDX)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GA-KEY(WS-GRP-IDX)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GA-OWNER(WS-GRP-IDX)) DELIMITED BY SIZE
                   INTO WS-GRP-LINE
               END-STRING
               WRITE GROUPS-REC FROM WS-GRP-LINE
           END-PERFORM
           CLOSE GROUPS-FILE.

      *>---------------------------------------------
      *> MERGE-RENAME-* sweeps
           END-PERFORM
           PERFORM REWRITE-PRV-FILE.

       MERGE-RENAME-CONTACTS.
           PERFORM LOAD-CTC-ARRAY
           *> As with privacy, the survivor's own contact row stays
           *> authoritative; the duplicate's is renamed only when the
           *> survivor never recorded one.
           MOVE "N" TO WS-MRG-FOUND
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
               UNTIL WS-CTC-IDX > WS-CTC-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CE-USER(WS-CTC-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-SURVIVOR))
                   MOVE "Y" TO WS-MRG-FOUND
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
               UNTIL WS-CTC-IDX > WS-CTC-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-CE-USER(WS-CTC-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   IF WS-MRG-FOUND = "Y"
                       MOVE SPACES TO WS-CE-USER(WS-CTC-IDX)
                   ELSE
                       MOVE WS-MRG-SURVIVOR TO WS-CE-USER(WS-CTC-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-CTC-FILE.

       MERGE-RENAME-USAGE.
           *> This run's counts go to the file first so the sweep
           *> sees them.
           PERFORM USAGE-FLUSH
           MOVE WS-MRG-DUP TO WS-USG-OLD-USER
           MOVE WS-MRG-SURVIVOR TO WS-USG-NEW-USER
           PERFORM USG-REWRITE-USER.

       MERGE-RENAME-ADMINSCOPE.
           PERFORM LOAD-ASC-ARRAY
           *> A scope the survivor already holds is not repeated.
           MOVE WS-MRG-SURVIVOR TO WS-ASC-ADMIN-IN
           PERFORM VARYING WS-ASC-IDX FROM 1 BY 1
               UNTIL WS-ASC-IDX > WS-ASC-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-ASC-ADMIN(WS-ASC-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-ASC-UNIV(WS-ASC-IDX) TO WS-ASC-UNIV-IN
                   PERFORM FIND-ASC-ROW
                   IF WS-ASC-FOUND > 0
                       MOVE SPACES TO WS-ASC-ADMIN(WS-ASC-IDX)
                   ELSE
                       MOVE WS-MRG-SURVIVOR TO WS-ASC-ADMIN(WS-ASC-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-ASC-FILE.

       MERGE-RENAME-COMPREVIEWS.
           PERFORM LOAD-CRV-ARRAY
           PERFORM VARYING WS-CRV-IDX FROM 1 BY 1
                   END-STRING
               END-IF
           END-PERFORM
           PERFORM REWRITE-SHR-FILE.

       MERGE-RENAME-POOLS.
           PERFORM LOAD-POOL-ARRAY
           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
               UNTIL WS-POOL-IDX > WS-POOL-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PL-OWNER(WS-POOL-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-PL-OWNER(WS-POOL-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-POOLS-FILE
           PERFORM LOAD-PM-ARRAY
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PM-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PM-USER(WS-PM-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   *> When the survivor is already in the same pool,
                   *> the duplicate's membership is dropped.
                   MOVE "N" TO WS-MRG-FOUND
                   PERFORM VARYING WS-DUP-J FROM 1 BY 1
                       UNTIL WS-DUP-J > WS-PM-TOTAL
                           OR WS-MRG-FOUND = "Y"
                       IF WS-PM-POOLID(WS-DUP-J) =
                          WS-PM-POOLID(WS-PM-IDX)
                       AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-PM-USER(WS-DUP-J))) =
                           FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-MRG-SURVIVOR))
                           MOVE "Y" TO WS-MRG-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-MRG-FOUND = "Y"
                       MOVE SPACES TO WS-PM-USER(WS-PM-IDX)
                   ELSE
                       MOVE WS-MRG-SURVIVOR TO WS-PM-USER(WS-PM-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-PM-FILE.

       MERGE-RENAME-SCORECARDS.
           PERFORM LOAD-SCD-ARRAY
           PERFORM VARYING WS-SCD-IDX FROM 1 BY 1
               UNTIL WS-SCD-IDX > WS-SCD-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-SC-USER(WS-SCD-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-SC-USER(WS-SCD-IDX)
               END-IF
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-SC-INTERVIEWER(WS-SCD-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-SC-INTERVIEWER(WS-SCD-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-SCD-FILE.

       MERGE-RENAME-HOURSLOG.
           PERFORM LOAD-HRS-ARRAY
           PERFORM VARYING WS-HRS-IDX FROM 1 BY 1
               UNTIL WS-HRS-IDX > WS-HRS-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-HR-USER(WS-HRS-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-HR-USER(WS-HRS-IDX)
               END-IF
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-HR-RECRUITER(WS-HRS-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-HR-RECRUITER(WS-HRS-IDX)
               END-IF
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-HR-REVIEWER(WS-HRS-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-HR-REVIEWER(WS-HRS-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-HRS-FILE.

      *>---------------------------------------------
      *> MERGE-RENAME-SENDLOG
      *> Purpose: Move the duplicate's daily send
      *>          counts to the survivor. A day and
      *>          kind the survivor already has a row
      *>          for is added into that row, so the
      *>          daily caps still see one total.
      *>---------------------------------------------
       MERGE-RENAME-SENDLOG.
           PERFORM LOAD-SND-ARRAY
           PERFORM VARYING WS-SND-IDX FROM 1 BY 1
               UNTIL WS-SND-IDX > WS-SND-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-SD-USER(WS-SND-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE 0 TO WS-SND-SLOT
                   PERFORM VARYING WS-SND-J FROM 1 BY 1
                       UNTIL WS-SND-J > WS-SND-TOTAL
                       IF WS-SD-DATE(WS-SND-J) = WS-SD-DATE(WS-SND-IDX)
                       AND WS-SD-KIND(WS-SND-J) = WS-SD-KIND(WS-SND-IDX)
                       AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-SD-USER(WS-SND-J))) =
                           FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-MRG-SURVIVOR))
                           MOVE WS-SND-J TO WS-SND-SLOT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-SND-SLOT > 0
                       ADD WS-SD-SENT(WS-SND-IDX)
                           TO WS-SD-SENT(WS-SND-SLOT)
                       ADD WS-SD-REFUSED(WS-SND-IDX)
                           TO WS-SD-REFUSED(WS-SND-SLOT)
                       MOVE SPACES TO WS-SD-USER(WS-SND-IDX)
                   ELSE
                       MOVE WS-MRG-SURVIVOR TO WS-SD-USER(WS-SND-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-SND-FILE.

       MERGE-RENAME-REPORTS.
           PERFORM LOAD-ABR-ARRAY
           PERFORM VARYING WS-ABR-IDX FROM 1 BY 1
               UNTIL WS-ABR-IDX > WS-ABR-TOTAL
               PERFORM PARSE-ABR-LINE
               MOVE "N" TO WS-MRG-FOUND
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-ABR-PARSE-REPORTER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-ABR-PARSE-REPORTER
                   MOVE "Y" TO WS-MRG-FOUND
               END-IF
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-ABR-PARSE-OWNER)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-ABR-PARSE-OWNER
                   MOVE "Y" TO WS-MRG-FOUND
               END-IF
               IF WS-MRG-FOUND = "Y"
                   PERFORM REBUILD-ABR-ARRAY-LINE
               END-IF
           END-PERFORM
           PERFORM REWRITE-ABR-FILE.

      *>---------------------------------------------
      *> MERGE-RENAME-TICKETREPLIES
      *> Purpose: Re-sign the duplicate's ticket
      *>          replies to the survivor. The reply
      *>          log only ever grows, so it is copied
      *>          row by row through
      *>          temp-ticketreplies.dat rather than
      *>          held in a table.
      *>---------------------------------------------
       MERGE-RENAME-TICKETREPLIES.
           IF DRY-RUN-YES
               MOVE "ticketreplies.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TKTREPLY-FILE
           IF WS-TKR-STAT NOT = "00"
               IF WS-TKR-STAT = "05"
                   CLOSE TKTREPLY-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-TKR-FILE
           IF WS-TMPTKR-STAT NOT = "00" AND WS-TMPTKR-STAT NOT = "05"
               CLOSE TKTREPLY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-REN-CHANGED
           MOVE 2 TO WS-REN-FIELD-NO
           SET TKT-EOF-NO TO TRUE
           PERFORM UNTIL TKT-EOF-YES
               READ TKTREPLY-FILE INTO WS-TKR-LINE
                   AT END
                       SET TKT-EOF-YES TO TRUE
                   NOT AT END
                       MOVE WS-TKR-LINE TO WS-REN-LINE
                       PERFORM REN-SWAP-FIELD
                       IF WS-REN-SWAPPED = "Y"
                           MOVE WS-REN-LINE TO WS-TKR-LINE
                           MOVE "Y" TO WS-REN-CHANGED
                       END-IF
                       WRITE TEMP-TKR-REC FROM WS-TKR-LINE
               END-READ
           END-PERFORM
           CLOSE TKTREPLY-FILE
           CLOSE TEMP-TKR-FILE
           SET TKT-EOF-NO TO TRUE
           IF WS-REN-CHANGED = "Y"
               CALL "SYSTEM" USING
                   "cp -f ticketreplies.dat ticketreplies.dat.bak"
               END-CALL
               CALL "SYSTEM" USING
                   "mv -f temp-ticketreplies.dat ticketreplies.dat"
               END-CALL
           ELSE
               CALL "SYSTEM" USING "rm -f temp-ticketreplies.dat"
               END-CALL
           END-IF.

      *>---------------------------------------------
      *> MERGE-RENAME-ENRVERIFY
      *> Purpose: Move the duplicate's enrollment
      *>          verification to the survivor. The
      *>          file holds one row per user, so a
      *>          survivor already verified keeps their
      *>          own row and the duplicate's is dropped.
      *>---------------------------------------------
       MERGE-RENAME-ENRVERIFY.
           PERFORM LOAD-VER-ARRAY
           MOVE "N" TO WS-MRG-FOUND
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-VR-USER(WS-VER-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-SURVIVOR))
                   MOVE "Y" TO WS-MRG-FOUND
               END-IF
           END-PERFORM
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-VR-USER(WS-VER-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   IF WS-MRG-FOUND = "Y"
                       MOVE SPACES TO WS-VR-USER(WS-VER-IDX)
                   ELSE
                       MOVE WS-MRG-SURVIVOR TO WS-VR-USER(WS-VER-IDX)
                       MOVE "Y" TO WS-MRG-FOUND
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-VER-FILE.

       MERGE-RENAME-GROUPANN.
           PERFORM LOAD-GAN-ARRAY
           MOVE "N" TO WS-REN-CHANGED
           MOVE 2 TO WS-REN-FIELD-NO
           PERFORM VARYING WS-GAN-IDX FROM 1 BY 1
               UNTIL WS-GAN-IDX > WS-GAN-TOTAL
               MOVE WS-GAN-ARRAY-LINE(WS-GAN-IDX) TO WS-REN-LINE
               PERFORM REN-SWAP-FIELD
               IF WS-REN-SWAPPED = "Y"
                   MOVE WS-REN-LINE TO WS-GAN-ARRAY-LINE(WS-GAN-IDX)
                   MOVE "Y" TO WS-REN-CHANGED
               END-IF
           END-PERFORM
           IF WS-REN-CHANGED = "Y"
               PERFORM REWRITE-GAN-FILE
           END-IF.

      *>---------------------------------------------
      *> MERGE-RENAME-ANNDISMISS
      *> Purpose: Carry the duplicate's announcement
      *>          dismissals over to the survivor,
      *>          copying platanndismiss.dat through
      *>          temp-platanndismiss.dat the way the
      *>          reply log is rewritten.
      *>---------------------------------------------
       MERGE-RENAME-ANNDISMISS.
           IF DRY-RUN-YES
               MOVE "platanndismiss.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ANNDISMISS-FILE
           IF WS-AND-STAT NOT = "00"
               IF WS-AND-STAT = "05"
                   CLOSE ANNDISMISS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-AND-FILE
           IF WS-TMPAND-STAT NOT = "00" AND WS-TMPAND-STAT NOT = "05"
               CLOSE ANNDISMISS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-REN-CHANGED
           MOVE 2 TO WS-REN-FIELD-NO
           SET ANN-EOF-NO TO TRUE
           PERFORM UNTIL ANN-EOF-YES
               READ ANNDISMISS-FILE INTO WS-AND-LINE
                   AT END
                       SET ANN-EOF-YES TO TRUE
                   NOT AT END
                       MOVE WS-AND-LINE TO WS-REN-LINE
                       PERFORM REN-SWAP-FIELD
                       IF WS-REN-SWAPPED = "Y"
                           MOVE WS-REN-LINE TO WS-AND-LINE
                           MOVE "Y" TO WS-REN-CHANGED
                       END-IF
                       WRITE TEMP-AND-REC FROM WS-AND-LINE
               END-READ
           END-PERFORM
           CLOSE ANNDISMISS-FILE
           CLOSE TEMP-AND-FILE
           SET ANN-EOF-NO TO TRUE
           IF WS-REN-CHANGED = "Y"
               CALL "SYSTEM" USING
                   "cp -f platanndismiss.dat platanndismiss.dat.bak"
               END-CALL
               CALL "SYSTEM" USING
                   "mv -f temp-platanndismiss.dat platanndismiss.dat"
               END-CALL
           ELSE
               CALL "SYSTEM" USING "rm -f temp-platanndismiss.dat"
               END-CALL
           END-IF.

      *>---------------------------------------------
      *> MERGE-RENAME-ADMINPENDING
      *> Purpose: Re-point queued administrator
      *>          actions at the survivor - the target,
      *>          the requester and, for a queued
      *>          MERGE, the surviving account carried
      *>          in the extra field. Walks its own
      *>          subscript: an approval in progress is
      *>          still pointed at by WS-ADP-IDX.
      *>---------------------------------------------
       MERGE-RENAME-ADMINPENDING.
           PERFORM LOAD-ADP-ARRAY
           PERFORM VARYING WS-ADP-SWEEP-IDX FROM 1 BY 1
               UNTIL WS-ADP-SWEEP-IDX > WS-ADP-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-AP-TARGET(WS-ADP-SWEEP-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-AP-TARGET(WS-ADP-SWEEP-IDX)
               END-IF
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-AP-REQUESTOR(WS-ADP-SWEEP-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR
                       TO WS-AP-REQUESTOR(WS-ADP-SWEEP-IDX)
               END-IF
               IF FUNCTION TRIM(WS-AP-ACTION(WS-ADP-SWEEP-IDX)) = "MERGE"
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-AP-EXTRA(WS-ADP-SWEEP-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MRG-DUP))
                   MOVE WS-MRG-SURVIVOR TO WS-AP-EXTRA(WS-ADP-SWEEP-IDX)
               END-IF
           END-PERFORM
           PERFORM REWRITE-ADP-FILE.

      *>---------------------------------------------
      *> EXPORT-MY-DATA
           WRITE USERDATA-REC FROM WS-UDX-LINE
           PERFORM UDX-ACCOUNT
           PERFORM UDX-PROFILE
           PERFORM UDX-PROJECTS
           PERFORM UDX-CONNECTIONS
           PERFORM UDX-CONNNOTES
           PERFORM UDX-MESSAGES
           PERFORM UDX-APPLICATIONS
           PERFORM UDX-APPHISTORY
           PERFORM UDX-SAVEDJOBS
           PERFORM UDX-SAVEDSEARCHES
           PERFORM UDX-RSVPS
           PERFORM UDX-SURVEYS
           PERFORM UDX-GROUPMEMBERS
           PERFORM UDX-NOTIFICATIONS
           PERFORM UDX-BLOCKS
           PERFORM UDX-MENTORSHIP
           PERFORM UDX-RECOMMENDS
           PERFORM UDX-PRIVACY
           PERFORM UDX-CONTACTS
           PERFORM UDX-USAGE
           PERFORM UDX-ADMINSCOPE
           PERFORM UDX-COMPREVIEWS
           PERFORM UDX-POOLMEMBERS
           PERFORM UDX-GROUPJOBS
           END-STRING
           PERFORM UDX-ROW.

       UDX-CONTACTS.
           MOVE "== contacts.dat ==" TO WS-UDX-LINE
           PERFORM UDX-SECTION
           PERFORM LOAD-CTC-ARRAY
           MOVE WS-UDX-USER TO WS-CTC-TARGET
           PERFORM FIND-CTC-ROW
           IF WS-CTC-FOUND > 0
               STRING
                   "email " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CE-EMAIL(WS-CTC-FOUND))
                       DELIMITED BY SIZE
                   " verified " DELIMITED BY SIZE
                   WS-CE-VERIFIED(WS-CTC-FOUND) DELIMITED BY SIZE
                   " returned " DELIMITED BY SIZE
                   WS-CE-BOUNCED(WS-CTC-FOUND) DELIMITED BY SIZE
                   " delivery " DELIMITED BY SIZE
                   WS-CE-DELIVERY(WS-CTC-FOUND) DELIMITED BY SIZE
                   " last mailed " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CE-LASTMAILED(WS-CTC-FOUND))
                       DELIMITED BY SIZE
                   INTO WS-UDX-LINE
               END-STRING
               PERFORM UDX-ROW
           END-IF.

       UDX-USAGE.
           MOVE "== usage.dat ==" TO WS-UDX-LINE
           PERFORM UDX-SECTION
           SET USG-EOF-NO TO TRUE
           OPEN INPUT USAGE-FILE
           IF WS-USG-STAT NOT = "00"
               IF WS-USG-STAT = "05"
                   CLOSE USAGE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL USG-EOF-YES
               READ USAGE-FILE INTO WS-USG-LINE
                   AT END
                       SET USG-EOF-YES TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-USG-P-USER
                       UNSTRING WS-USG-LINE
                           DELIMITED BY "|"
                           INTO WS-USG-P-DATE WS-USG-P-MENU
                                WS-USG-P-OPT WS-USG-P-TYPE
                                WS-USG-P-USER WS-USG-P-COUNT
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-USG-P-USER)) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UDX-USER))
                           STRING
                               WS-USG-P-DATE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-USG-P-MENU)
                                   DELIMITED BY SIZE
                               " option " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-USG-P-OPT)
                                   DELIMITED BY SIZE
                               " x" DELIMITED BY SIZE
                               FUNCTION TRIM(WS-USG-P-COUNT)
                                   DELIMITED BY SIZE
                               INTO WS-UDX-LINE
                           END-STRING
                           PERFORM UDX-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USAGE-FILE
           SET USG-EOF-NO TO TRUE.

       UDX-ADMINSCOPE.
           MOVE "== adminscope.dat ==" TO WS-UDX-LINE
           PERFORM UDX-SECTION
           PERFORM LOAD-ASC-ARRAY
           PERFORM VARYING WS-ASC-IDX FROM 1 BY 1
               UNTIL WS-ASC-IDX > WS-ASC-TOTAL
               IF FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-ASC-ADMIN(WS-ASC-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UDX-USER))
                   STRING
                       "campus scope " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ASC-UNIV(WS-ASC-IDX))
                           DELIMITED BY SIZE
                       INTO WS-UDX-LINE
                   END-STRING
                   PERFORM UDX-ROW
               END-IF
           END-PERFORM.

       UDX-COMPREVIEWS.
           MOVE "== compreviews.dat ==" TO WS-UDX-LINE
           PERFORM UDX-SECTION
                       "digest " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DG-FILE(WS-DGI-IDX))
                           DELIMITED BY SIZE
                       " [" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DG-SEEN(WS-DGI-IDX))
                           DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                       INTO WS-UDX-LINE
                   END-STRING
                   PERFORM UDX-ROW
               END-IF
           END-PERFORM.

       UDX-PACKETS.
           MOVE "== apppackets.dat ==" TO WS-UDX-LINE
           PERFORM UDX-SECTION
           SET PKT-EOF-NO TO TRUE
           OPEN INPUT APPPACKETS-FILE
           IF WS-PKT-STAT NOT = "00"
               IF WS-PKT-STAT = "05"
                   CLOSE APPPACKETS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PKT-EOF-YES
               READ APPPACKETS-FILE INTO WS-PKT-LINE
                   AT END
                       SET PKT-EOF-YES TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-PKT-PARSE-ID-X
                       MOVE SPACES TO WS-PKT-PARSE-USER
                       UNSTRING WS-PKT-LINE
                           DELIMITED BY "|"
                           INTO WS-PKT-PARSE-ID-X WS-PKT-PARSE-USER
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-PKT-PARSE-USER)) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UDX-USER))
                           MOVE WS-PKT-LINE TO WS-UDX-LINE
                           PERFORM UDX-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPPACKETS-FILE
           SET PKT-EOF-NO TO TRUE.

       UDX-AUDIT.
           MOVE "== audit.dat (rows where you are the actor) =="
               TO WS-UDX-LINE
           PERFORM UDX-SECTION
           SET AUDIT-EOF-NO TO TRUE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STAT NOT = "00"
               IF WS-AUDIT-STAT = "05"
                   CLOSE AUDIT-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AUDIT-EOF-YES
               READ AUDIT-FILE INTO WS-AUDIT-LINE
                   AT END
                       SET AUDIT-EOF-YES TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-AUDIT-PARSE-TS
                       MOVE SPACES TO WS-AUDIT-PARSE-ACTOR
                       UNSTRING WS-AUDIT-LINE
                           DELIMITED BY "|"
                           INTO WS-AUDIT-PARSE-TS WS-AUDIT-PARSE-ACTOR
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-AUDIT-PARSE-ACTOR)) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UDX-USER))
                           MOVE WS-AUDIT-LINE TO WS-UDX-LINE
                           PERFORM UDX-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           SET AUDIT-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> LOAD-RFT-TABLES
      *> Purpose: Read universities.dat and majors.dat
      *>          into WS-RFT-ARRAY, each row tagged with
      *>          its kind (U or M).
      *>---------------------------------------------
       LOAD-RFT-TABLES.
           MOVE 0 TO WS-RFT-TOTAL
           SET RFT-EOF-NO TO TRUE
           MOVE "U" TO WS-RFT-KIND
           OPEN INPUT UNIVERSITIES-FILE
           IF WS-UNV-STAT = "00"
               PERFORM UNTIL RFT-EOF-YES
                   READ UNIVERSITIES-FILE INTO WS-RFT-LINE
                       AT END
                           SET RFT-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM RFT-LOAD-ROW
                   END-READ
               END-PERFORM
               CLOSE UNIVERSITIES-FILE
           ELSE
               IF WS-UNV-STAT = "05"
                   CLOSE UNIVERSITIES-FILE
               END-IF
           END-IF
           SET RFT-EOF-NO TO TRUE
           MOVE "M" TO WS-RFT-KIND
           OPEN INPUT MAJORS-FILE
           IF WS-MAJ-STAT = "00"
               PERFORM UNTIL RFT-EOF-YES
                   READ MAJORS-FILE INTO WS-RFT-LINE
                       AT END
                           SET RFT-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM RFT-LOAD-ROW
                   END-READ
               END-PERFORM
               CLOSE MAJORS-FILE
           ELSE
               IF WS-MAJ-STAT = "05"
                   CLOSE MAJORS-FILE
               END-IF
           END-IF
           SET RFT-EOF-NO TO TRUE.

       RFT-LOAD-ROW.
           IF FUNCTION TRIM(WS-RFT-LINE) = SPACES
           OR WS-RFT-TOTAL >= 600
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RFT-TOTAL
           MOVE WS-RFT-KIND TO WS-RF-KIND(WS-RFT-TOTAL)
           MOVE SPACES TO WS-RF-CODE(WS-RFT-TOTAL)
           MOVE SPACES TO WS-RF-NAME(WS-RFT-TOTAL)
           MOVE SPACES TO WS-RF-ALIASES(WS-RFT-TOTAL)
           UNSTRING WS-RFT-LINE
               DELIMITED BY "|"
               INTO WS-RF-CODE(WS-RFT-TOTAL)
                    WS-RF-NAME(WS-RFT-TOTAL)
                    WS-RF-ALIASES(WS-RFT-TOTAL)
           END-UNSTRING.

      *>---------------------------------------------
      *> REWRITE-RFT-FILE
      *> Purpose: Overwrite the reference file for
      *>          WS-RFT-KIND (universities.dat or
      *>          majors.dat) from WS-RFT-ARRAY.
      *>---------------------------------------------
       REWRITE-RFT-FILE.
           IF WS-RFT-KIND = "U"
               MOVE "universities.dat" TO WS-RFT-FILE-NAME
           ELSE
               MOVE "majors.dat" TO WS-RFT-FILE-NAME
           END-IF
           IF DRY-RUN-YES
               MOVE WS-RFT-FILE-NAME TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-RFT-KIND = "U"
               OPEN OUTPUT UNIVERSITIES-FILE
               MOVE WS-UNV-STAT TO WS-RFT-STAT
           ELSE
               OPEN OUTPUT MAJORS-FILE
               MOVE WS-MAJ-STAT TO WS-RFT-STAT
           END-IF
           IF WS-RFT-STAT NOT = "00" AND WS-RFT-STAT NOT = "05"
               MOVE SPACES TO WS-OUTLINE
               STRING
                   "ERROR: Cannot rewrite " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RFT-FILE-NAME) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RFT-IDX FROM 1 BY 1
               UNTIL WS-RFT-IDX > WS-RFT-TOTAL
               IF WS-RF-KIND(WS-RFT-IDX) = WS-RFT-KIND
                   MOVE SPACES TO WS-RFT-LINE
                   STRING
                       FUNCTION TRIM(WS-RF-CODE(WS-RFT-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RF-NAME(WS-RFT-IDX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RF-ALIASES(WS-RFT-IDX))
                           DELIMITED BY SIZE
                       INTO WS-RFT-LINE
                   END-STRING
                   IF WS-RFT-KIND = "U"
                       WRITE UNIVERSITIES-REC FROM WS-RFT-LINE
                   ELSE
                       WRITE MAJORS-REC FROM WS-RFT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RFT-KIND = "U"
               CLOSE UNIVERSITIES-FILE
           ELSE
               CLOSE MAJORS-FILE
           END-IF.

      *>---------------------------------------------
      *> RFT-RESOLVE
      *> Purpose: Look WS-RFT-INPUT up among the
      *>          WS-RFT-KIND entries by code, official
      *>          name or alias (case-insensitive).
      *>          WS-RFT-HIT is the matching row (0 for
      *>          none) and WS-RFT-RESULT the official
      *>          name, or the input unchanged when there
      *>          is no match. WS-RFT-KIND-COUNT is the
      *>          number of entries of that kind.
      *>---------------------------------------------
       RFT-RESOLVE.
           MOVE 0 TO WS-RFT-HIT
           MOVE 0 TO WS-RFT-KIND-COUNT
           MOVE WS-RFT-INPUT TO WS-RFT-RESULT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RFT-INPUT))
               TO WS-RFT-KEY
           PERFORM VARYING WS-RFT-IDX FROM 1 BY 1
               UNTIL WS-RFT-IDX > WS-RFT-TOTAL
               IF WS-RF-KIND(WS-RFT-IDX) = WS-RFT-KIND
                   ADD 1 TO WS-RFT-KIND-COUNT
                   IF WS-RFT-HIT = 0 AND WS-RFT-KEY NOT = SPACES
                       PERFORM RFT-MATCH-ENTRY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RFT-HIT > 0
               MOVE WS-RF-NAME(WS-RFT-HIT) TO WS-RFT-RESULT
           END-IF.

       RFT-MATCH-ENTRY.
           IF WS-RFT-KEY =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RF-CODE(WS-RFT-IDX)))
           OR WS-RFT-KEY =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RF-NAME(WS-RFT-IDX)))
               MOVE WS-RFT-IDX TO WS-RFT-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-RFT-PTR
           PERFORM UNTIL WS-RFT-PTR > 200 OR WS-RFT-HIT > 0
               MOVE SPACES TO WS-RFT-ALIAS
               UNSTRING WS-RF-ALIASES(WS-RFT-IDX)
                   DELIMITED BY ";"
                   INTO WS-RFT-ALIAS
                   WITH POINTER WS-RFT-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-RFT-ALIAS) NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RFT-ALIAS)) =
                   WS-RFT-KEY
                   MOVE WS-RFT-IDX TO WS-RFT-HIT
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> RFT-FIND-CODE
      *> Purpose: Set WS-RFT-HIT to the WS-RFT-KIND
      *>          entry whose code is WS-RFT-INPUT.
      *>---------------------------------------------
       RFT-FIND-CODE.
           MOVE 0 TO WS-RFT-HIT
           PERFORM VARYING WS-RFT-IDX FROM 1 BY 1
               UNTIL WS-RFT-IDX > WS-RFT-TOTAL
               IF WS-RF-KIND(WS-RFT-IDX) = WS-RFT-KIND
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-RF-CODE(WS-RFT-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RFT-INPUT))
                   MOVE WS-RFT-IDX TO WS-RFT-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> RFT-LIST-KIND
      *> Purpose: Print every WS-RFT-KIND entry with
      *>          its code and aliases.
      *>---------------------------------------------
       RFT-LIST-KIND.
           IF WS-RFT-KIND = "U"
               MOVE "--- Universities ---" TO WS-OUTLINE
           ELSE
               MOVE "--- Majors ---" TO WS-OUTLINE
           END-IF
           PERFORM PRINT-LINE
           MOVE 0 TO WS-RFT-KIND-COUNT
           PERFORM VARYING WS-RFT-IDX FROM 1 BY 1
               UNTIL WS-RFT-IDX > WS-RFT-TOTAL
               IF WS-RF-KIND(WS-RFT-IDX) = WS-RFT-KIND
                   ADD 1 TO WS-RFT-KIND-COUNT
                   MOVE SPACES TO WS-OUTLINE
                   MOVE 1 TO WS-RFT-OUT-PTR
                   STRING
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RF-CODE(WS-RFT-IDX))
                           DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RF-NAME(WS-RFT-IDX))
                           DELIMITED BY SIZE
                       INTO WS-OUTLINE
                       WITH POINTER WS-RFT-OUT-PTR
                   END-STRING
                   IF FUNCTION TRIM(WS-RF-ALIASES(WS-RFT-IDX)) NOT = SPACES
                       STRING
                           " (also: " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-RF-ALIASES(WS-RFT-IDX))
                               DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-OUTLINE
                           WITH POINTER WS-RFT-OUT-PTR
                       END-STRING
                   END-IF
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-RFT-KIND-COUNT = 0
               MOVE " None on file." TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF.

      *>---------------------------------------------
      *> RFT-PROFILE-ENTRY
      *> Purpose: Prompt (WS-RFT-PROMPT) for a
      *>          university or major (WS-RFT-KIND) on
      *>          the profile and leave the value to
      *>          store in WS-RFT-RESULT. A code, name or
      *>          alias on the list is stored as the
      *>          official name; "?" lists the entries.
      *>          A value not on the list is questioned
      *>          once and kept as typed when entered
      *>          again, for the normalization report to
      *>          pick up. With no list on file any value
      *>          is taken as typed.
      *>---------------------------------------------
       RFT-PROFILE-ENTRY.
           MOVE SPACES TO WS-RFT-LAST-MISS
           MOVE "N" TO WS-RFT-DONE
           PERFORM UNTIL WS-RFT-DONE = "Y"
               MOVE WS-RFT-PROMPT TO WS-OUTLINE
               PERFORM PRINT-INLINE
               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(WS-INLINE)(1:40) TO WS-RFT-INPUT
               IF WS-RFT-INPUT = "?"
                   PERFORM RFT-LIST-KIND
               ELSE
                   PERFORM RFT-RESOLVE
                   EVALUATE TRUE
                       WHEN WS-RFT-HIT > 0
                           MOVE "Y" TO WS-RFT-DONE
                           IF FUNCTION TRIM(WS-RFT-RESULT) NOT =
                              FUNCTION TRIM(WS-RFT-INPUT)
                               MOVE SPACES TO WS-OUTLINE
                               STRING
                                   "Recorded as: " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-RFT-RESULT)
                                       DELIMITED BY SIZE
                                   INTO WS-OUTLINE
                               END-STRING
                               PERFORM PRINT-LINE
                           END-IF
                       WHEN WS-RFT-KIND-COUNT = 0
                       WHEN WS-RFT-INPUT = SPACES
                           MOVE "Y" TO WS-RFT-DONE
                       WHEN FUNCTION UPPER-CASE(WS-RFT-INPUT) =
                            FUNCTION UPPER-CASE(WS-RFT-LAST-MISS)
                           MOVE "Y" TO WS-RFT-DONE
                       WHEN OTHER
                           MOVE WS-RFT-INPUT TO WS-RFT-LAST-MISS
                           MOVE "That is not on the list. Enter ? to see the list, or the same value again to keep it as typed."
                               TO WS-OUTLINE
                           PERFORM PRINT-LINE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *>---------------------------------------------
      *> REFERENCE-TABLES-MENU
      *> Purpose: Maintain the university and major
      *>          reference lists - codes, official
      *>          names and known aliases. Anyone at the
      *>          console may list them; changes are for
      *>          platform-wide administrators.
      *> Called:  From ADMIN-CONSOLE option 30.
      *>---------------------------------------------
       REFERENCE-TABLES-MENU.
           PERFORM LOAD-RFT-TABLES
           MOVE "--- University & Major Reference Tables ---"
               TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "1. List Universities" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "2. List Majors" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "3. Add a University or Major" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "4. Add an Alias" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "5. Back" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           EVALUATE WS-TRIMMED
               WHEN "1"
                   MOVE "U" TO WS-RFT-KIND
                   PERFORM RFT-LIST-KIND
               WHEN "2"
                   MOVE "M" TO WS-RFT-KIND
                   PERFORM RFT-LIST-KIND
               WHEN "3"
                   PERFORM RFT-ADD-ENTRY
               WHEN "4"
                   PERFORM RFT-ADD-ALIAS
               WHEN "5"
                   CONTINUE
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
           END-EVALUATE.

      *>---------------------------------------------
      *> RFT-READ-KIND
      *> Purpose: Ask whether a change is to the
      *>          university or the major list, leaving
      *>          WS-RFT-KIND blank when the answer is
      *>          neither. Campus-scoped administrators
      *>          are turned away here.
      *>---------------------------------------------
       RFT-READ-KIND.
           MOVE SPACES TO WS-RFT-KIND
           IF ASC-SCOPED-YES
               MOVE "Only a platform super-admin may change the reference tables."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "University or major list (U/M):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE))
               WHEN "U"
                   MOVE "U" TO WS-RFT-KIND
               WHEN "M"
                   MOVE "M" TO WS-RFT-KIND
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
           END-EVALUATE.

      *>---------------------------------------------
      *> RFT-ADD-ENTRY
      *> Purpose: Add a code and official name to one
      *>          of the lists. Neither may already name
      *>          an entry of that kind.
      *>---------------------------------------------
       RFT-ADD-ENTRY.
           PERFORM RFT-READ-KIND
           IF WS-RFT-KIND = SPACES OR EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the code (max 10 chars):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-INLINE REPLACING ALL "|" BY "/"
           INSPECT WS-INLINE REPLACING ALL ";" BY ","
           IF FUNCTION TRIM(WS-INLINE) = SPACES
           OR FUNCTION LENGTH(FUNCTION TRIM(WS-INLINE)) > 10
               MOVE "The code must be 1 to 10 characters." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE))
               TO WS-RFT-CODE-IN
           MOVE WS-RFT-CODE-IN TO WS-RFT-INPUT
           PERFORM RFT-RESOLVE
           IF WS-RFT-HIT > 0
               PERFORM RFT-NOTE-TAKEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the official name:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-INLINE REPLACING ALL "|" BY "/"
           INSPECT WS-INLINE REPLACING ALL ";" BY ","
           IF FUNCTION TRIM(WS-INLINE) = SPACES
               MOVE "An official name is required." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:40) TO WS-RFT-NAME-IN
           MOVE WS-RFT-NAME-IN TO WS-RFT-INPUT
           PERFORM RFT-RESOLVE
           IF WS-RFT-HIT > 0
               PERFORM RFT-NOTE-TAKEN
               EXIT PARAGRAPH
           END-IF
           IF WS-RFT-TOTAL >= 600
               MOVE "The reference tables are full." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RFT-TOTAL
           MOVE WS-RFT-KIND TO WS-RF-KIND(WS-RFT-TOTAL)
           MOVE WS-RFT-CODE-IN TO WS-RF-CODE(WS-RFT-TOTAL)
           MOVE WS-RFT-NAME-IN TO WS-RF-NAME(WS-RFT-TOTAL)
           MOVE SPACES TO WS-RF-ALIASES(WS-RFT-TOTAL)
           PERFORM REWRITE-RFT-FILE
           MOVE "REFTABLE-ADD" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               WS-RFT-KIND DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RFT-CODE-IN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RFT-NAME-IN) DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Entry added." TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> RFT-ADD-ALIAS
      *> Purpose: Add a known alias to an entry, so
      *>          profile entry and normalization map
      *>          it to the official name.
      *>---------------------------------------------
       RFT-ADD-ALIAS.
           PERFORM RFT-READ-KIND
           IF WS-RFT-KIND = SPACES OR EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the code of the entry:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:40) TO WS-RFT-INPUT
           PERFORM RFT-FIND-CODE
           IF WS-RFT-HIT = 0
               MOVE "No entry has that code." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RFT-HIT TO WS-RFT-TARGET
           MOVE "Enter the alias:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-INLINE REPLACING ALL "|" BY "/"
           INSPECT WS-INLINE REPLACING ALL ";" BY ","
           IF FUNCTION TRIM(WS-INLINE) = SPACES
               MOVE "An alias is required." TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:40) TO WS-RFT-NAME-IN
           MOVE WS-RFT-NAME-IN TO WS-RFT-INPUT
           PERFORM RFT-RESOLVE
           IF WS-RFT-HIT > 0
               PERFORM RFT-NOTE-TAKEN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-RF-ALIASES(WS-RFT-TARGET)) = SPACES
               MOVE WS-RFT-NAME-IN TO WS-RF-ALIASES(WS-RFT-TARGET)
           ELSE
               IF FUNCTION LENGTH(
                  FUNCTION TRIM(WS-RF-ALIASES(WS-RFT-TARGET)))
                + FUNCTION LENGTH(FUNCTION TRIM(WS-RFT-NAME-IN)) + 1
                  > 200
                   MOVE "That entry has no room for another alias."
                       TO WS-OUTLINE
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-RFT-ALIAS-LIST
               STRING
                   FUNCTION TRIM(WS-RF-ALIASES(WS-RFT-TARGET))
                       DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RFT-NAME-IN) DELIMITED BY SIZE
                   INTO WS-RFT-ALIAS-LIST
               END-STRING
               MOVE WS-RFT-ALIAS-LIST TO WS-RF-ALIASES(WS-RFT-TARGET)
           END-IF
           PERFORM REWRITE-RFT-FILE
           MOVE "REFTABLE-ALIAS" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
           STRING
               WS-RFT-KIND DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RF-CODE(WS-RFT-TARGET))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RFT-NAME-IN) DELIMITED BY SIZE
               INTO WS-AUDIT-TARGET
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Alias added." TO WS-OUTLINE
           PERFORM PRINT-LINE.

       RFT-NOTE-TAKEN.
           MOVE SPACES TO WS-OUTLINE
           STRING
               "That already names entry " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RF-CODE(WS-RFT-HIT)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RF-NAME(WS-RFT-HIT)) DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE.

       CORE-PROFILE-ROUTINE.
           MOVE SPACES TO WS-P-FNAME
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:20) TO WS-P-LNAME
           PERFORM LOAD-RFT-TABLES
           MOVE "U" TO WS-RFT-KIND
           MOVE "Enter University/College Attended: " TO WS-RFT-PROMPT
           PERFORM RFT-PROFILE-ENTRY
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RFT-RESULT TO WS-P-UNIVERSITY
           MOVE "M" TO WS-RFT-KIND
           MOVE "Enter Major: " TO WS-RFT-PROMPT
           PERFORM RFT-PROFILE-ENTRY
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RFT-RESULT TO WS-P-MAJOR
           PERFORM WITH TEST AFTER UNTIL
               (FUNCTION STORED-CHAR-LENGTH(
                FUNCTION TRIM(WS-P-GRAD-YEAR)) = 4)
                 MOVE SPACES TO WS-P-GRAD-YEAR
              END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL NOT BAN-HARD
              MOVE "About Me (optional, max 200 chars, Enter blank line to skip): "
                  TO WS-OUTLINE
              PERFORM PRINT-INLINE
              PERFORM REQUIRE-INPUT
              IF EXIT-YES OR EOF-YES
                  EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION TRIM(WS-INLINE) TO WS-P-ABOUT
              MOVE WS-P-ABOUT TO WS-BAN-TEXT
              MOVE "About" TO WS-BAN-FIELD
              PERFORM SCREEN-BANNED-TERMS
           END-PERFORM
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > 5
              MOVE "Experience (optional, max 5 entries. Enter 'DONE' to finish):"
              END-PERFORM
              ADD 1 TO WS-I
           END-PERFORM.
           PERFORM EDIT-MY-PROJECTS
           PERFORM SAVE-PROFILE
           PERFORM SAVE-MY-PROJECTS
           MOVE "PROFILE-EDIT" TO WS-AUDIT-ACTION
           MOVE WS-CURRENT-USERNAME TO WS-AUDIT-TARGET
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Profile saved successfully!" TO WS-OUTLINE
           PERFORM PRINT-LINE
           IF BAN-SOFT
              MOVE "PROFILE" TO WS-ABR-NEW-TYPE
              MOVE WS-CURRENT-USERNAME TO WS-ABR-NEW-KEY
              MOVE WS-CURRENT-USERNAME TO WS-ABR-NEW-OWNER
           END-IF
           PERFORM QUEUE-SOFT-MATCH.

       AFTER-LOGIN.
           PERFORM LOAD-PROFILE
           PERFORM PRINT-LINE
           MOVE "20. My Recommendations" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "21. Skills Gap Report" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "22. Privacy Settings" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "23. Export My Data" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "24. Contact Support" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "25. Export My Calendar" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "26. Internship Hours" TO WS-OUTLINE
           PERFORM PRINT-LINE
           IF WS-ACCT-IDX > 0 AND ACCOUNT-IS-ADVISOR(WS-ACCT-IDX)
               MOVE "27. Advisor Caseload" TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE "28. Change My Username" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "29. Email Contact & Mail Delivery" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           MOVE "AFTER-LOGIN" TO WS-USG-MENU
           PERFORM COUNT-MENU-USE

           EVALUATE WS-TRIMMED
               WHEN "1"
                   PERFORM PRIVACY-SETTINGS-MENU
               WHEN "23"
                   PERFORM EXPORT-MY-DATA
               WHEN "24"
                   PERFORM CONTACT-SUPPORT-MENU
               WHEN "25"
                   PERFORM EXPORT-MY-CALENDAR
               WHEN "26"
                   PERFORM INTERNSHIP-HOURS-MENU
               WHEN "27"
                   PERFORM ADVISOR-CASELOAD-MENU
               WHEN "28"
                   PERFORM CHANGE-MY-USERNAME
               WHEN "29"
                   PERFORM EMAIL-CONTACT-MENU
               WHEN "Logout"
               WHEN "log out"
               WHEN "logout"
           ELSE
               SET USER-SEARCH-NOT-FOUND TO TRUE
           END-IF
           SET SEARCH-EOF-NO TO TRUE
           *> A username given up within the redirect window still
           *> finds its owner.
           IF USER-SEARCH-NOT-FOUND
               PERFORM REN-SEARCH-REDIRECT
           END-IF.

       READ-AND-COMPARE-PROFILE.
           READ PROFILES-FILE NEXT
               TO WS-SEARCH-KEYWORD
           MOVE 0 TO WS-KEYWORD-MATCH-COUNT
           PERFORM LOAD-BLOCKS-ARRAY
           PERFORM LOAD-PRJ-ARRAY
           MOVE WS-SEARCH-KEYWORD TO WS-PRJ-KEYWORD
           MOVE 3 TO WS-PTH-MAX-DEPTH
           PERFORM BUILD-CONNECTION-TREE
           SET SEARCH-EOF-NO TO TRUE
           OPEN INPUT PROFILES-FILE
           IF PROFILES-STATUS = "00"
                           TALLYING WS-MATCH-TALLY
                           FOR ALL FUNCTION TRIM(WS-SEARCH-KEYWORD)
                   END-IF
                   *> Project text counts too - the hit names the
                   *> project so the searcher can see why.
                   MOVE "N" TO WS-PRJ-MATCHED
                   IF WS-MATCH-TALLY = 0
                       MOVE WS-PARSED-USERNAME TO WS-PRJ-USER
                       PERFORM PRJ-MATCH-KEYWORD
                       IF WS-PRJ-MATCHED = "Y"
                           MOVE 1 TO WS-MATCH-TALLY
                       END-IF
                   END-IF
                   IF WS-MATCH-TALLY > 0
                       ADD 1 TO WS-KEYWORD-MATCH-COUNT
                       MOVE SPACES TO WS-OUTLINE
                               DELIMITED BY SIZE
                           INTO WS-OUTLINE
                       END-STRING
                       IF WS-PRJ-MATCHED = "Y"
                           STRING
                               FUNCTION TRIM(WS-OUTLINE) DELIMITED BY SIZE
                               " - project: " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-PRJ-MATCH-TITLE)
                                   DELIMITED BY SIZE
                               INTO WS-OUTLINE
                           END-STRING
                       END-IF
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARSED-USERNAME))
                          NOT = FUNCTION UPPER-CASE(
                                FUNCTION TRIM(WS-CURRENT-USERNAME))
                           MOVE WS-PARSED-USERNAME TO WS-PTH-TARGET
                           PERFORM LOOKUP-CONNECTION-DEGREE
                           MOVE WS-OUTLINE TO WS-PTH-LINE
                           MOVE SPACES TO WS-OUTLINE
                           STRING
                               FUNCTION TRIM(WS-PTH-LINE) DELIMITED BY SIZE
                               " - " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-PTH-LABEL) DELIMITED BY SIZE
                               INTO WS-OUTLINE
                           END-STRING
                       END-IF
                       PERFORM PRINT-LINE
                   END-IF
           END-READ.
           END-STRING
           PERFORM PRINT-LINE
           PERFORM SHOW-PROFILE-MENTOR-FLAG
           PERFORM SHOW-CONNECTION-DEGREE
           MOVE SPACES TO WS-OUTLINE
           STRING "University: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARSED-UNIVERSITY) DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           PERFORM LOAD-VER-ARRAY
           MOVE WS-PARSED-USERNAME TO WS-VER-TARGET
           MOVE WS-PARSED-UNIVERSITY TO WS-VER-CHK-UNIV
           MOVE WS-PARSED-MAJOR TO WS-VER-CHK-MAJOR
           MOVE WS-PARSED-GRAD-YEAR TO WS-VER-CHK-GRAD
           PERFORM CHECK-USER-VERIFIED
           PERFORM FORMAT-VERIFY-LABEL
           MOVE WS-VER-LABEL TO WS-OUTLINE
           PERFORM PRINT-LINE
           IF WS-PARSED-ABOUT NOT = SPACES
               MOVE SPACES TO WS-OUTLINE
               STRING "About Me: " DELIMITED BY SIZE
           END-IF
           MOVE SPACES TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE WS-PARSED-USERNAME TO WS-PRJ-USER
           PERFORM SHOW-USER-PROJECTS
           MOVE "Skills:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM LOAD-CERTS-ARRAY
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           PERFORM SHOW-CONNECTION-DEGREE
           MOVE "This profile is visible in full to connections only."
               TO WS-OUTLINE
           PERFORM PRINT-LINE
           IF USER-IS-BLOCKED
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-BUSINESS-NOW
           MOVE WS-BIZ-NOW TO WS-PV-TIMESTAMP-RAW
           MOVE SPACES TO WS-PV-TIMESTAMP
           STRING
               WS-PV-TS-YEAR   DELIMITED BY SIZE
               END-STRING
               WRITE RESUME-REC FROM WS-RESUME-LINE
           END-IF
           PERFORM LOAD-VER-ARRAY
           MOVE WS-CURRENT-USERNAME TO WS-VER-TARGET
           MOVE WS-P-UNIVERSITY TO WS-VER-CHK-UNIV
           MOVE WS-P-MAJOR TO WS-VER-CHK-MAJOR
           MOVE WS-P-GRAD-YEAR TO WS-VER-CHK-GRAD
           PERFORM CHECK-USER-VERIFIED
           PERFORM FORMAT-VERIFY-LABEL
           MOVE WS-VER-LABEL TO WS-RESUME-LINE
           WRITE RESUME-REC FROM WS-RESUME-LINE
           IF FUNCTION TRIM(WS-P-ABOUT) NOT = SPACES
               MOVE SPACES TO WS-RESUME-LINE
               STRING "About: " DELIMITED BY SIZE
               MOVE "None" TO WS-RESUME-LINE
               WRITE RESUME-REC FROM WS-RESUME-LINE
           END-IF
           PERFORM RESUME-WRITE-PROJECTS

           *> Approved recommendations are one of the strongest
           *> sections of the printable resume.
           PERFORM PRINT-LINE
           MOVE "4. Write a Recommendation" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "5. Report This Profile" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "6. How Am I Connected?" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
                   PERFORM ENDORSE-SKILL
               WHEN "4"
                   PERFORM WRITE-RECOMMENDATION
               WHEN "5"
                   MOVE "PROFILE" TO WS-ABR-NEW-TYPE
                   MOVE WS-PARSED-USERNAME TO WS-ABR-NEW-KEY
                   MOVE WS-PARSED-USERNAME TO WS-ABR-NEW-OWNER
                   PERFORM FILE-ABUSE-REPORT
               WHEN "6"
                   PERFORM SHOW-CONNECTION-PATH
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
           END-EVALUATE.
               MOVE " None" TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE WS-CURRENT-USERNAME TO WS-PRJ-USER
           PERFORM SHOW-USER-PROJECTS
           MOVE "Skills:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM LOAD-CERTS-ARRAY
               END-IF

               MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
               MOVE "JOB-SEARCH" TO WS-USG-MENU
               PERFORM COUNT-MENU-USE

               EVALUATE WS-TRIMMED
                   WHEN "9"
                   MOVE "Y" TO WS-SRC-CERT-ONLY
               END-IF
           END-IF
           MOVE "Filter by project keyword (blank for any):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:40) TO WS-SRC-PROJECT
           *> Alumni are kept out of sourcing by default - recruiters
           *> looking for experienced hires can opt them back in.
           MOVE "Include alumni? (Y/N):" TO WS-OUTLINE
           ELSE
               MOVE "N" TO WS-SRC-INCL-ALUMNI
           END-IF
           MOVE "Registrar-verified students only? (Y/N):" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INLINE)) = "Y"
               MOVE "Y" TO WS-SRC-VERIFIED-ONLY
           ELSE
               MOVE "N" TO WS-SRC-VERIFIED-ONLY
           END-IF
           PERFORM LOAD-VER-ARRAY
           PERFORM LOAD-CERTS-ARRAY
           PERFORM LOAD-BLOCKS-ARRAY
           PERFORM LOAD-PRV-ARRAY
           PERFORM LOAD-ALUMNI-ARRAY
           PERFORM LOAD-PRJ-ARRAY

           MOVE "--- Matching Candidates ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
                       AND WS-SRC-INCL-ALUMNI = "N"
                           MOVE "N" TO WS-SRC-MATCH
                       END-IF
                       MOVE WS-PARSED-USERNAME TO WS-VER-TARGET
                       MOVE WS-PARSED-UNIVERSITY TO WS-VER-CHK-UNIV
                       MOVE WS-PARSED-MAJOR TO WS-VER-CHK-MAJOR
                       MOVE WS-PARSED-GRAD-YEAR TO WS-VER-CHK-GRAD
                       PERFORM CHECK-USER-VERIFIED
                       IF WS-VER-STATE NOT = "VERIFIED"
                       AND WS-SRC-VERIFIED-ONLY = "Y"
                           MOVE "N" TO WS-SRC-MATCH
                       END-IF
                       IF WS-SRC-MATCH = "Y"
                       AND USER-NOT-BLOCKED
                       AND WS-PRV-SOURCE = "Y"
                                   INTO WS-OUTLINE
                               END-STRING
                           END-IF
                           IF WS-PRJ-MATCHED = "Y"
                               STRING
                                   FUNCTION TRIM(WS-OUTLINE)
                                       DELIMITED BY SIZE
                                   " - project: " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-PRJ-MATCH-TITLE)
                                       DELIMITED BY SIZE
                                   INTO WS-OUTLINE
                               END-STRING
                           END-IF
                           EVALUATE WS-VER-STATE
                               WHEN "VERIFIED"
                                   STRING
                                       FUNCTION TRIM(WS-OUTLINE)
                                           DELIMITED BY SIZE
                                       " [verified]" DELIMITED BY SIZE
                                       INTO WS-OUTLINE
                                   END-STRING
                               WHEN "MISMATCH"
                                   STRING
                                       FUNCTION TRIM(WS-OUTLINE)
                                           DELIMITED BY SIZE
                                       " [registrar mismatch]"
                                           DELIMITED BY SIZE
                                       INTO WS-OUTLINE
                                   END-STRING
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                           PERFORM PRINT-LINE
                       END-IF
               END-READ
                       MOVE "N" TO WS-SRC-MATCH
                   END-IF
               END-IF
           END-IF
           MOVE "N" TO WS-PRJ-MATCHED
           IF FUNCTION TRIM(WS-SRC-PROJECT) NOT = SPACES
           AND WS-SRC-MATCH = "Y"
               MOVE WS-PARSED-USERNAME TO WS-PRJ-USER
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SRC-PROJECT))
                   TO WS-PRJ-KEYWORD
               PERFORM PRJ-MATCH-KEYWORD
               IF WS-PRJ-MATCHED = "N"
                   MOVE "N" TO WS-SRC-MATCH
               END-IF
           END-IF.

      *>---------------------------------------------
               ")" DELIMITED BY SIZE
               INTO WS-MSG-CONTENT
           END-STRING
           PERFORM GET-BUSINESS-NOW
           MOVE WS-BIZ-NOW TO WS-MSG-TIMESTAMP-RAW
           MOVE SPACES TO WS-MSG-TIMESTAMP
           STRING
               WS-MSG-TS-YEAR   DELIMITED BY SIZE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:40) TO WS-SS-KEY(WS-SS-IDX)
           MOVE WS-BIZ-DATE
               TO WS-SS-LASTRUN(WS-SS-IDX)
           PERFORM REWRITE-SS-FILE
           MOVE "Search saved." TO WS-OUTLINE
           END-IF
           MOVE "----------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE WS-BIZ-DATE
               TO WS-SS-LASTRUN(WS-SS-IDX)
           PERFORM REWRITE-SS-FILE.

               INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           *> Reviews are numbered so one written by someone else can
           *> be reported to the moderators by its number.
           MOVE 0 TO WS-ABR-PICK-COUNT
           PERFORM VARYING WS-CRV-IDX FROM 1 BY 1
               UNTIL WS-CRV-IDX > WS-CRV-TOTAL
               IF WS-CV-EMPID(WS-CRV-IDX) = WS-CRV-TARGET-EMP
               AND FUNCTION TRIM(WS-CV-USER(WS-CRV-IDX)) NOT = SPACES
                   ADD 1 TO WS-ABR-PICK-COUNT
                   MOVE WS-CRV-IDX TO WS-ABR-PICK-IDX(WS-ABR-PICK-COUNT)
                   MOVE SPACES TO WS-OUTLINE
                   STRING
                       " " DELIMITED BY SIZE
                       WS-ABR-PICK-COUNT DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CV-USER(WS-CRV-IDX))
                           DELIMITED BY SIZE
                       " [" DELIMITED BY SIZE
                   END-STRING
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           MOVE "Enter a review number to report it, or 0 to continue:"
               TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
           IF FUNCTION TEST-NUMVAL(WS-TRIMMED) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-ABR-SELECT
           IF WS-ABR-SELECT < 1 OR WS-ABR-SELECT > WS-ABR-PICK-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ABR-PICK-IDX(WS-ABR-SELECT) TO WS-CRV-IDX
           MOVE "REVIEW" TO WS-ABR-NEW-TYPE
           MOVE SPACES TO WS-ABR-NEW-KEY
           STRING
               WS-CV-EMPID(WS-CRV-IDX) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CV-USER(WS-CRV-IDX)) DELIMITED BY SIZE
               INTO WS-ABR-NEW-KEY
           END-STRING
           MOVE WS-CV-USER(WS-CRV-IDX) TO WS-ABR-NEW-OWNER
           PERFORM FILE-ABUSE-REPORT.

      *>---------------------------------------------
      *> EMPLOYER-OFFER-REVIEW
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:200) TO WS-CV-PARSE-TEXT
           MOVE WS-CV-PARSE-TEXT TO WS-BAN-TEXT
           MOVE "review" TO WS-BAN-FIELD
           PERFORM SCREEN-BANNED-TERMS
           IF BAN-HARD
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN-YES
               MOVE "compreviews.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Review recorded. Thank you!" TO WS-OUTLINE
               PERFORM PRINT-LINE
               IF BAN-SOFT
                   MOVE "REVIEW" TO WS-ABR-NEW-TYPE
                   MOVE SPACES TO WS-ABR-NEW-KEY
                   STRING
                       WS-CRV-TARGET-EMP DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
                       INTO WS-ABR-NEW-KEY
                   END-STRING
                   MOVE WS-CURRENT-USERNAME TO WS-ABR-NEW-OWNER
               END-IF
               PERFORM QUEUE-SOFT-MATCH
           ELSE
               DISPLAY "ERROR: Cannot write to compreviews.dat. Status="
                   WS-CRV-STAT
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           *> The review only leaves memory once the reviewer is
           *> known to sit inside the administrator's campuses.
           MOVE WS-CRV-TARGET-USER TO WS-ASC-CHK-USER
           PERFORM CHECK-ADMIN-TARGET-SCOPE
           IF WS-ASC-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-CRV-FILE
           MOVE "REVIEW-REMOVE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
               END-IF
           END-PERFORM
           IF WS-ACCT-IDX = 0 OR ACCOUNT-IS-STUDENT(WS-ACCT-IDX)
           OR ACCOUNT-IS-ADVISOR(WS-ACCT-IDX)
               MOVE "Only recruiter accounts may post jobs/internships."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:40) TO WS-JOB-TITLE
           PERFORM WITH TEST AFTER UNTIL NOT BAN-HARD
               MOVE "Enter Description (max 200 chars):" TO WS-OUTLINE
               PERFORM PRINT-INLINE
               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(WS-INLINE)(1:200) TO WS-JOB-DESC
               MOVE WS-JOB-DESC TO WS-BAN-TEXT
               MOVE "job description" TO WS-BAN-FIELD
               PERFORM SCREEN-BANNED-TERMS
           END-PERFORM
           PERFORM CHOOSE-EMPLOYER-FROM-DIRECTORY
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           IF FUNCTION TRIM(WS-JOB-EMPLOYER) = SPACES
               EXIT PARAGRAPH
           END-IF
           *> Refuse up front rather than after every field is typed.
           MOVE WS-JOB-EMPLOYER TO WS-CRD-EMP-NAME
           MOVE 1 TO WS-CRD-COST
           PERFORM CHECK-POSTING-CREDIT
           IF CREDIT-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter Location:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
           AND WS-TRIMMED NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TRIMMED) TO WS-JOB-EXPIRE-DAYS
           END-IF
           MOVE WS-BIZ-DATE
               TO WS-JOB-POST-DATE
           COMPUTE WS-JOB-EXPIRE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-JOB-POST-DATE)
                   + WS-JOB-EXPIRE-DAYS)
           PERFORM SAVE-JOB-POSTING
           IF CREDIT-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE "Job submitted for review - it will be listed once approved."
               TO WS-OUTLINE
           PERFORM PRINT-LINE
           IF BAN-SOFT
               MOVE "JOB" TO WS-ABR-NEW-TYPE
               MOVE WS-NEXT-JOB-ID TO WS-ABR-NEW-KEY
               MOVE WS-CURRENT-USERNAME TO WS-ABR-NEW-OWNER
           END-IF
           PERFORM QUEUE-SOFT-MATCH
           MOVE "----------------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

               PERFORM DRY-RUN-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JOB-EMPLOYER TO WS-CRD-EMP-NAME
           MOVE 1 TO WS-CRD-COST
           PERFORM CHECK-POSTING-CREDIT
           IF CREDIT-REFUSED
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-NEXT-JOB-ID
           MOVE SPACES TO WS-JOB-LINE
           STRING
               CLOSE JOBS-FILE
               ADD 1 TO WS-RPT-JOBS-POSTED
               PERFORM EMPLOYER-REGISTER-RECRUITER
               MOVE "POST" TO WS-CRD-TXN-TYPE
               MOVE WS-NEXT-JOB-ID TO WS-CRD-JOBID
               MOVE WS-JOB-TITLE TO WS-CRD-TXN-NOTE
               PERFORM DEBIT-POSTING-CREDIT
           ELSE
               CLOSE JOBS-FILE
               DISPLAY "ERROR: Cannot write to jobs.dat. Status="
           END-IF.

       DISPLAY-JOB-LIST.
           PERFORM LOAD-FTR-ARRAY
           SET FTR-PASS-FEATURED TO TRUE
           PERFORM DISPLAY-JOB-LIST-PASS
           SET FTR-PASS-REST TO TRUE
           PERFORM DISPLAY-JOB-LIST-PASS.

       DISPLAY-JOB-LIST-PASS.
           SET JOBS-EOF-NO TO TRUE
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STAT NOT = "00"
                               "APPROVED"
                           AND (WS-JOB-FILTER-MIN = 0
                           OR WS-JOB-PARSE-SAL-MAX >= WS-JOB-FILTER-MIN)
                               PERFORM LIST-JOB-IN-PASS
                           END-IF
                       END-IF
               END-READ
           MOVE 0 TO WS-REC-COUNT
           MOVE "--- Recommended for You ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           PERFORM LOAD-FTR-ARRAY
           SET FTR-PASS-FEATURED TO TRUE
           PERFORM RECOMMENDED-JOBS-PASS
           SET FTR-PASS-REST TO TRUE
           PERFORM RECOMMENDED-JOBS-PASS
           IF WS-REC-COUNT = 0
               MOVE "No recommended jobs found matching your major/university."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
           END-IF
           MOVE "----------------------------" TO WS-OUTLINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> RECOMMENDED-JOBS-PASS
      *> Purpose: One scan of jobs.dat for RECOMMENDED-JOBS,
      *>          printing the matches that belong to the
      *>          current featured/other pass.
      *>---------------------------------------------
       RECOMMENDED-JOBS-PASS.
           SET JOBS-EOF-NO TO TRUE
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STAT NOT = "00"
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JOBS-EOF-YES
                           IF WS-REC-MATCH-TALLY > 0
                           AND FUNCTION TRIM(WS-JOB-PARSE-REVIEW) =
                               "APPROVED"
                               PERFORM LIST-JOB-IN-PASS
                               IF WS-FTR-PRINTED = "Y"
                                   ADD 1 TO WS-REC-COUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           SET JOBS-EOF-NO TO TRUE.

      *>---------------------------------------------
      *> MATCH-JOB-TO-MY-PROFILE
                   INTO WS-OUTLINE
               END-STRING
           END-IF
           IF FTR-TAG-YES
               STRING
                   FUNCTION TRIM(WS-OUTLINE) DELIMITED BY SIZE
                   " [FEATURED]" DELIMITED BY SIZE
                   INTO WS-OUTLINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE
           IF WS-JOB-PARSE-SAL-MIN NOT = 0 OR WS-JOB-PARSE-SAL-MAX NOT = 0
               MOVE SPACES TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Back to job list" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Report this posting" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
               WHEN WS-TRIMMED = "4"
                 OR WS-TRIMMED = "Share this job"
                   PERFORM SHARE-JOB-POSTING
               WHEN WS-TRIMMED = "6"
                 OR WS-TRIMMED = "Report this posting"
                   MOVE "JOB" TO WS-ABR-NEW-TYPE
                   MOVE FUNCTION TRIM(WS-JOB-PARSE-ID-X) TO WS-ABR-NEW-KEY
                   MOVE WS-JOB-PARSE-POSTER TO WS-ABR-NEW-OWNER
                   PERFORM FILE-ABUSE-REPORT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               " - open it from Messages, option 5" DELIMITED BY SIZE
               INTO WS-MSG-CONTENT
           END-STRING
           PERFORM GET-BUSINESS-NOW
           MOVE WS-BIZ-NOW TO WS-MSG-TIMESTAMP-RAW
           MOVE SPACES TO WS-MSG-TIMESTAMP
           STRING
               WS-MSG-TS-YEAR   DELIMITED BY SIZE
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-BUSINESS-NOW
           MOVE WS-BIZ-NOW TO WS-JV-TIMESTAMP-RAW
           MOVE SPACES TO WS-JV-TIMESTAMP
           STRING
               WS-JV-TS-YEAR   DELIMITED BY SIZE
      *>          before the listing is displayed.
      *>---------------------------------------------
       PURGE-EXPIRED-JOBS.
           MOVE WS-BIZ-DATE
               TO WS-JOB-TODAY-DATE
           PERFORM LOAD-JOB-ARRAY
           *> A poster under legal hold keeps their expired postings.
           PERFORM LOAD-HLD-ARRAY
           PERFORM VARYING WS-JOB-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-JOB-ARRAY-IDX > WS-JOB-ARRAY-TOTAL
               MOVE WS-JOB-ARRAY-LINE(WS-JOB-ARRAY-IDX) TO WS-JOB-LINE
               PERFORM PARSE-JOB-LINE-FOR-SUMMARY
               MOVE 0 TO WS-HLD-HIT
               IF WS-JOB-PARSE-EXP-DATE NOT = 0
               AND WS-JOB-TODAY-DATE > WS-JOB-PARSE-EXP-DATE
                   MOVE WS-JOB-PARSE-POSTER TO WS-HLD-CHECK-USER
                   PERFORM HOLD-COUNT-SKIP
               END-IF
               IF WS-JOB-PARSE-EXP-DATE NOT = 0
               AND WS-JOB-TODAY-DATE > WS-JOB-PARSE-EXP-DATE
               AND WS-HLD-HIT = 0
                   MOVE SPACES TO WS-JOB-ARRAY-LINE(WS-JOB-ARRAY-IDX)
                   MOVE WS-JOB-PARSE-POSTER TO WS-NOTIF-RECIP
                   MOVE "JOB-EXPIRED" TO WS-NOTIF-TYPE
                   PERFORM ADD-NOTIFICATION
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-HLD-QUIET
           MOVE "PURGE-EXPIRED-JOBS" TO WS-HLD-RUN
           MOVE "expired posting(s)" TO WS-HLD-WHAT
           PERFORM HOLD-FLUSH-SKIPS
           MOVE "N" TO WS-HLD-QUIET
           PERFORM REWRITE-JOBS-FILE.

      *>---------------------------------------------
           PERFORM PRINT-LINE
           MOVE "4. Cancel" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "5. Feature this posting" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "6. Merge a duplicate posting into this one" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
                   PERFORM DELETE-JOB-POSTING
               WHEN "3"
                   PERFORM VIEW-POSTING-PERFORMANCE
               WHEN "5"
                   PERFORM FEATURE-JOB-POSTING
               WHEN "6"
                   PERFORM RECRUITER-MERGE-POSTING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INLINE)(1:40) TO WS-JOB-TITLE
           PERFORM WITH TEST AFTER UNTIL NOT BAN-HARD
               MOVE "Enter Description (max 200 chars):" TO WS-OUTLINE
               PERFORM PRINT-INLINE
               PERFORM REQUIRE-INPUT
               IF EXIT-YES OR EOF-YES
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(WS-INLINE)(1:200) TO WS-JOB-DESC
               MOVE WS-JOB-DESC TO WS-BAN-TEXT
               MOVE "job description" TO WS-BAN-FIELD
               PERFORM SCREEN-BANNED-TERMS
           END-PERFORM
           PERFORM CHOOSE-EMPLOYER-FROM-DIRECTORY
           IF EXIT-YES OR EOF-YES
               EXIT PARAGRAPH
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Posting updated and resubmitted for review." TO WS-OUTLINE
           PERFORM PRINT-LINE
           IF BAN-SOFT
               MOVE "JOB" TO WS-ABR-NEW-TYPE
               MOVE WS-JOB-SELECT TO WS-ABR-NEW-KEY
               MOVE WS-CURRENT-USERNAME TO WS-ABR-NEW-OWNER
           END-IF
           PERFORM QUEUE-SOFT-MATCH.

      *>---------------------------------------------
      *> DELETE-JOB-POSTING
      *> Purpose: Remove the posting identified by
      *>          WS-JOB-SELECT from jobs.dat. A posting
      *>          whose poster is under legal hold is
      *>          kept and the skip logged.
      *>---------------------------------------------
       DELETE-JOB-POSTING.
           PERFORM LOAD-HLD-ARRAY
           MOVE "N" TO WS-HLD-BLOCKED
           PERFORM LOAD-JOB-ARRAY
           PERFORM VARYING WS-JOB-ARRAY-IDX FROM 1 BY 1
               UNTIL WS-JOB-ARRAY-IDX > WS-JOB-ARRAY-TOTAL
               MOVE WS-JOB-ARRAY-LINE(WS-JOB-ARRAY-IDX) TO WS-JOB-LINE
               PERFORM PARSE-JOB-LINE-FOR-SUMMARY
               IF WS-JOB-PARSE-ID = WS-JOB-SELECT
                   MOVE WS-JOB-PARSE-POSTER TO WS-HLD-CHECK-USER
                   PERFORM HOLD-COUNT-SKIP
                   IF WS-HLD-HIT > 0
                       MOVE "Y" TO WS-HLD-BLOCKED
                   ELSE
                       MOVE SPACES TO WS-JOB-ARRAY-LINE(WS-JOB-ARRAY-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HLD-BLOCKED = "Y"
               MOVE "N" TO WS-HLD-QUIET
               MOVE "DELETE-JOB-POSTING" TO WS-HLD-RUN
               MOVE "posting deletion(s)" TO WS-HLD-WHAT
               PERFORM HOLD-FLUSH-SKIPS
               MOVE "The poster is under legal hold - the posting was not deleted."
                   TO WS-OUTLINE
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-JOBS-FILE
           MOVE "JOB-DELETE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-TARGET
               END-IF

               MOVE FUNCTION TRIM(WS-INLINE) TO WS-TRIMMED
               MOVE "MESSAGES" TO WS-USG-MENU
               PERFORM COUNT-MENU-USE

               EVALUATE WS-TRIMMED
                   WHEN "1"
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-BUSINESS-NOW
           MOVE WS-BIZ-NOW TO WS-AH-TIMESTAMP-RAW
           MOVE SPACES TO WS-AH-TIMESTAMP
           STRING
               WS-AH-TS-YEAR   DELIMITED BY SIZE
               PERFORM LOAD-INVITES-ARRAY
               PERFORM LOAD-REF-ARRAY
               PERFORM LOAD-INTV-ARRAY
               PERFORM LOAD-SCD-ARRAY
               PERFORM LOAD-EMP-ARRAY
               PERFORM LOAD-ER-ARRAY
               PERFORM LAPSE-EXPIRED-OFFERS
                       MOVE WS-APP-PARSE-USER TO WS-AH-USER
                       PERFORM SHOW-APP-TIMELINE
                       PERFORM SHOW-APP-INTERVIEW
                       PERFORM SHOW-APP-SCORECARDS
                       PERFORM SHOW-APP-OFFER
                       PERFORM SHOW-APP-PACKET
                   END-IF
           PERFORM PRINT-LINE
           MOVE "5. Extend Offer" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "6. File Interview Scorecard" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "Enter your choice:" TO WS-OUTLINE
           PERFORM PRINT-INLINE
           PERFORM REQUIRE-INPUT
               WHEN "5"
                   PERFORM EXTEND-JOB-OFFER
                   EXIT PARAGRAPH
               WHEN "6"
                   PERFORM FILE-INTERVIEW-SCORECARD
                   EXIT PARAGRAPH
               WHEN OTHER
                   PERFORM NOTE-INVALID-CHOICE
                   EXIT PARAGRAPH
      *> Purpose: Unpack WS-OFR-ARRAY-LINE(WS-OFR-IDX).
      *>---------------------------------------------
       PARSE-OFFER-LINE.
           MOVE WS-OFR-ARRAY-LINE(WS-OFR-IDX) TO WS-OFR-LINE
           PERFORM PARSE-OFFER-TEXT.

      *>---------------------------------------------
      *> PARSE-OFFER-TEXT
      *> Purpose: Unpack the offer in WS-OFR-LINE -
      *>          a row from the array or one read
      *>          straight from offers.dat.
      *>---------------------------------------------
       PARSE-OFFER-TEXT.
           MOVE SPACES TO WS-OFR-PARSE-ID-X
           MOVE SPACES TO WS-OFR-PARSE-POSTER
           MOVE SPACES TO WS-OFR-PARSE-USER
           MOVE SPACES TO WS-OFR-PARSE-START
           MOVE SPACES TO WS-OFR-PARSE-DEADLINE-X
           MOVE SPACES TO WS-OFR-PARSE-STATUS
           UNSTRING WS-OFR-LINE
               DELIMITED BY "|"
               INTO WS-OFR-PARSE-ID-X WS-OFR-PARSE-POSTER
                    WS-OFR-PARSE-USER WS-OFR-PARSE-TITLE
      *>          WS-OFR-ARRAY loaded for the caller.
      *>---------------------------------------------
       LAPSE-EXPIRED-OFFERS.
           MOVE WS-BIZ-DATE
               TO WS-OFR-TODAY
           PERFORM LOAD-OFFER-ARRAY
           MOVE "N" TO WS-OFR-DIRTY
      *>          list the current user's open offers,
      *>          accept or decline one, and on accept
      *>          prompt about withdrawing their other
      *>          open applications. Each offer shows a
      *>          short salary benchmark beneath it.
      *> Called:  From VIEW-MY-APPLICATIONS when the
      *>          user has open offers.
      *>---------------------------------------------
       RESPOND-TO-OFFERS.
           PERFORM LAPSE-EXPIRED-OFFERS
           PERFORM SBM-BUILD-OBSERVATIONS
           PERFORM SBM-LOAD-MY-MAJOR
           MOVE 0 TO WS-OFR-MINE-COUNT
           PERFORM VARYING WS-OFR-IDX FROM 1 BY 1
               UNTIL WS-OFR-IDX > WS-OFR-TOTAL
                       INTO WS-OUTLINE
                   END-STRING
                   PERFORM PRINT-LINE
                   PERFORM SBM-OFFER-BENCHMARK
               END-IF
           END-PERFORM
           IF WS-OFR-MINE-COUNT = 0
           MOVE "--- Stalled Applications ---" TO WS-OUTLINE
           PERFORM PRINT-LINE
           COMPUTE WS-AGE-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               WS-BIZ-DATE)
           PERFORM LOAD-APPS-ARRAY
           PERFORM LOAD-JOB-ARRAY
           MOVE 0 TO WS-AGE-COUNT
      *>          job posting no longer resolves, so a
      *>          deleted/expired posting doesn't leave
      *>          a silently-stale application behind.
      *>          Both files are keyed on the Job ID,
      *>          so one match-merge pass in key order
      *>          pairs every application with its
      *>          posting and orphans are rewritten in
      *>          place.
      *> Called:  From TOP-LEVEL-MENU option 4.
      *>---------------------------------------------
       RECONCILE-APPLICATIONS.
           MOVE 0 TO WS-RECON-ORPHAN-COUNT
           MOVE 0 TO WS-RECON-APPS-READ
           MOVE 0 TO WS-RECON-JOBS-READ
           MOVE "N" TO WS-RECON-JOBS-OPEN
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STAT = "00"
               MOVE "Y" TO WS-RECON-JOBS-OPEN
           ELSE
               IF WS-JOBS-STAT = "05"
                   CLOSE JOBS-FILE
               END-IF
           END-IF
           PERFORM RECON-READ-NEXT-JOB

           IF DRY-RUN-YES
               OPEN INPUT APPS-FILE
           ELSE
               OPEN I-O APPS-FILE
           END-IF
           IF WS-APPS-STAT = "00"
               SET APPS-EOF-NO TO TRUE
               PERFORM UNTIL APPS-EOF-YES
                   READ APPS-FILE NEXT
                       AT END
                           SET APPS-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM RECON-CHECK-ONE-APP
                   END-READ
               END-PERFORM
               SET APPS-EOF-NO TO TRUE
               CLOSE APPS-FILE
           ELSE
               IF WS-APPS-STAT = "05"
                   CLOSE APPS-FILE
               END-IF
           END-IF

           *> Finish the jobs.dat pass so its count is the whole file.
           PERFORM UNTIL WS-RECON-JOB-KEY = HIGH-VALUES
               PERFORM RECON-READ-NEXT-JOB
           END-PERFORM
           IF WS-RECON-JOBS-OPEN = "Y"
               CLOSE JOBS-FILE
           END-IF
           MOVE "N" TO WS-RECON-JOBS-OPEN

           IF DRY-RUN-YES AND WS-RECON-ORPHAN-COUNT > 0
               MOVE "applications.dat" TO WS-DRYRUN-TARGET
               PERFORM DRY-RUN-NOTE
           END-IF
           MOVE WS-RECON-ORPHAN-COUNT TO WS-RECON-COUNT-DISP
           MOVE SPACES TO WS-OUTLINE
           STRING "Reconciliation complete. Orphaned applications flagged: "
                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECON-COUNT-DISP) DELIMITED BY SIZE
                  INTO WS-OUTLINE
           END-STRING
           PERFORM PRINT-LINE
           MOVE "Input records read:" TO WS-OUTLINE
           PERFORM PRINT-LINE
           MOVE "applications.dat" TO WS-SRT-LABEL
           MOVE WS-RECON-APPS-READ TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE
           MOVE "jobs.dat" TO WS-SRT-LABEL
           MOVE WS-RECON-JOBS-READ TO WS-SRT-COUNT
           PERFORM BUILD-INPUT-COUNT-LINE
           PERFORM PRINT-LINE.

      *>---------------------------------------------
      *> RECON-READ-NEXT-JOB
      *> Purpose: Advance the jobs.dat side of the
      *>          merge; HIGH-VALUES once it runs out.
      *>---------------------------------------------
       RECON-READ-NEXT-JOB.
           IF WS-RECON-JOBS-OPEN NOT = "Y"
               MOVE HIGH-VALUES TO WS-RECON-JOB-KEY
               EXIT PARAGRAPH
           END-IF
           READ JOBS-FILE NEXT
               AT END
                   MOVE HIGH-VALUES TO WS-RECON-JOB-KEY
               NOT AT END
                   ADD 1 TO WS-RECON-JOBS-READ
                   MOVE JB-JOBID TO WS-RECON-JOB-KEY
           END-READ.

      *>---------------------------------------------
      *> RECON-CHECK-ONE-APP
      *> Purpose: Bring the jobs.dat side up to the
      *>          application's Job ID; no posting at
      *>          that key makes the row an orphan.
      *>---------------------------------------------
       RECON-CHECK-ONE-APP.
           ADD 1 TO WS-RECON-APPS-READ
           MOVE AP-LINE TO WS-APPS-LINE
           IF FUNCTION TRIM(WS-APPS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RECON-JOB-KEY >= AP-JOBID
               PERFORM RECON-READ-NEXT-JOB
           END-PERFORM
           IF WS-RECON-JOB-KEY = AP-JOBID
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-APPS-LINE
           IF FUNCTION TRIM(WS-APP-PARSE-STATUS) = "ORPHANED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECON-ORPHAN-COUNT
           IF DRY-RUN-YES
               EXIT PARAGRAPH
           END-IF
           MOVE "ORPHANED" TO WS-APP-PARSE-STATUS
           MOVE SPACES TO AP-LINE
           STRING
               FUNCTION TRIM(WS-APP-PARSE-USER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-PARSE-TITLE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-PARSE-EMP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-PARSE-LOC) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-APP-PARSE-JOBNUM DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-PARSE-STATUS) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-PARSE-QUAL) DELIMITED BY SIZE
               INTO AP-LINE
           END-STRING
           REWRITE APPS-REC
               INVALID KEY
                   DISPLAY "ERROR: Cannot flag application. Status="
                       WS-APPS-STAT
           END-REWRITE.

      *>*********************************************
      *> MESSAGING COPYBOOK (WEEK 8)                *
      *>*********************************************
