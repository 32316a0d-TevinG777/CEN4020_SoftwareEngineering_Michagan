           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JX-KEY
           FILE STATUS IS JX-STAT.
       *> Old line-sequential application store - now read only once,
       *> to carry existing applications across into the keyed file
       *> below.
       SELECT APP-FILE ASSIGN TO "bin/InCollege_jobApplications.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APP-STAT.
       *> Applications keyed by applicant and job id, with a second
       *> path by job id alone, so one application can be read or
       *> rewritten in place and a posting's roster read straight off
       *> the file - no working-storage table bounds the store.
       SELECT APX-FILE ASSIGN TO "bin/InCollege-Applications.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APX-KEY
           ALTERNATE RECORD KEY IS APX-JOB-ID WITH DUPLICATES
           FILE STATUS IS APX-STAT.
       SELECT SKILL-FILE ASSIGN TO "bin/InCollege_skillsCompleted.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SKILL-STAT.
       SELECT CAT-FILE ASSIGN TO "bin/InCollege_skillCatalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STAT.
       *> A replacement catalog waiting to go live. The operator's
       *> staged load checks it row by row, lists the rows it refused
       *> in the catalog rejects file, and only a clean file replaces
       *> the live catalog (the old one is kept under
       *> bin/catalog-history with the load's date and time).
       SELECT CATS-FILE ASSIGN TO "bin/InCollege-SkillCatalog-Staging.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATS-STAT.
       SELECT CATR-FILE ASSIGN TO "bin/InCollege-SkillCatalogRejects.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATR-STAT.
       *> Skills on students' completed lists that the newly promoted
       *> catalog no longer carries, for the careers office to decide on.
       SELECT CATD-FILE ASSIGN TO "bin/InCollege-SkillCatalogRemovals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATD-STAT.
       *> Direct messages between established connections persist here
       *> the same way job postings persist in InCollege_jobListings.txt,
       *> so conversations survive across runs.
           FILE STATUS IS MSGT-STAT.
       *> Notifications dropped by state-changing actions (request
       *> accepted, new applicant, posting closed) and replayed as a
       *> digest at the affected user's next login
       *> (user|state|text|date dropped).
       SELECT NOTIF-FILE ASSIGN TO "bin/InCollege_notifications.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTIF-STAT.
       *> Scratch copy the email pass streams the notifications through
       *> while marking the ones it sent out.
       SELECT NOTT-FILE ASSIGN TO "bin/InCollege_notifications-temp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTT-STAT.
       *> End-of-run hand-off to the campus mail gateway: one row per
       *> user with unseen notifications older than NMX-AGE-LIMIT days
       *> (username|email|count|text|text|...).
       SELECT NMX-FILE ASSIGN TO "bin/InCollege-NotificationEmail.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NMX-STAT.
       *> Users who asked not to get notification email, one per line.
       SELECT EMO-FILE ASSIGN TO "bin/InCollege_emailOptOut.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMO-STAT.
       *> Peer endorsements of completed skills: owner|skill|endorser,
       *> one row per vouch, only between established connections.
       SELECT ENDORSE-FILE ASSIGN TO "bin/InCollege_endorsements.txt"
       SELECT PLR-FILE ASSIGN TO "bin/InCollege-PlacementReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLR-STAT.
       *> End-of-run hiring funnel per registered company and per
       *> posting: postings, applications, interview offers, and
       *> placements joined by company.
       SELECT FUN-FILE ASSIGN TO "bin/InCollege-HiringFunnelReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FUN-STAT.
       *> End-of-run pay benchmarks: posted pay ranges by location,
       *> employer and hired students' major, with the median pay of
       *> roles that led to a hire.
       SELECT PAYB-FILE ASSIGN TO "bin/InCollege-PayBenchmarkReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYB-STAT.
       *> Company registry, kind-tagged rows like the skill catalog:
       *> COMPANY|id|name|description and MEMBER|id|username. An
       *> employer account registers or joins its company once, and
       SELECT RREJ-FILE ASSIGN TO "bin/InCollege-RosterRejects.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RREJ-STAT.
       *> Recognized universities and majors, kind-tagged like the
       *> company registry: UNIVERSITY|canonical name|alias|alias...
       *> and MAJOR|canonical name|alias|alias... Kept by the operator;
       *> when it holds no rows of a kind, that field is not checked.
       SELECT UMR-FILE ASSIGN TO "bin/InCollege_referenceData.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UMR-STAT.
       *> Profiles whose UNIVERSITY or MAJOR is not a canonical name
       *> from the reference data, for the operator to clean up.
       SELECT UMRM-FILE ASSIGN TO "bin/InCollege-ReferenceMismatchReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UMRM-STAT.
       *> Pairs of student profiles that look like one person holding
       *> two accounts, for the operator to review before a merge.
       SELECT DUPR-FILE ASSIGN TO "bin/InCollege-DuplicateAccountReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DUPR-STAT.
       *> Openings sent in by partner employers, one per line
       *> (company id|title|description|location|salary|posting
       *> account), loaded by the operator's job-feed intake; rows it
       *> refused or skipped land in the feed rejects file with why.
       SELECT JFD-FILE ASSIGN TO "bin/InCollege-JobFeed.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JFD-STAT.
       SELECT JFR-FILE ASSIGN TO "bin/InCollege-JobFeedRejects.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JFR-STAT.
       *> Student groups: the groups themselves
       *> (id|name|description|owner), their member roster
       *> (groupid|username), and the shared board
       SELECT REF-FILE ASSIGN TO "bin/InCollege_referrals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REF-STAT.
       *> Per-user block list (blocker|blocked user|date blocked).
       SELECT BLK-FILE ASSIGN TO "bin/InCollege_blocks.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BLK-STAT.
       *> Graduates moved to alumni by the yearly rollover (username|
       *> graduation year|date rolled over).
       SELECT ALM-FILE ASSIGN TO "bin/InCollege_alumni.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALM-STAT.
       *> Alumni answers to the mentor offer (username|Y or N|date|
       *> topics they can help with); N means declined or stopped.
       SELECT MNT-FILE ASSIGN TO "bin/InCollege_mentors.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MNT-STAT.
       *> Mentoring requests (student|mentor|PENDING, ACCEPTED or
       *> DECLINED|date asked|note).
       SELECT MNR-FILE ASSIGN TO "bin/InCollege_mentorRequests.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MNR-STAT.
       *> Saved job searches (owner|alert name|filter text): a Browse
       *> Jobs filter kept as a standing search, checked against every
       *> new OPEN posting.
       SELECT JAL-FILE ASSIGN TO "bin/InCollege_jobAlerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JAL-STAT.
       *> Screening questions a poster attaches to a listing
       *> (job id|seq|YESNO or TEXT|knockout Y/N|required answer|
       *> question), at most five per job id.
       SELECT SCQ-FILE ASSIGN TO "bin/InCollege_screeningQuestions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCQ-STAT.
       SELECT SCQT-FILE ASSIGN TO "bin/InCollege_screeningQuestions-temp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCQT-STAT.
       *> Applicants' answers (job id|applicant|seq|answer), appended
       *> when the application is stored; a later row for the same
       *> question wins.
       SELECT SCA-FILE ASSIGN TO "bin/InCollege_screeningAnswers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCA-STAT.
       SELECT SCAT-FILE ASSIGN TO "bin/InCollege_screeningAnswers-temp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCAT-STAT.
       *> Structured pay on a listing (job id|minimum|maximum|basis
       *> H, M or Y), at most one row per job id.
       SELECT PAY-FILE ASSIGN TO "bin/InCollege_jobPay.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAY-STAT.
       SELECT PAYT-FILE ASSIGN TO "bin/InCollege_jobPay-temp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYT-STAT.
       *> Pay of archived postings (job id|title|minimum|maximum|
       *> basis), appended as each priced posting is archived.
       SELECT PAYA-FILE ASSIGN TO "bin/InCollege_jobPayHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYA-STAT.
       *> Who a listing is open to (job id|UNIVERSITY or MAJOR|name, or
       *> job id|YEARS|earliest|latest graduation year).
       SELECT AUD-FILE ASSIGN TO "bin/InCollege_jobAudience.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-STAT.
       SELECT AUDT-FILE ASSIGN TO "bin/InCollege_jobAudience-temp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDT-STAT.
       *> Abuse reports awaiting or past moderation
       *> (reporter|type|item key|reason|date|state|author). Settled
       *> reports move to the archive, same layout, when the operator
       *> next opens the queue.
       SELECT MOD-FILE ASSIGN TO "bin/InCollege_moderationQueue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOD-STAT.
       SELECT MODT-FILE ASSIGN TO "bin/InCollege_moderationQueue-temp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MODT-STAT.
       SELECT MODA-FILE ASSIGN TO "bin/InCollege_moderationArchive.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MODA-STAT.
       *> Self-service "download my data": one consolidated export of
       *> everything on file about the requesting user, written to
       *> bin/InCollege-MyData-<username>.txt.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECR-STAT.

       *> Rehearsal change report: what a REHEARSE run of the deck
       *> would have changed. Written inside the scratch copy while the
       *> deck plays, then copied into the live bin/ at end of run.
       SELECT REH-FILE ASSIGN TO "bin/InCollege-RehearsalReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REH-STAT.


DATA DIVISION.
FILE SECTION.
FD APP-FILE.
01 APP-REC PIC X(512).

FD APX-FILE.
01 APX-REC.
   *> applicant (lower-cased, so one account's rows always meet on
   *> the same key) plus the zero-padded job id
   05 APX-KEY.
      10 APX-KEY-USER PIC X(32).
      10 APX-KEY-JOB  PIC X(5).
   05 APX-JOB-ID      PIC X(5).
   *> the applicant's username as they typed it, for display
   05 APX-APPLICANT   PIC X(32).
   05 APX-TITLE       PIC X(100).
   05 APX-EMPLOYER    PIC X(100).
   05 APX-LOCATION    PIC X(100).
   05 APX-COVER       PIC X(200).
   05 APX-STATUS      PIC X(20).
   05 APX-APPLIED     PIC X(8).
   *> who referred this applicant to the posting, when anyone did
   05 APX-REF         PIC X(50).

FD SKILL-FILE.
01 SKILL-REC PIC X(256).

FD CAT-FILE.
01 CAT-REC PIC X(256).

FD CATS-FILE.
01 CATS-REC PIC X(256).

FD CATR-FILE.
01 CATR-REC PIC X(400).

FD CATD-FILE.
01 CATD-REC PIC X(200).

FD MSG-FILE.
01 MSG-REC PIC X(512).

FD NOTIF-FILE.
01 NOTIF-REC PIC X(300).

FD NOTT-FILE.
01 NOTT-REC PIC X(300).

FD NMX-FILE.
01 NMX-REC PIC X(3400).

FD EMO-FILE.
01 EMO-REC PIC X(50).

FD ENDORSE-FILE.
01 END-REC PIC X(200).

FD AUDIT-FILE.
01 AUDIT-REC PIC X(120).

FD OPER-FILE.
01 OPER-REC PIC X(50).
FD PLR-FILE.
01 PLR-REC PIC X(120).

FD FUN-FILE.
01 FUN-REC PIC X(200).

FD PAYB-FILE.
01 PAYB-REC PIC X(200).

FD CO-FILE.
01 CO-REC PIC X(512).

FD RREJ-FILE.
01 RREJ-REC PIC X(600).

FD UMR-FILE.
01 UMR-REC PIC X(600).

FD UMRM-FILE.
01 UMRM-REC PIC X(300).

FD DUPR-FILE.
01 DUPR-REC PIC X(300).

FD JFD-FILE.
01 JFD-REC PIC X(600).

FD JFR-FILE.
01 JFR-REC PIC X(700).

FD GRP-FILE.
01 GRP-REC PIC X(512).

FD REF-FILE.
01 REF-REC PIC X(200).

FD JAL-FILE.
01 JAL-REC PIC X(300).

FD BLK-FILE.
01 BLK-REC PIC X(200).

FD ALM-FILE.
01 ALM-REC PIC X(100).

FD MNT-FILE.
01 MNT-REC PIC X(200).

FD MNR-FILE.
01 MNR-REC PIC X(300).

FD SCQ-FILE.
01 SCQ-REC PIC X(300).

FD SCQT-FILE.
01 SCQT-REC PIC X(300).

FD SCA-FILE.
01 SCA-REC PIC X(300).

FD SCAT-FILE.
01 SCAT-REC PIC X(300).

FD PAY-FILE.
01 PAY-REC PIC X(100).

FD PAYT-FILE.
01 PAYT-REC PIC X(100).

FD PAYA-FILE.
01 PAYA-REC PIC X(200).

FD AUD-FILE.
01 AUD-REC PIC X(150).

FD AUDT-FILE.
01 AUDT-REC PIC X(150).

FD MOD-FILE.
01 MOD-REC PIC X(600).

FD MODT-FILE.
01 MODT-REC PIC X(600).

FD MODA-FILE.
01 MODA-REC PIC X(600).

FD MYD-FILE.
01 MYD-REC PIC X(512).

FD SECR-FILE.
01 SECR-REC PIC X(200).

FD REH-FILE.
01 REH-REC PIC X(200).

WORKING-STORAGE SECTION.
01 W-MSG   PIC X(100).
01 W-TMP   PIC X(256).

*> ---- Removal / rewrite helpers ----
01 RQ-NAME        PIC X(50).      *> pending requester being processed
01 RQ-SHOWN       PIC 9(3) VALUE 0. *> requests offered this visit
01 NEW-CONN-LINE  PIC X(5000).
01 ANY-WRITTEN    PIC X VALUE 'N'.

   88 APP-ALREADY-NO  VALUE 'N'.

*> ---- Application status lifecycle ----
*> The application most recently fetched from (or headed for) the
*> keyed application file. Every flow that shows, updates, or
*> archives a single application works through these fields.
01 APX-STAT          PIC XX.
01 APX-SAVE-STAT     PIC XX.
01 APX-KEY-NUM       PIC 9(5).
01 APX-EOF           PIC X VALUE 'N'.
01 APX-OPEN-FLAG     PIC X VALUE 'N'.
*> 'A' walks the whole file, 'U' one applicant's rows (APX-SCAN-USER),
*> 'J' one posting's rows by the job-id path (APX-SCAN-JOB).
01 APX-SCAN-MODE     PIC X VALUE 'A'.
01 APX-SCAN-USER     PIC X(32).
01 APX-SCAN-JOB      PIC X(5).
01 CUR-APP.
   05 CUR-APP-USER   PIC X(32).
   05 CUR-APP-JOB-ID PIC X(5).
   05 CUR-APP-TITLE  PIC X(100).
   05 CUR-APP-EMP    PIC X(100).
   05 CUR-APP-LOC    PIC X(100).
   05 CUR-APP-COVER  PIC X(200).
   05 CUR-APP-STATUS PIC X(20).
   05 CUR-APP-DATE   PIC X(8).
   05 CUR-APP-REF    PIC X(50).
01 CUR-APP-FOUND     PIC X VALUE 'N'.
*> CUR-APP parked while a close-out pass reuses it
01 APX-HOLD-APP      PIC X(700).
01 APX-HOLD-USER     PIC X(32).
01 APX-HOLD-JOB      PIC X(5).
*> Keys collected by a scan and acted on by key after it, so the scan
*> itself never holds the file for update (the EXPIRE-STALE-JOBS
*> discipline). A full batch means there may be more - the caller
*> scans again until a batch comes back short.
01 APX-BATCH-MAX     PIC 9(4) COMP VALUE 500.
01 APX-BATCH-COUNT   PIC 9(4) COMP VALUE 0.
01 APX-BATCH-TABLE.
   05 APX-BATCH-ENTRY OCCURS 500 TIMES.
      10 APX-BATCH-USER PIC X(32).
      10 APX-BATCH-JOB  PIC X(5).
01 APX-BATCH-IDX     PIC 9(4) COMP.
01 APX-BATCH-FAILED  PIC X VALUE 'N'.
01 APP-NUM-TEXT      PIC Z(3)9.
*> Applicants on the roster for the posting on screen
01 ROSTER-COUNT      PIC 9(4) VALUE 0.
01 ROSTER-TABLE.
   05 ROSTER-APP-USER OCCURS 200 TIMES PIC X(32).
01 ROSTER-IDX        PIC 9(8) COMP.

01 SKILL-STAT        PIC XX.
01 CAT-IDX           PIC 9(8) COMP.
01 CAT-NUM-TEXT      PIC Z(3)9.
01 CAT-BACK-CHOICE   PIC 9(4) COMP.

*> ---- Staged catalog load ----
*> The table limits LOAD-SKILL-CATALOG works within; a staging file
*> that would run past them is refused rather than silently cut.
01 MAX-CAT-SKILLS    PIC 9(4) COMP VALUE 20.
01 MAX-CAT-LESSONS   PIC 9(4) COMP VALUE 200.
01 MAX-CAT-QUIZZES   PIC 9(4) COMP VALUE 100.
01 CATS-STAT         PIC XX.
01 CATR-STAT         PIC XX.
01 CATD-STAT         PIC XX.
01 CST-LINE          PIC X(256).
01 CST-EOF           PIC X VALUE 'N'.
01 CST-POINTER       PIC 9(4) COMP.
01 CST-LINE-NO       PIC 9(6) VALUE 0.
01 CST-LINE-TEXT     PIC Z(5)9.
01 CST-KIND          PIC X(10).
01 CST-F1            PIC X(256).
01 CST-F2            PIC X(256).
01 CST-F3            PIC X(256).
01 CST-PIPES         PIC 9(4) COMP.
01 CST-REASON        PIC X(60).
01 CST-SKILL-COUNT   PIC 9(4) VALUE 0.
01 CST-SKILL-TABLE.
   05 CST-SKILL-ENTRY OCCURS 20 TIMES.
      10 CST-SKILL-ID      PIC X(20).
      10 CST-SKILL-LINE-NO PIC 9(6).
      10 CST-SKILL-ROW     PIC X(256).
      10 CST-SKILL-LESSONS PIC 9(4).
      10 CST-SKILL-QUIZZES PIC 9(4).
01 CST-LESSON-COUNT  PIC 9(4) VALUE 0.
01 CST-QUIZ-COUNT    PIC 9(4) VALUE 0.
01 CST-IDX           PIC 9(4) COMP.
01 CST-FOUND         PIC 9(4) COMP.
01 CST-REJ-COUNT     PIC 9(6) VALUE 0.
01 CST-COUNT-TEXT    PIC Z(5)9.
01 CST-STAMP         PIC X(15).
01 CST-HIST-PATH     PIC X(100).
01 CST-CMD           PIC X(300).
01 CST-RC            PIC S9(9) COMP-5 VALUE 0.
*> skill ids on completed lists the promoted catalog lacks
01 CST-GONE-COUNT    PIC 9(4) VALUE 0.
01 CST-GONE-TABLE.
   05 CST-GONE-ENTRY OCCURS 50 TIMES.
      10 CST-GONE-ID    PIC X(20).
      10 CST-GONE-USERS PIC 9(6).
01 CST-GONE-MORE     PIC X VALUE 'N'.
01 CST-GONE-NAME     PIC X(40).
01 QUIZ-ASKED        PIC 9(4) VALUE 0.
01 QUIZ-CORRECT      PIC 9(4) VALUE 0.
01 QUIZ-NUM-TEXT     PIC Z(3)9.
      10 NOTIF-ENT-USER  PIC X(50).
      10 NOTIF-ENT-STATE PIC X(8).
      10 NOTIF-ENT-TEXT  PIC X(200).
      10 NOTIF-ENT-DATE  PIC X(8).
01 NOTIF-IDX         PIC 9(4) COMP.

*> ---- Notification email extract ----
*> States: NEW (unseen), MAILED (unseen, already in an extract - shown
*> at login like NEW but never extracted again), SEEN. Rows written
*> before the date field was added carry no date and count as old.
01 NOTT-STAT         PIC XX.
01 NMX-STAT          PIC XX.
01 EMO-STAT          PIC XX.
01 NMX-AGE-LIMIT     PIC 9(4) COMP VALUE 14.
*> texts carried on one extract row; the rest wait for the next run
01 NMX-MAX-TEXTS     PIC 9(4) COMP VALUE 15.
01 NMX-USER-FIELD    PIC X(50).
01 NMX-SAVE-USER     PIC X(100).
01 NMX-STATE-FIELD   PIC X(8).
01 NMX-TEXT-FIELD    PIC X(200).
01 NMX-DATE-FIELD    PIC X(8).
01 NMX-AGE           PIC S9(8) COMP.
01 NMX-OLD-ENOUGH    PIC X VALUE 'N'.
01 NMX-USER-COUNT    PIC 9(4) VALUE 0.
01 NMX-USER-TABLE.
   05 NMX-USER-ENTRY OCCURS 300 TIMES.
      10 NMX-U-NAME   PIC X(50).
      10 NMX-U-EMAIL  PIC X(100).
      10 NMX-U-SEND   PIC X.
      10 NMX-U-MARKED PIC 9(4).
01 NMX-IDX           PIC 9(4) COMP.
01 NMX-FOUND         PIC 9(4) COMP.
01 NMX-SENT-COUNT    PIC 9(4) VALUE 0.
01 NMX-ROW           PIC X(3400).
01 NMX-ROW-PTR       PIC 9(4) COMP.
01 NMX-ROW-TEXTS     PIC 9(4) VALUE 0.
01 NMX-ROW-COUNT     PIC Z(3)9.
01 EMO-EOF           PIC X VALUE 'N'.
01 EMO-LINE          PIC X(50).
01 EMO-COUNT         PIC 9(4) VALUE 0.
01 EMO-TABLE.
   05 EMO-USER OCCURS 500 TIMES PIC X(50).
01 EMO-IDX           PIC 9(4) COMP.
01 EMO-OVERFLOW      PIC X VALUE 'N'.
01 EMO-OPTED-OUT     PIC X VALUE 'N'.

*> ---- Skill endorsements ----
01 END-STAT          PIC XX.
01 END-LINE          PIC X(200).
01 AUDIT-SEQ         PIC 9(6) VALUE 0.
01 AUDIT-SEQ-TEXT    PIC Z(5)9.
01 AUDIT-EVENT       PIC X(20).
01 AUDIT-USER        PIC X(80).
01 AUDIT-LINE        PIC X(120).
01 LOCKOUT-LIMIT     PIC 9(1) VALUE 3.

*> ---- Operator console ----
      10 XP-MAJOR PIC X(40).
      10 XP-YEAR  PIC X(4).
      10 XP-EMAIL PIC X(100).
      *> 'Y' once the graduation rollover has listed them as alumni
      10 XP-ALUMNI PIC X.
01 XP-IDX            PIC 9(4) COMP.
*> Distinct UNIVERSITY values seen
01 XU-COUNT          PIC 9(4) VALUE 0.
01 XF-I              PIC 9(4) COMP.
01 XF-J              PIC 9(4) COMP.
01 XF-LEN            PIC 9(4) COMP.
*> which half of a university's profiles an extract file carries
01 XE-ALUMNI-ARG     PIC X VALUE 'N'.

*> ---- University / major reference data ----
*> One UMR-ENTRY per accepted spelling: the canonical name maps to
*> itself, each alias to its canonical name. Kind is U or M.
01 UMR-STAT          PIC XX.
01 UMRM-STAT         PIC XX.
01 UMR-EOF           PIC X VALUE 'N'.
01 UMR-LINE          PIC X(600).
01 UMR-POINTER       PIC 9(4) COMP.
01 UMR-KIND          PIC X(12).
01 UMR-FIELD         PIC X(100).
01 UMR-CANON-IN      PIC X(100).
01 UMR-COUNT         PIC 9(4) VALUE 0.
01 UMR-TABLE.
   05 UMR-ENTRY OCCURS 600 TIMES.
      10 UMR-ENT-KIND  PIC X.
      10 UMR-ENT-NAME  PIC X(60).
      10 UMR-ENT-CANON PIC X(60).
01 UMR-IDX           PIC 9(4) COMP.
01 UMR-UNIV-COUNT    PIC 9(4) VALUE 0.
01 UMR-MAJOR-COUNT   PIC 9(4) VALUE 0.
01 UMR-KIND-ARG      PIC X.
01 UMR-VALUE-ARG     PIC X(100).
01 UMR-LABEL         PIC X(12).
01 UMR-MATCHED       PIC X VALUE 'N'.
01 UMR-WAS-ALIAS     PIC X VALUE 'N'.
01 UMR-CANON         PIC X(60).
01 UMR-SHOWN         PIC 9(4) VALUE 0.
01 UMRM-LINE         PIC X(300).
01 UMRM-COUNT        PIC 9(4) VALUE 0.
01 UMRM-COUNT-TEXT   PIC Z(3)9.

*> ---- Duplicate student accounts: report and operator merge ----
01 DUPR-STAT         PIC XX.
01 DUPR-LINE         PIC X(300).
01 DUPR-REASON       PIC X(30).
01 DUPR-DETAIL       PIC X(200).
01 DUPR-IDX          PIC 9(4) COMP.
01 DUPR-COUNT        PIC 9(4) VALUE 0.
01 DUPR-COUNT-TEXT   PIC Z(3)9.
*> The retired account's data is moved onto the survivor, then the
*> retired account is closed through the account-closure cascade.
01 MRG-RETIRED       PIC X(32).
01 MRG-SURVIVOR      PIC X(32).
01 MRG-RET-LOW       PIC X(32).
01 MRG-SUR-LOW       PIC X(32).
01 MRG-FIND-NAME     PIC X(32).
01 MRG-FOUND-KEY     PIC X(32).
01 MRG-FOUND-TYPE    PIC X.
01 MRG-RET-PATH      PIC X(256).
01 MRG-SUR-PATH      PIC X(256).
01 MRG-RET-PROFILE   PIC X VALUE 'N'.
01 MRG-SUR-PROFILE   PIC X VALUE 'N'.
01 MRG-CHANGED       PIC X VALUE 'N'.
01 MRG-KEEP          PIC X VALUE 'Y'.
01 MRG-RENAMED       PIC X VALUE 'N'.
01 MRG-HELD          PIC X VALUE 'N'.
01 MRG-IDX           PIC 9(4) COMP.
01 MRG-IDX2          PIC 9(4) COMP.
01 MRG-F1            PIC X(100).
01 MRG-F2            PIC X(100).
01 MRG-F3            PIC X(100).
01 MRG-REST          PIC X(512).
01 MRG-POINTER       PIC 9(4) COMP.
*> pending-request rebuild for one profile's CONNECTIONS line
01 MRG-OWNER-LOW     PIC X(50).
01 MRG-PEND-NAME     PIC X(50).
01 MRG-PEND-EXTRA    PIC X VALUE 'N'.
01 MRG-PEND-COUNT    PIC 9(4) VALUE 0.
01 MRG-PEND-TABLE.
   05 MRG-PEND-ENTRY OCCURS 200 TIMES PIC X(50).
01 MRG-EXTRA-COUNT   PIC 9(4) VALUE 0.
01 MRG-EXTRA-TABLE.
   05 MRG-EXTRA-ENTRY OCCURS 100 TIMES PIC X(50).
01 MRG-LINE-SEEN     PIC X VALUE 'N'.
01 MRG-APPS-MOVED    PIC 9(4) VALUE 0.
*> postings the survivor already has screening answers on
01 MRG-JOB-COUNT     PIC 9(4) VALUE 0.
01 MRG-JOB-OVERFLOW  PIC X VALUE 'N'.
01 MRG-JOB-TABLE.
   05 MRG-JOB-ID OCCURS 200 TIMES PIC X(5).
01 MRG-COUNT-TEXT    PIC Z(3)9.

*> ---- Archive-and-purge for closed postings ----
01 JARC-STAT         PIC XX.
01 TALLY-ARG         PIC X(60).
01 TALLY-VAL-TEXT    PIC Z(5)9.
01 ANA-USER          PIC X(50).
*> set for the analytics report only, so its cohort tallies keep
*> alumni apart from students; the placement report is unaffected
01 ANA-SPLIT-ALUMNI  PIC X VALUE 'N'.
01 ANA-ALUMNI-ARG    PIC X VALUE 'N'.
01 ANA-PROFILE-FIELD PIC X.
01 ANA-STUDENT-COUNT PIC 9(4) VALUE 0.
01 ANA-ALUMNI-COUNT  PIC 9(4) VALUE 0.
01 ANA-COUNT-TEXT    PIC Z(3)9.
01 ANA-COUNT-TEXT2   PIC Z(3)9.

01 REPORT-STAT PIC XX.

01 CHECKPOINT-TEXT   PIC Z(7)9.
01 SKIP-IDX          PIC 9(8) COMP.

*> ---- Rehearsal mode ----
*> A run started with the REHEARSE parameter copies bin/ to
*> rehearsal/bin and plays the deck there, so the live stores are
*> never opened. Each change the deck makes is noted through
*> REH-RECORD (REH-EVENT/REH-SUBJECT, like the audit trail).
01 RUN-PARM          PIC X(40).
01 REHEARSAL-MODE    PIC X VALUE 'N'.
01 REH-STAT          PIC XX.
01 REH-DIR-RC        PIC S9(9) COMP-5 VALUE 0.
01 REH-AT-MENU       PIC X VALUE 'N'.
01 REH-EVENT         PIC X(20).
01 REH-SUBJECT       PIC X(150).
01 REH-LINE          PIC X(200).
01 REH-LINE-TEXT     PIC Z(7)9.
01 REH-COUNTS.
   05 REH-ACCOUNTS        PIC 9(6) VALUE 0.
   05 REH-PROFILES        PIC 9(6) VALUE 0.
   05 REH-POSTED          PIC 9(6) VALUE 0.
   05 REH-CLOSED          PIC 9(6) VALUE 0.
   05 REH-STATUS-CHANGES  PIC 9(6) VALUE 0.
   05 REH-CONNECTIONS     PIC 9(6) VALUE 0.
   05 REH-INVALID         PIC 9(6) VALUE 0.
   05 REH-RAN-OUT         PIC 9(6) VALUE 0.

*> ---- Connection reconciliation pass ----
01 RECON-STAT        PIC XX.
01 RECON-LINE        PIC X(100).
*> ---- Interview scheduling ----
*> ITV-FILE rows are loaded whole into this table so one offer can be
*> replaced or answered and the store rewritten in place (the
*> whole-table-rewrite pattern).
01 ITV-STAT          PIC XX.
01 ITV-LINE          PIC X(512).
01 ITV-EOF           PIC X VALUE 'N'.
*> the same table, so it loops on its own index.
01 ITV-IDX2          PIC 9(4) COMP.
01 ITV-OVERFLOW      PIC X VALUE 'N'.
01 ITV-CHANGED       PIC X VALUE 'N'.
01 ITV-MATCH-IDX     PIC 9(4) VALUE 0.
01 ITV-SLOT-TEXT     PIC X(40).
01 ITV-SLOT1         PIC X(40).
01 PLC-DAYS          PIC S9(8) COMP.
01 PLC-AVG-DAYS      PIC 9(6) VALUE 0.
01 PLC-NUM-TEXT      PIC Z(5)9.

*> ---- Pay benchmarking report ----
*> PAYO-TABLE holds one entry per priced posting under its location
*> ('L') and employer ('E'), and one per hire under the hired
*> student's major ('M'); PAYB-WRITE-GROUP folds entries with the
*> same kind, key and pay basis into a report line.
01 PAYB-STAT         PIC XX.
01 PAYB-LINE         PIC X(200).
01 MAX-PAYO-ENTRIES  PIC 9(4) COMP VALUE 3000.
01 PAYO-TABLE.
   05 PAYO-COUNT     PIC 9(4) VALUE 0.
   05 PAYO-ENTRY OCCURS 3000 TIMES.
      10 PAYO-KIND   PIC X.
      10 PAYO-KEY    PIC X(100).
      10 PAYO-BASIS  PIC X.
      10 PAYO-MIN    PIC 9(7)V99.
      10 PAYO-MAX    PIC 9(7)V99.
      10 PAYO-MID    PIC 9(7)V99.
      10 PAYO-HIRED  PIC X.
      10 PAYO-DONE   PIC X.
01 PAYO-IDX          PIC 9(4) COMP.
01 PAYO-IDX2         PIC 9(4) COMP.
01 PAYO-OVERFLOW     PIC X VALUE 'N'.
01 PAYO-ARG-KIND     PIC X.
01 PAYO-ARG-KEY      PIC X(100).
01 PAYO-ARG-HIRED    PIC X.
01 PAYO-ARG-BASIS    PIC X.
01 PAYO-ARG-MIN      PIC 9(7)V99.
01 PAYO-ARG-MAX      PIC 9(7)V99.
01 MAX-PAYH-ENTRIES  PIC 9(4) COMP VALUE 1000.
01 PAYH-TABLE.
   05 PAYH-COUNT     PIC 9(4) VALUE 0.
   05 PAYH-ENTRY OCCURS 1000 TIMES.
      10 PAYH-JOB    PIC X(5).
      10 PAYH-TITLE  PIC X(100).
      10 PAYH-USER   PIC X(50).
01 PAYH-IDX          PIC 9(4) COMP.
01 PAYH-OVERFLOW     PIC X VALUE 'N'.
01 PAYB-HIRES        PIC 9(4) VALUE 0.
01 PAYB-NO-PAY       PIC 9(4) VALUE 0.
01 PAYB-SECTION-COUNT PIC 9(4) VALUE 0.
01 PAYB-GROUP-COUNT  PIC 9(4) VALUE 0.
01 PAYB-GROUP-LOW    PIC 9(7)V99.
01 PAYB-GROUP-HIGH   PIC 9(7)V99.
01 PAYB-NUM-TEXT     PIC Z(3)9.
01 PAYB-NUM-TEXT2    PIC Z(3)9.
01 PAYM-TABLE.
   05 PAYM-VAL OCCURS 3000 TIMES PIC 9(7)V99.
01 PAYM-COUNT        PIC 9(4) COMP.
01 PAYM-I            PIC 9(4) COMP.
01 PAYM-J            PIC 9(4) COMP.
01 PAYM-STOP         PIC X VALUE 'N'.
01 PAYM-HOLD         PIC 9(7)V99.
01 PAYM-MEDIAN       PIC 9(7)V99.

*> ---- Hiring funnel report ----
*> One row per posting on file that belongs to a registered company
*> (its poster is a company member, or its employer name is the
*> company's name). Company figures are the sums of their postings.
01 FUN-STAT          PIC XX.
01 FUN-LINE          PIC X(200).
01 FUN-MAX-POSTS     PIC 9(4) COMP VALUE 500.
01 FUN-POST-COUNT    PIC 9(4) VALUE 0.
01 FUN-OVERFLOW      PIC X VALUE 'N'.
01 FUN-POST-TABLE.
   05 FUN-POST OCCURS 500 TIMES.
      10 FUN-P-ID        PIC X(5).
      10 FUN-P-TITLE     PIC X(100).
      10 FUN-P-STATUS    PIC X(10).
      10 FUN-P-POSTED    PIC X(8).
      10 FUN-P-CO        PIC 9(4).
      10 FUN-P-COUNTS.
         15 FUN-P-APPLIED    PIC 9(5).
         15 FUN-P-REVIEW     PIC 9(5).
         15 FUN-P-INTERVIEW  PIC 9(5).
         15 FUN-P-OFFER      PIC 9(5).
         15 FUN-P-HIRED      PIC 9(5).
         15 FUN-P-NOTSEL     PIC 9(5).
         15 FUN-P-ACCEPTED   PIC 9(5).
         15 FUN-P-DECLINED   PIC 9(5).
         15 FUN-P-HIRE-DAYS  PIC 9(7).
         15 FUN-P-HIRE-N     PIC 9(5).
*> the figures being written - one posting's, or a company's totals
01 FUN-C-COUNTS.
   05 FUN-C-APPLIED    PIC 9(5).
   05 FUN-C-REVIEW     PIC 9(5).
   05 FUN-C-INTERVIEW  PIC 9(5).
   05 FUN-C-OFFER      PIC 9(5).
   05 FUN-C-HIRED      PIC 9(5).
   05 FUN-C-NOTSEL     PIC 9(5).
   05 FUN-C-ACCEPTED   PIC 9(5).
   05 FUN-C-DECLINED   PIC 9(5).
   05 FUN-C-HIRE-DAYS  PIC 9(7).
   05 FUN-C-HIRE-N     PIC 9(5).
01 FUN-IDX           PIC 9(4) COMP.
01 FUN-IDX2          PIC 9(4) COMP.
01 FUN-CO-IDX        PIC 9(4) VALUE 0.
01 FUN-CO-POSTS      PIC 9(4) VALUE 0.
01 FUN-RANK          PIC 9 VALUE 0.
01 FUN-DAYS          PIC S9(8) COMP.
01 FUN-AVG-DAYS      PIC 9(6) VALUE 0.
01 FUN-E1            PIC Z(4)9.
01 FUN-E2            PIC Z(4)9.
01 FUN-E3            PIC Z(4)9.
01 FUN-E4            PIC Z(4)9.
01 FUN-E5            PIC Z(4)9.
01 FUN-E6            PIC Z(4)9.
*> Set when SET-APPLICATION-STATUS records a hire, so the close-out
*> and placement row happen exactly once per hire.
01 APP-HIRED-FLAG    PIC X VALUE 'N'.

*> ---- Company registry ----
01 CO-STAT          PIC XX.
01 RST-OK-COUNT      PIC 9(6) VALUE 0.
01 RST-REJ-COUNT     PIC 9(6) VALUE 0.
01 RST-COUNT-TEXT    PIC Z(5)9.

*> ---- Partner job-feed intake ----
*> Feed fields are read wider than the posting record so an overlong
*> value is refused instead of silently cut.
01 JFD-STAT          PIC XX.
01 JFR-STAT          PIC XX.
01 JFD-LINE          PIC X(600).
01 JFD-EOF           PIC X VALUE 'N'.
01 JFD-POINTER       PIC 9(4) COMP.
01 JFD-PIPES         PIC 9(4) COMP.
01 JFD-CO-ID         PIC X(10).
01 JFD-TITLE         PIC X(200).
01 JFD-DESC          PIC X(300).
01 JFD-LOC           PIC X(200).
01 JFD-SALARY        PIC X(100).
01 JFD-ACCOUNT       PIC X(60).
01 JFD-EMPLOYER      PIC X(100).
01 JFD-POSTER        PIC X(32).
01 JFD-ACCT-LOCKED   PIC X.
01 JFD-DUP-ID        PIC X(5).
01 JFD-REASON        PIC X(80).
01 JFD-OK-COUNT      PIC 9(6) VALUE 0.
01 JFD-SKIP-COUNT    PIC 9(6) VALUE 0.
01 JFD-REJ-COUNT     PIC 9(6) VALUE 0.
01 JFD-COUNT-TEXT    PIC Z(5)9.
01 RREJ-LINE         PIC X(600).

*> ---- Student groups and their boards ----
*> referrer found for the application being submitted, if any
01 REF-FOUND-BY      PIC X(50).

*> ---- Block list ----
*> BLK-FILE is loaded whole into BLK-TABLE before any pass that has
*> to honour it; a blanked BLK-ENT-BY marks a lifted block for
*> REWRITE-BLK-FILE. BLK-CHECK-PAIR compares BLK-ARG-BY against
*> BLK-ARG-USER: BLK-STATE 'M' = BY blocked USER, 'T' = USER blocked
*> BY, 'N' = neither.
01 BLK-STAT          PIC XX.
01 BLK-EOF           PIC X VALUE 'N'.
01 BLK-LINE          PIC X(200).
01 BLK-POINTER       PIC 9(4) COMP.
01 MAX-BLK-ENTRIES   PIC 9(4) COMP VALUE 500.
01 BLK-TABLE.
   05 BLK-COUNT      PIC 9(4) VALUE 0.
   05 BLK-ENTRY OCCURS 500 TIMES.
      10 BLK-ENT-BY    PIC X(32).
      10 BLK-ENT-USER  PIC X(32).
      10 BLK-ENT-DATE  PIC X(8).
01 BLK-IDX           PIC 9(4) COMP.
01 BLK-OVERFLOW      PIC X VALUE 'N'.
01 BLK-ARG-BY        PIC X(100).
01 BLK-ARG-USER      PIC X(100).
01 BLK-STATE         PIC X VALUE 'N'.
01 BLK-TARGET        PIC X(32).
01 BLK-SHOWN         PIC 9(4) VALUE 0.
01 BLK-NUM-TEXT      PIC Z(3)9.
01 BLK-PICK          PIC 9(4) COMP.
01 BLK-PICK-TABLE.
   05 BLK-PICK-ROW OCCURS 500 TIMES PIC 9(4) COMP.

*> ---- Alumni and mentoring ----
*> ALM-FILE, MNT-FILE and MNR-FILE are each loaded whole into their
*> tables; a blanked user (or mentee) column marks a dropped row for
*> the matching REWRITE- paragraph. Alumni usernames are stored in
*> lower case, as they come from the profile file names.
01 ALM-STAT          PIC XX.
01 ALM-EOF           PIC X VALUE 'N'.
01 ALM-LINE          PIC X(100).
01 ALM-POINTER       PIC 9(4) COMP.
01 MAX-ALM-ENTRIES   PIC 9(4) COMP VALUE 1000.
01 ALM-TABLE.
   05 ALM-COUNT      PIC 9(4) VALUE 0.
   05 ALM-ENTRY OCCURS 1000 TIMES.
      10 ALM-ENT-USER  PIC X(32).
      10 ALM-ENT-YEAR  PIC X(4).
      10 ALM-ENT-DATE  PIC X(8).
01 ALM-IDX           PIC 9(4) COMP.
01 ALM-OVERFLOW      PIC X VALUE 'N'.
01 ALM-ARG-USER      PIC X(100).
01 ALM-FOUND         PIC X VALUE 'N'.
01 ALM-CUR-YEAR      PIC X(4).
01 ALM-ROLLED        PIC 9(4) VALUE 0.
01 ALM-ALREADY       PIC 9(4) VALUE 0.
01 ALM-SKIPPED       PIC 9(4) VALUE 0.
01 ALM-COUNT-TEXT    PIC Z(3)9.
01 ALM-COUNT-TEXT2   PIC Z(3)9.
01 MNT-STAT          PIC XX.
01 MNT-EOF           PIC X VALUE 'N'.
01 MNT-LINE          PIC X(200).
01 MNT-POINTER       PIC 9(4) COMP.
01 MAX-MNT-ENTRIES   PIC 9(4) COMP VALUE 500.
01 MNT-TABLE.
   05 MNT-COUNT      PIC 9(4) VALUE 0.
   05 MNT-ENTRY OCCURS 500 TIMES.
      10 MNT-ENT-USER   PIC X(32).
      10 MNT-ENT-OPTIN  PIC X.
      10 MNT-ENT-DATE   PIC X(8).
      10 MNT-ENT-TOPICS PIC X(80).
01 MNT-IDX           PIC 9(4) COMP.
01 MNT-ROW           PIC 9(4) COMP.
01 MNT-OVERFLOW      PIC X VALUE 'N'.
01 MNT-CHANGED       PIC X VALUE 'N'.
01 MNT-ARG-OPTIN     PIC X.
01 MNT-TOPICS        PIC X(80).
01 MNT-MY-UNIV       PIC X(60).
01 MNT-MY-MAJOR      PIC X(40).
01 MNT-MATCH         PIC X VALUE 'N'.
01 MNT-TARGET        PIC X(32).
01 MNT-SHOWN         PIC 9(4) VALUE 0.
01 MNT-NUM-TEXT      PIC Z(3)9.
01 MNT-PICK          PIC 9(4) COMP.
01 MNT-PICK-TABLE.
   05 MNT-PICK-ROW OCCURS 20 TIMES PIC 9(4) COMP.
01 MNR-STAT          PIC XX.
01 MNR-EOF           PIC X VALUE 'N'.
01 MNR-LINE          PIC X(300).
01 MNR-POINTER       PIC 9(4) COMP.
01 MAX-MNR-ENTRIES   PIC 9(4) COMP VALUE 500.
01 MNR-TABLE.
   05 MNR-COUNT      PIC 9(4) VALUE 0.
   05 MNR-ENTRY OCCURS 500 TIMES.
      10 MNR-ENT-MENTEE PIC X(32).
      10 MNR-ENT-MENTOR PIC X(32).
      10 MNR-ENT-STATE  PIC X(10).
      10 MNR-ENT-DATE   PIC X(8).
      10 MNR-ENT-NOTE   PIC X(80).
01 MNR-IDX           PIC 9(4) COMP.
01 MNR-OVERFLOW      PIC X VALUE 'N'.
01 MNR-NOTE          PIC X(80).
01 MNR-SHOWN         PIC 9(4) VALUE 0.
01 MNR-NUM-TEXT      PIC Z(3)9.
01 MNR-PICK          PIC 9(4) COMP.
01 MNR-PICK-TABLE.
   05 MNR-PICK-ROW OCCURS 500 TIMES PIC 9(4) COMP.

*> ---- Screening questions ----
*> SCQ-FILE rows are loaded whole into SCQ-TABLE; a blanked
*> SCQ-ENT-JOB marks a dropped row for REWRITE-SCQ-FILE. The
*> questions of the listing in CUR-JOB are worked on in SCQ-Q-ENTRY,
*> which also carries an applicant's answers.
01 SCQ-STAT          PIC XX.
01 SCQT-STAT         PIC XX.
01 SCA-STAT          PIC XX.
01 SCAT-STAT         PIC XX.
01 SCQ-LINE          PIC X(300).
01 SCA-LINE          PIC X(300).
01 SCQ-EOF           PIC X VALUE 'N'.
01 SCA-EOF           PIC X VALUE 'N'.
01 SCQ-POINTER       PIC 9(4) COMP.
01 SCA-POINTER       PIC 9(4) COMP.
01 MAX-SCQ-ENTRIES   PIC 9(4) COMP VALUE 500.
01 SCQ-MAX-PER-JOB   PIC 9(4) COMP VALUE 5.
01 SCQ-TABLE.
   05 SCQ-COUNT      PIC 9(4) VALUE 0.
   05 SCQ-ENTRY OCCURS 500 TIMES.
      10 SCQ-ENT-JOB   PIC X(5).
      10 SCQ-ENT-SEQ   PIC X(1).
      10 SCQ-ENT-KIND  PIC X(5).
      10 SCQ-ENT-KNOCK PIC X(1).
      10 SCQ-ENT-REQ   PIC X(40).
      10 SCQ-ENT-TEXT  PIC X(90).
01 SCQ-IDX           PIC 9(4) COMP.
01 SCQ-OVERFLOW      PIC X VALUE 'N'.
01 SCQ-CHANGED       PIC X VALUE 'N'.
*> 'N' once SCQ-SAVE-JOB could not put SCQ-Q-TABLE on file as asked
01 SCQ-SAVE-OK       PIC X VALUE 'Y'.
01 SCQ-JOB-FIELD     PIC X(5).
01 SCQ-EDIT-SAVE     PIC X VALUE 'N'.
01 SCQ-Q-COUNT       PIC 9(4) VALUE 0.
01 SCQ-Q-TABLE.
   05 SCQ-Q-ENTRY OCCURS 5 TIMES.
      10 SCQ-Q-KIND    PIC X(5).
      10 SCQ-Q-KNOCK   PIC X(1).
      10 SCQ-Q-REQ     PIC X(40).
      10 SCQ-Q-TEXT    PIC X(90).
      10 SCQ-Q-ANSWER  PIC X(100).
01 SCQ-Q-IDX         PIC 9(4) COMP.
01 SCQ-NUM-TEXT      PIC 9.
01 SCQ-DONE          PIC X VALUE 'N'.
01 SCQ-KNOCKED-OUT   PIC X VALUE 'N'.
01 SCA-JOB-FIELD     PIC X(5).
01 SCA-USER-FIELD    PIC X(32).
01 SCA-SEQ-FIELD     PIC X(1).
01 SCA-ANS-FIELD     PIC X(100).
01 SCA-USER-LOW      PIC X(32).

*> ---- Structured pay on postings ----
*> PAY-FILE rows are loaded whole into PAY-TABLE; a blanked
*> PAY-ENT-JOB marks a dropped row for REWRITE-PAY-FILE. The shown
*> salary text stays on the job record, so listings from before
*> structured pay still read exactly as they were entered.
01 PAY-STAT          PIC XX.
01 PAYT-STAT         PIC XX.
01 PAYA-STAT         PIC XX.
01 PAY-EOF           PIC X VALUE 'N'.
01 PAY-LINE          PIC X(200).
01 PAY-POINTER       PIC 9(4) COMP.
01 MAX-PAY-ENTRIES   PIC 9(4) COMP VALUE 2000.
01 PAY-TABLE.
   05 PAY-COUNT      PIC 9(4) VALUE 0.
   05 PAY-ENTRY OCCURS 2000 TIMES.
      10 PAY-ENT-JOB   PIC X(5).
      10 PAY-ENT-MIN   PIC 9(7)V99.
      10 PAY-ENT-MAX   PIC 9(7)V99.
      10 PAY-ENT-BASIS PIC X.
01 PAY-IDX           PIC 9(4) COMP.
01 PAY-OVERFLOW      PIC X VALUE 'N'.
01 PAY-CHANGED       PIC X VALUE 'N'.
01 PAY-FOUND         PIC X VALUE 'N'.
01 PAY-JOB-FIELD     PIC X(5).
01 PAY-HIST-TITLE    PIC X(100).
01 PAY-HIST-BASIS    PIC X.
01 PAY-MIN-FIELD     PIC X(12).
01 PAY-MAX-FIELD     PIC X(12).
01 PAY-STORE-MIN     PIC 9(7).99.
01 PAY-STORE-MAX     PIC 9(7).99.
*> the range being entered for a listing
01 PAY-INPUT         PIC X(40).
01 PAY-AMOUNT        PIC 9(7)V99.
01 PAY-AMT-OK        PIC X VALUE 'N'.
01 PAY-MIN           PIC 9(7)V99.
01 PAY-MAX           PIC 9(7)V99.
01 PAY-BASIS         PIC X.
01 PAY-RESULT        PIC X VALUE 'N'.
01 PAY-EDIT-MODE     PIC X VALUE 'N'.
01 PAY-DONE          PIC X VALUE 'N'.
01 PAY-AMT-EDIT      PIC $$,$$$,$$9.99.
01 PAY-AMT-WHOLE     PIC $$,$$$,$$9.
01 PAY-AMT-TEXT      PIC X(14).
01 PAY-MIN-SHOW      PIC X(14).
01 PAY-BASIS-TEXT    PIC X(10).

*> ---- Audience rules on postings ----
*> AUD-FILE rows are loaded whole into AUD-TABLE; a blanked
*> AUD-ENT-JOB marks a dropped row for REWRITE-AUD-FILE. A YEARS row
*> keeps the earliest year in AUD-ENT-VALUE and the latest in
*> AUD-ENT-TO, either one blank when left open.
01 AUD-STAT          PIC XX.
01 AUDT-STAT         PIC XX.
01 AUD-EOF           PIC X VALUE 'N'.
01 AUD-LINE          PIC X(150).
01 AUD-POINTER       PIC 9(4) COMP.
01 MAX-AUD-ENTRIES   PIC 9(4) COMP VALUE 2000.
01 AUD-MAX-PER-KIND  PIC 9(4) COMP VALUE 5.
01 AUD-TABLE.
   05 AUD-COUNT      PIC 9(4) VALUE 0.
   05 AUD-ENTRY OCCURS 2000 TIMES.
      10 AUD-ENT-JOB   PIC X(5).
      10 AUD-ENT-KIND  PIC X(10).
      10 AUD-ENT-VALUE PIC X(60).
      10 AUD-ENT-TO    PIC X(4).
01 AUD-IDX           PIC 9(4) COMP.
01 AUD-OVERFLOW      PIC X VALUE 'N'.
01 AUD-CHANGED       PIC X VALUE 'N'.
01 AUD-JOB-FIELD     PIC X(5).
*> 'N' once AUD-SAVE-JOB could not put the rules on file as asked
01 AUD-SAVE-OK       PIC X VALUE 'Y'.
01 AUD-EDIT-SAVE     PIC X VALUE 'N'.
*> the rules of the listing in CUR-JOB, as entered or shown
01 AUD-R-COUNT       PIC 9(4) VALUE 0.
01 AUD-R-TABLE.
   05 AUD-R-ENTRY OCCURS 11 TIMES.
      10 AUD-R-KIND    PIC X(10).
      10 AUD-R-VALUE   PIC X(60).
      10 AUD-R-TO      PIC X(4).
01 AUD-R-IDX         PIC 9(4) COMP.
01 AUD-KIND-ARG      PIC X(10).
01 AUD-KIND-COUNT    PIC 9(4) COMP.
01 AUD-DONE          PIC X VALUE 'N'.
01 AUD-PROMPT        PIC X(100).
01 AUD-YEAR-IN       PIC X(4).
01 AUD-YEAR-OK       PIC X VALUE 'N'.
01 AUD-YEAR-FROM     PIC X(4).
01 AUD-YEAR-TO       PIC X(4).
*> eligibility of the logged-in user (AUD-VIEW-*) or of any other
*> user (AUD-SUBJ-*); university and major are kept lower-case
01 AUD-ARG-USER      PIC X(50).
01 AUD-ELIGIBLE      PIC X VALUE 'Y'.
01 AUD-HAS-RULES     PIC X VALUE 'N'.
01 AUD-HAS-UNIV      PIC X VALUE 'N'.
01 AUD-OK-UNIV       PIC X VALUE 'N'.
01 AUD-HAS-MAJOR     PIC X VALUE 'N'.
01 AUD-OK-MAJOR      PIC X VALUE 'N'.
01 AUD-HAS-YEAR      PIC X VALUE 'N'.
01 AUD-OK-YEAR       PIC X VALUE 'N'.
01 AUD-SUBJ-FOUND    PIC X VALUE 'N'.
01 AUD-SUBJ-UNIV     PIC X(60).
01 AUD-SUBJ-MAJOR    PIC X(40).
01 AUD-SUBJ-YEAR     PIC X(4).
01 AUD-VIEW-FOUND    PIC X VALUE 'N'.
01 AUD-VIEW-UNIV     PIC X(60).
01 AUD-VIEW-MAJOR    PIC X(40).
01 AUD-VIEW-YEAR     PIC X(4).
01 AUD-ELIGIBLE-COUNT PIC 9(5) VALUE 0.
01 AUD-NUM-TEXT      PIC Z(4)9.

*> ---- Saved job searches (job alerts) ----
*> JAL-FILE rows are loaded whole into JAL-TABLE for the list/delete
*> screen; a blanked JAL-ENT-USER marks a deleted row for
*> REWRITE-JAL-FILE. The new-posting check streams the file instead,
*> so it is not bound by the table size.
01 JAL-STAT          PIC XX.
01 JAL-LINE          PIC X(300).
01 JAL-EOF           PIC X VALUE 'N'.
01 JAL-POINTER       PIC 9(4) COMP.
01 MAX-JAL-ENTRIES   PIC 9(4) COMP VALUE 500.
01 JAL-TABLE.
   05 JAL-COUNT      PIC 9(4) VALUE 0.
   05 JAL-ENTRY OCCURS 500 TIMES.
      10 JAL-ENT-USER   PIC X(32).
      10 JAL-ENT-NAME   PIC X(40).
      10 JAL-ENT-FILTER PIC X(100).
01 JAL-IDX           PIC 9(4) COMP.
01 JAL-OVERFLOW      PIC X VALUE 'N'.
01 JAL-CHANGED       PIC X VALUE 'N'.
*> per-student ceiling on standing searches
01 JAL-MAX-PER-USER  PIC 9(4) COMP VALUE 10.
01 JAL-MINE-COUNT    PIC 9(4) VALUE 0.
01 JAL-PICK          PIC 9(4) VALUE 0.
01 JAL-NUM-TEXT      PIC Z(3)9.
01 JAL-NAME-TEXT     PIC X(40).
01 JAL-USER-FIELD    PIC X(32).
01 JAL-NAME-FIELD    PIC X(40).
01 JAL-FILTER-FIELD  PIC X(100).
01 JAL-HOLD-FILTER   PIC X(100).

*> ---- Abuse reports and the operator moderation queue ----
*> Item types and their keys: MSG (from:to:text), POST
*> (group:author:date:text), JOB (job id), EVENT (event id). Usernames
*> are letters and digits only, so ':' cannot occur inside the name
*> parts. States: OPEN, DISMISSED, REMOVED, DISABLED.
01 MOD-STAT          PIC XX.
01 MODT-STAT         PIC XX.
01 MODA-STAT         PIC XX.
01 MOD-LINE          PIC X(600).
01 MOD-EOF           PIC X VALUE 'N'.
01 MOD-POINTER       PIC 9(4) COMP.
01 MAX-MOD-ENTRIES   PIC 9(4) COMP VALUE 200.
01 MOD-TABLE.
   05 MOD-COUNT      PIC 9(4) VALUE 0.
   05 MOD-ENTRY OCCURS 200 TIMES.
      10 MOD-ENT-REPORTER PIC X(32).
      10 MOD-ENT-TYPE     PIC X(5).
      10 MOD-ENT-KEY      PIC X(300).
      10 MOD-ENT-REASON   PIC X(100).
      10 MOD-ENT-DATE     PIC X(8).
      10 MOD-ENT-STATE    PIC X(10).
      10 MOD-ENT-AUTHOR   PIC X(32).
01 MOD-IDX           PIC 9(4) COMP.
01 MOD-IDX2          PIC 9(4) COMP.
01 MOD-OVERFLOW      PIC X VALUE 'N'.
01 MOD-ARCHIVED      PIC 9(4) VALUE 0.
01 MOD-PICK          PIC 9(4) VALUE 0.
01 MOD-SHOWN         PIC 9(4) VALUE 0.
01 MOD-NUM-TEXT      PIC Z(3)9.
*> the item being reported, filled in by the screen it came from
01 MOD-NEW-TYPE      PIC X(5).
01 MOD-NEW-KEY       PIC X(300).
01 MOD-NEW-AUTHOR    PIC X(32).
01 MOD-NEW-REASON    PIC X(100).
01 MOD-TYPE-ARG      PIC X(5).
01 MOD-ITEM-TEXT     PIC X(20).
01 MOD-OUTCOME       PIC X(10).
01 MOD-ITEM-REMOVED  PIC X VALUE 'N'.
01 MOD-AUTHOR-DISABLED PIC X VALUE 'N'.
*> key pieces for locating a reported message or group post
01 MOD-KEY-PTR       PIC 9(4) COMP.
01 MOD-KEY-P1        PIC X(50).
01 MOD-KEY-P2        PIC X(50).
01 MOD-KEY-P3        PIC X(8).
01 MOD-KEY-REST      PIC X(200).

*> ---- Self-service data export and account closure ----
01 MYD-STAT          PIC XX.
01 W-MYD-PATH        PIC X(256).
01 RUN-LOCK-HELD     PIC X VALUE 'N'.

*> ---- End-of-run restore-point snapshots ----
*> The four stores that change together (EC pairs, the keyed
*> applications file, messages, endorsements) are copied as one dated set
*> under bin/snapshots/, so a restore never mixes states that the
*> reconciliation cross-checks would then flag. Dated directory
*> names sort chronologically, like the JARC/AARC archives.

PROCEDURE DIVISION.
MAIN-SECTION.
       *> A rehearsal swaps in the scratch copy before anything else,
       *> so every fixed bin/ path below resolves inside it.
       ACCEPT RUN-PARM FROM COMMAND-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(RUN-PARM)) = "REHEARSE"
           PERFORM START-REHEARSAL
           IF REHEARSAL-MODE NOT = 'Y'
               STOP RUN
           END-IF
       END-IF

       *> The lock comes before any shared file is touched: OPEN
       *> OUTPUT O-FILE truncates the fixed-name output file, which
       *> is exactly the damage a refused second run must not do.
       COMPUTE W-TODAY-INT =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(W-TODAY-DATE))

       IF REHEARSAL-MODE = 'Y'
           PERFORM OPEN-REHEARSAL-REPORT
       END-IF

       PERFORM LOAD-CHECKPOINT
       PERFORM SKIP-TO-CHECKPOINT

       MOVE "4. Operator Console"   TO W-MSG PERFORM DISP-MSG
       MOVE "Enter your choice:"    TO W-MSG PERFORM DISP-MSG

       *> the deck running out here is its normal end, not a session
       *> cut short
       MOVE 'Y' TO REH-AT-MENU
       PERFORM READ-INPUT

       PERFORM UNTIL W-USR-INPT = "1" OR W-USR-INPT = "2" OR W-USR-INPT = "3" OR
           PERFORM DISP-MSG
           PERFORM READ-INPUT
       END-PERFORM
       MOVE 'N' TO REH-AT-MENU

       IF W-USR-INPT = "3" OR W-USR-INPT = "forgotpassword"
           PERFORM RESET-PASSWORD
               PERFORM EMPLOYER-NAVIGATION
           ELSE
               PERFORM INIT-PROFILE-FOR-USER
               PERFORM OFFER-MENTOR-SIGNUP
               PERFORM ANNOUNCE-PENDING-REQUESTS
               PERFORM SUGGEST-TEASER
               *> reminders land in the store first so this login's
       MOVE "10. Career Events"                      TO W-MSG PERFORM DISP-MSG
       MOVE "11. People You May Know"                TO W-MSG PERFORM DISP-MSG
       MOVE "12. My Data and Account"                TO W-MSG PERFORM DISP-MSG
       MOVE "13. Mentoring"                          TO W-MSG PERFORM DISP-MSG
       MOVE "14. Log Out"                            TO W-MSG PERFORM DISP-MSG
       MOVE "Enter your choice:"                     TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT

                   PERFORM POST-LOGIN-NAVIGATION-W5
               END-IF
           WHEN "13"
               PERFORM MENTORING-MENU
               PERFORM POST-LOGIN-NAVIGATION-W5
           WHEN "14"
               MOVE "You have been logged out." TO W-MSG PERFORM DISP-MSG
               EXIT PARAGRAPH
           WHEN OTHER
       MOVE "3. View My Applications"            TO W-MSG PERFORM DISP-MSG
       MOVE "4. View Applicants for My Postings"  TO W-MSG PERFORM DISP-MSG
       MOVE "5. Manage My Postings"               TO W-MSG PERFORM DISP-MSG
       MOVE "6. My Job Alerts"                   TO W-MSG PERFORM DISP-MSG
       MOVE "7. Back to Main Menu"               TO W-MSG PERFORM DISP-MSG
       MOVE "Enter your choice:"                 TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT

               PERFORM MANAGE-MY-JOBS
               PERFORM JOB-SEARCH-MENU
           WHEN "6"
               PERFORM MY-JOB-ALERTS
               PERFORM JOB-SEARCH-MENU
           WHEN "7"
               EXIT PARAGRAPH
           WHEN OTHER
               MOVE "Invalid selection. Please try again." TO W-MSG PERFORM DISP-MSG
       END-PERFORM
       MOVE FUNCTION TRIM(W-USR-INPT) TO JOB-LOCATION

       MOVE 'N' TO PAY-EDIT-MODE
       PERFORM PAY-ENTER-RANGE

       MOVE 0 TO AUD-R-COUNT
       MOVE "Limit this listing to certain universities, majors or class years? (yes/no):" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT = "1" OR W-USR-INPT = "yes"
           PERFORM AUD-ENTER-RULES
       END-IF

       MOVE 0 TO SCQ-Q-COUNT
       MOVE "Add screening questions for applicants? (yes/no):" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT = "1" OR W-USR-INPT = "yes"
           PERFORM SCQ-ENTER-QUESTIONS
       END-IF

       MOVE SPACES TO CUR-JOB
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       *> pay, audience and questions are always replaced, even by
       *> nothing - the id may be one an archived listing once had.
       *> All go on file before the alerts, which honour the audience;
       *> a listing whose audience or questions could not be saved is
       *> taken down again rather than left open to everyone.
       PERFORM PAY-SAVE-JOB
       PERFORM AUD-SAVE-JOB
       IF AUD-SAVE-OK = 'Y'
           PERFORM SCQ-SAVE-JOB
       END-IF
       IF AUD-SAVE-OK = 'N' OR SCQ-SAVE-OK = 'N'
           PERFORM JX-REMOVE
           PERFORM DROP-JOB-EXTRAS
           MOVE "Unable to save job posting. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM NOTIFY-JOB-ALERTS
       ADD 1 TO STAT-JOBS-POSTED
       PERFORM WRITE-CHECKPOINT
       MOVE "POSTING ADDED" TO REH-EVENT
       PERFORM REH-SUBJECT-JOB
       PERFORM REH-RECORD

       MOVE "Job posted successfully!" TO W-MSG PERFORM DISP-MSG
       MOVE "----------------------------------" TO W-MSG PERFORM DISP-MSG



*> Opens (creating if necessary) the keyed application file, and
*> carries any applications still in the old line-sequential store
*> across on first use.
ENSURE-APX-FILE.
       OPEN I-O APX-FILE
       IF APX-STAT = "35"
           OPEN OUTPUT APX-FILE
           IF APX-STAT = "00"
               CLOSE APX-FILE
               PERFORM MIGRATE-APPLICATIONS
               MOVE "00" TO APX-STAT
           END-IF
       ELSE
           IF APX-STAT = "00"
               CLOSE APX-FILE
           END-IF
       END-IF
       EXIT.

*> One-time carry-across of InCollege_jobApplications.txt into the
*> keyed file, run only when the keyed file is first created. Rows
*> without a numeric job id are dropped, and a repeat of an
*> applicant/posting pair keeps the first row. The old file is left
*> in place, untouched and unread from then on.
MIGRATE-APPLICATIONS.
       MOVE 'N' TO APP-EOF
       OPEN INPUT APP-FILE
       IF APP-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       OPEN I-O APX-FILE
       IF APX-STAT NOT = "00"
           CLOSE APP-FILE
           EXIT PARAGRAPH
       END-IF

       PERFORM UNTIL APP-EOF = 'Y'
           READ APP-FILE INTO APP-REC
               AT END
                   MOVE 'Y' TO APP-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(APP-REC) TO APP-LINE
                   IF APP-LINE NOT = SPACES
                       PERFORM PARSE-APP-MIGRATE
                       IF CUR-APP-JOB-ID NOT = SPACES
                          AND CUR-APP-USER NOT = SPACES
                           PERFORM CUR-TO-APX
                           WRITE APX-REC
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE APX-FILE
       CLOSE APP-FILE
       EXIT.

*> Parses one old-format application line into CUR-APP, zero-padding
*> the job id the way the keyed job file does. A line without a
*> numeric id is dropped (CUR-APP-JOB-ID left as spaces).
PARSE-APP-MIGRATE.
       MOVE 1 TO APP-POINTER
       MOVE SPACES TO CUR-APP
       MOVE SPACES TO APP-USER-FIELD APP-JOB-ID-FIELD
       UNSTRING APP-LINE DELIMITED BY "|"
           INTO APP-USER-FIELD
                APP-JOB-ID-FIELD
                CUR-APP-TITLE
                CUR-APP-EMP
                CUR-APP-LOC
                CUR-APP-COVER
                CUR-APP-STATUS
                CUR-APP-DATE
                CUR-APP-REF
           WITH POINTER APP-POINTER
       END-UNSTRING
       MOVE FUNCTION TRIM(APP-USER-FIELD) TO CUR-APP-USER

       MOVE FUNCTION TRIM(APP-JOB-ID-FIELD) TO JOB-ID-INPUT
       IF JOB-ID-INPUT = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION LENGTH(FUNCTION TRIM(JOB-ID-INPUT)) TO NUM-INPUT-LEN
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-INPUT-LEN
           IF JOB-ID-INPUT(I:1) < "0" OR JOB-ID-INPUT(I:1) > "9"
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       MOVE FUNCTION NUMVAL(JOB-ID-INPUT) TO APX-KEY-NUM
       MOVE APX-KEY-NUM TO CUR-APP-JOB-ID

       MOVE FUNCTION TRIM(CUR-APP-TITLE)  TO CUR-APP-TITLE
       MOVE FUNCTION TRIM(CUR-APP-EMP)    TO CUR-APP-EMP
       MOVE FUNCTION TRIM(CUR-APP-LOC)    TO CUR-APP-LOC
       MOVE FUNCTION TRIM(CUR-APP-COVER)  TO CUR-APP-COVER
       MOVE FUNCTION TRIM(CUR-APP-STATUS) TO CUR-APP-STATUS
       MOVE FUNCTION TRIM(CUR-APP-DATE)   TO CUR-APP-DATE
       MOVE FUNCTION TRIM(CUR-APP-REF)    TO CUR-APP-REF

       *> Rows written before the status field existed come back
       *> blank - those are still just Submitted.
       IF CUR-APP-STATUS = SPACES
           MOVE "Submitted" TO CUR-APP-STATUS
       END-IF
       EXIT.

*> ---- Keyed application file primitives ----
*> All access to the keyed application store goes through these,
*> the same open/close discipline as the keyed job file's.

CUR-TO-APX.
       MOVE SPACES TO APX-REC
       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-APP-USER)) TO APX-KEY-USER
       MOVE FUNCTION NUMVAL(CUR-APP-JOB-ID) TO APX-KEY-NUM
       MOVE APX-KEY-NUM    TO APX-KEY-JOB
       MOVE APX-KEY-NUM    TO APX-JOB-ID
       MOVE CUR-APP-USER   TO APX-APPLICANT
       MOVE CUR-APP-TITLE  TO APX-TITLE
       MOVE CUR-APP-EMP    TO APX-EMPLOYER
       MOVE CUR-APP-LOC    TO APX-LOCATION
       MOVE CUR-APP-COVER  TO APX-COVER
       MOVE CUR-APP-STATUS TO APX-STATUS
       MOVE CUR-APP-DATE   TO APX-APPLIED
       MOVE CUR-APP-REF    TO APX-REF
       EXIT.

APX-TO-CUR.
       MOVE APX-APPLICANT TO CUR-APP-USER
       MOVE APX-JOB-ID    TO CUR-APP-JOB-ID
       MOVE APX-TITLE     TO CUR-APP-TITLE
       MOVE APX-EMPLOYER  TO CUR-APP-EMP
       MOVE APX-LOCATION  TO CUR-APP-LOC
       MOVE APX-COVER     TO CUR-APP-COVER
       MOVE APX-STATUS    TO CUR-APP-STATUS
       MOVE APX-APPLIED   TO CUR-APP-DATE
       MOVE APX-REF       TO CUR-APP-REF
       EXIT.

*> Moves the key of the application CUR-APP-USER / CUR-APP-JOB-ID
*> name into APX-KEY.
APX-SET-KEY.
       MOVE SPACES TO APX-KEY
       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-APP-USER)) TO APX-KEY-USER
       MOVE FUNCTION NUMVAL(CUR-APP-JOB-ID) TO APX-KEY-NUM
       MOVE APX-KEY-NUM TO APX-KEY-JOB
       EXIT.

*> Random read of the application CUR-APP-USER has on posting
*> CUR-APP-JOB-ID. APX-STAT carries the verdict past the CLOSE, so a
*> caller can tell a record that is not on file ("23") from a file
*> that could not be opened at all.
APX-FETCH.
       MOVE 'N' TO CUR-APP-FOUND
       OPEN INPUT APX-FILE
       IF APX-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM APX-SET-KEY
       READ APX-FILE
           INVALID KEY
               CONTINUE
       END-READ
       IF APX-STAT = "00"
           PERFORM APX-TO-CUR
           MOVE 'Y' TO CUR-APP-FOUND
       END-IF
       MOVE APX-STAT TO APX-SAVE-STAT
       CLOSE APX-FILE
       MOVE APX-SAVE-STAT TO APX-STAT
       EXIT.

*> Adds CUR-APP as a new keyed record.
APX-STORE.
       OPEN I-O APX-FILE
       IF APX-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM CUR-TO-APX
       WRITE APX-REC
           INVALID KEY
               CONTINUE
       END-WRITE
       MOVE APX-STAT TO APX-SAVE-STAT
       CLOSE APX-FILE
       MOVE APX-SAVE-STAT TO APX-STAT
       EXIT.

*> Rewrites the application CUR-APP describes, in place.
APX-UPDATE.
       OPEN I-O APX-FILE
       IF APX-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM APX-SET-KEY
       READ APX-FILE
           INVALID KEY
               CONTINUE
       END-READ
       IF APX-STAT = "00"
           PERFORM CUR-TO-APX
           REWRITE APX-REC
       END-IF
       MOVE APX-STAT TO APX-SAVE-STAT
       CLOSE APX-FILE
       MOVE APX-SAVE-STAT TO APX-STAT
       EXIT.

*> Deletes the application CUR-APP describes.
APX-REMOVE.
       OPEN I-O APX-FILE
       IF APX-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM APX-SET-KEY
       READ APX-FILE
           INVALID KEY
               CONTINUE
       END-READ
       IF APX-STAT = "00"
           DELETE APX-FILE RECORD
       END-IF
       MOVE APX-STAT TO APX-SAVE-STAT
       CLOSE APX-FILE
       MOVE APX-SAVE-STAT TO APX-STAT
       EXIT.

*> Sequential pass over the keyed application file: set APX-SCAN-MODE
*> (and APX-SCAN-USER or APX-SCAN-JOB), then APX-SCAN-START,
*> APX-SCAN-NEXT until APX-EOF, then APX-SCAN-STOP. Each APX-SCAN-NEXT
*> leaves the record in CUR-APP.
APX-SCAN-START.
       MOVE 'N' TO APX-EOF
       MOVE 'N' TO APX-OPEN-FLAG
       OPEN INPUT APX-FILE
       IF APX-STAT NOT = "00"
           MOVE 'Y' TO APX-EOF
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO APX-OPEN-FLAG
       EVALUATE APX-SCAN-MODE
           WHEN 'U'
               MOVE SPACES TO APX-KEY
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(APX-SCAN-USER)) TO APX-KEY-USER
               MOVE APX-KEY-USER TO APX-SCAN-USER
               START APX-FILE KEY IS >= APX-KEY
                   INVALID KEY
                       MOVE 'Y' TO APX-EOF
               END-START
           WHEN 'J'
               MOVE FUNCTION NUMVAL(APX-SCAN-JOB) TO APX-KEY-NUM
               MOVE APX-KEY-NUM TO APX-SCAN-JOB
               MOVE APX-SCAN-JOB TO APX-JOB-ID
               START APX-FILE KEY IS = APX-JOB-ID
                   INVALID KEY
                       MOVE 'Y' TO APX-EOF
               END-START
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       EXIT.

APX-SCAN-NEXT.
       READ APX-FILE NEXT RECORD
           AT END
               MOVE 'Y' TO APX-EOF
           NOT AT END
               *> a keyed pass ends where its applicant or posting does
               IF (APX-SCAN-MODE = 'U' AND APX-KEY-USER NOT = APX-SCAN-USER)
                  OR (APX-SCAN-MODE = 'J' AND APX-JOB-ID NOT = APX-SCAN-JOB)
                   MOVE 'Y' TO APX-EOF
               ELSE
                   PERFORM APX-TO-CUR
               END-IF
       END-READ
       EXIT.

APX-SCAN-STOP.
       IF APX-OPEN-FLAG = 'Y'
           CLOSE APX-FILE
           MOVE 'N' TO APX-OPEN-FLAG
       END-IF
       MOVE 'A' TO APX-SCAN-MODE
       EXIT.

*> Run-start sweep: any OPEN posting whose posted date is more than
           IF CUR-JOB-FOUND = 'Y'
               MOVE "EXPIRED" TO CUR-JOB-STATUS
               PERFORM JX-UPDATE
               IF JX-STAT = "00"
                   MOVE "POSTING EXPIRED" TO REH-EVENT
                   PERFORM REH-SUBJECT-JOB
                   PERFORM REH-RECORD
               END-IF
           END-IF
       END-PERFORM
       EXIT.
       END-IF
       EXIT.

*> Browse Jobs: a listing whose audience leaves the logged-in user
*> out counts as not matching. Needs AUD-PREP-VIEWER.
CHECK-JOB-AUDIENCE.
       IF JOB-MATCHES-FILTER
           PERFORM AUD-CHECK-VIEWER
           IF AUD-ELIGIBLE = 'N'
               SET JOB-FAILS-FILTER TO TRUE
           END-IF
       END-IF
       EXIT.

*> Streams the keyed job file in id order, printing every posting
*> that passes CHECK-JOB-FILTER. The number shown is the job id.
DISPLAY-JOB-SUMMARY.
       MOVE "--- Available Job Listings ---" TO W-MSG PERFORM DISP-MSG
       MOVE 0 TO JOB-VISIBLE-COUNT
       PERFORM AUD-PREP-VIEWER
       PERFORM JX-SCAN-START
       PERFORM UNTIL JX-EOF = 'Y'
           PERFORM JX-SCAN-NEXT
           IF JX-EOF NOT = 'Y'
               PERFORM CHECK-JOB-FILTER
               PERFORM CHECK-JOB-AUDIENCE
               IF JOB-MATCHES-FILTER
                   ADD 1 TO JOB-VISIBLE-COUNT
                   MOVE FUNCTION NUMVAL(CUR-JOB-ID) TO JOB-NUM-TEXT
       MOVE 'N' TO JOB-LIST-FLAG
       PERFORM UNTIL JOB-LIST-DONE
           PERFORM DISPLAY-JOB-SUMMARY
           IF FUNCTION LENGTH(FUNCTION TRIM(JOB-FILTER-TEXT)) = 0
               MOVE "Enter job number to view details, or 0 to go back:" TO W-MSG
           ELSE
               MOVE "Enter job number to view details, S to save this search as a job alert, or 0 to go back:" TO W-MSG
           END-IF
           PERFORM DISP-MSG
           PERFORM READ-INPUT

           EVALUATE TRUE
               WHEN W-USR-INPT = "0"
                   MOVE 'Y' TO JOB-LIST-FLAG
               WHEN W-USR-INPT = "s"
                AND FUNCTION LENGTH(FUNCTION TRIM(JOB-FILTER-TEXT)) > 0
                   PERFORM SAVE-JOB-ALERT
               WHEN OTHER
                   PERFORM CHECK-NUMERIC-INPUT
                   IF NUM-INPUT-OK
                       MOVE FUNCTION TRIM(W-USR-INPT) TO JOB-ID-INPUT
                       PERFORM JX-FETCH
                       PERFORM CHECK-JOB-FILTER
                       PERFORM CHECK-JOB-AUDIENCE
                       IF CUR-JOB-FOUND = 'Y' AND JOB-MATCHES-FILTER
                           PERFORM SHOW-JOB-DETAILS
                       ELSE
                           MOVE "Invalid selection. Please try again." TO W-MSG PERFORM DISP-MSG
                       END-IF
                   ELSE
                       MOVE "Invalid selection. Please try again." TO W-MSG PERFORM DISP-MSG
                   END-IF
           END-EVALUATE
       END-PERFORM
       EXIT.

ENSURE-JAL-FILE.
       MOVE 'N' TO JAL-EOF
       OPEN INPUT JAL-FILE
       IF JAL-STAT = "00"
           CLOSE JAL-FILE
       ELSE
           IF JAL-STAT = "35"
               OPEN OUTPUT JAL-FILE
               IF JAL-STAT = "00"
                   CLOSE JAL-FILE
               END-IF
           END-IF
       END-IF
       EXIT.

*> Splits JAL-LINE into JAL-USER-FIELD/JAL-NAME-FIELD/JAL-FILTER-FIELD.
PARSE-JAL-LINE.
       MOVE 1 TO JAL-POINTER
       MOVE SPACES TO JAL-USER-FIELD JAL-NAME-FIELD JAL-FILTER-FIELD
       UNSTRING JAL-LINE DELIMITED BY "|"
           INTO JAL-USER-FIELD
                JAL-NAME-FIELD
                JAL-FILTER-FIELD
           WITH POINTER JAL-POINTER
       END-UNSTRING
       EXIT.

*> Loads every JAL-FILE row into JAL-TABLE.
LOAD-JAL-TABLE.
       MOVE 0 TO JAL-COUNT
       MOVE 'N' TO JAL-OVERFLOW
       MOVE 'N' TO JAL-EOF
       OPEN INPUT JAL-FILE
       IF JAL-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL JAL-EOF = 'Y'
           READ JAL-FILE INTO JAL-REC
               AT END
                   MOVE 'Y' TO JAL-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(JAL-REC) TO JAL-LINE
                   IF JAL-LINE NOT = SPACES AND JAL-COUNT = MAX-JAL-ENTRIES
                       MOVE 'Y' TO JAL-OVERFLOW
                   END-IF
                   IF JAL-LINE NOT = SPACES AND JAL-COUNT < MAX-JAL-ENTRIES
                       PERFORM PARSE-JAL-LINE
                       ADD 1 TO JAL-COUNT
                       MOVE JAL-USER-FIELD   TO JAL-ENT-USER(JAL-COUNT)
                       MOVE JAL-NAME-FIELD   TO JAL-ENT-NAME(JAL-COUNT)
                       MOVE JAL-FILTER-FIELD TO JAL-ENT-FILTER(JAL-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE JAL-FILE
       EXIT.

*> Dumps JAL-TABLE back over the file, skipping blanked rows. Never
*> called after an overflowed load - that would drop the rows past
*> the table.
REWRITE-JAL-FILE.
       OPEN OUTPUT JAL-FILE
       IF JAL-STAT NOT = "00"
           MOVE "Unable to update job alerts. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING JAL-IDX FROM 1 BY 1 UNTIL JAL-IDX > JAL-COUNT
           IF JAL-ENT-USER(JAL-IDX) = SPACES
               EXIT PERFORM CYCLE
           END-IF
           MOVE SPACES TO JAL-LINE
           STRING FUNCTION TRIM(JAL-ENT-USER(JAL-IDX))   DELIMITED BY SIZE
                  "|"                                    DELIMITED BY SIZE
                  FUNCTION TRIM(JAL-ENT-NAME(JAL-IDX))   DELIMITED BY SIZE
                  "|"                                    DELIMITED BY SIZE
                  FUNCTION TRIM(JAL-ENT-FILTER(JAL-IDX)) DELIMITED BY SIZE
               INTO JAL-LINE
           END-STRING
           MOVE JAL-LINE TO JAL-REC
           WRITE JAL-REC
       END-PERFORM
       CLOSE JAL-FILE
       EXIT.

*> Keeps the Browse Jobs filter in JOB-FILTER-TEXT as a named job
*> alert for the logged-in student. The same search twice is refused,
*> as is anything past JAL-MAX-PER-USER alerts.
SAVE-JOB-ALERT.
       MOVE 0 TO JOB-PIPE-COUNT
       INSPECT JOB-FILTER-TEXT TALLYING JOB-PIPE-COUNT FOR ALL "|"
       IF JOB-PIPE-COUNT > 0
           MOVE "A search containing '|' cannot be saved as an alert." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       PERFORM ENSURE-JAL-FILE
       PERFORM LOAD-JAL-TABLE
       MOVE 0 TO JAL-MINE-COUNT
       PERFORM VARYING JAL-IDX FROM 1 BY 1 UNTIL JAL-IDX > JAL-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(JAL-ENT-USER(JAL-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               ADD 1 TO JAL-MINE-COUNT
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(JAL-ENT-FILTER(JAL-IDX)))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(JOB-FILTER-TEXT))
                   MOVE SPACES TO W-MSG
                   STRING "You already have this search saved as '"
                          FUNCTION TRIM(JAL-ENT-NAME(JAL-IDX)) "'."
                       INTO W-MSG
                   END-STRING
                   PERFORM DISP-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF
       END-PERFORM
       IF JAL-MINE-COUNT >= JAL-MAX-PER-USER
           MOVE "You already have the maximum of 10 job alerts. Delete one under My Job Alerts first." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE "Name this job alert (Enter to cancel):" TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT-RAW
       IF FUNCTION LENGTH(FUNCTION TRIM(W-USR-INPT)) = 0
           MOVE "Job alert not saved." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO JOB-PIPE-COUNT
       INSPECT W-USR-INPT TALLYING JOB-PIPE-COUNT FOR ALL "|"
       IF JOB-PIPE-COUNT > 0
           MOVE "The name cannot contain '|'. Job alert not saved." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION TRIM(W-USR-INPT) TO JAL-NAME-TEXT

       OPEN EXTEND JAL-FILE
       IF JAL-STAT NOT = "00"
           MOVE "Unable to save job alert. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO JAL-LINE
       STRING FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME)) DELIMITED BY SIZE
              "|"                                          DELIMITED BY SIZE
              FUNCTION TRIM(JAL-NAME-TEXT)                 DELIMITED BY SIZE
              "|"                                          DELIMITED BY SIZE
              FUNCTION TRIM(JOB-FILTER-TEXT)               DELIMITED BY SIZE
           INTO JAL-LINE
       END-STRING
       MOVE JAL-LINE TO JAL-REC
       WRITE JAL-REC
       CLOSE JAL-FILE
       PERFORM WRITE-CHECKPOINT

       MOVE SPACES TO W-MSG
       STRING "Job alert '" FUNCTION TRIM(JAL-NAME-TEXT)
              "' saved - matching new postings will be notified."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> Lists the logged-in student's job alerts and deletes the one
*> picked.
MY-JOB-ALERTS.
       PERFORM ENSURE-JAL-FILE
       PERFORM LOAD-JAL-TABLE
       MOVE "--- My Job Alerts ---" TO W-MSG PERFORM DISP-MSG
       MOVE 0 TO JAL-MINE-COUNT
       PERFORM VARYING JAL-IDX FROM 1 BY 1 UNTIL JAL-IDX > JAL-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(JAL-ENT-USER(JAL-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               ADD 1 TO JAL-MINE-COUNT
               MOVE JAL-MINE-COUNT TO JAL-NUM-TEXT
               MOVE SPACES TO W-MSG
               STRING FUNCTION TRIM(JAL-NUM-TEXT) ". "
                      FUNCTION TRIM(JAL-ENT-NAME(JAL-IDX))
                      " - search: "
                      FUNCTION TRIM(JAL-ENT-FILTER(JAL-IDX))
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
           END-IF
       END-PERFORM
       IF JAL-MINE-COUNT = 0
           MOVE "You have no saved job alerts." TO W-MSG PERFORM DISP-MSG
           MOVE "Save one from Browse Jobs/Internships after entering a filter." TO W-MSG
           PERFORM DISP-MSG
           MOVE "-----------------------------" TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE "-----------------------------" TO W-MSG PERFORM DISP-MSG

       MOVE "Enter alert number to delete, or 0 to go back:" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT = "0"
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-NUMERIC-INPUT
       IF NUM-INPUT-BAD
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(W-USR-INPT) TO JAL-PICK
       IF JAL-PICK < 1 OR JAL-PICK > JAL-MINE-COUNT
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       IF JAL-OVERFLOW = 'Y'
           MOVE "Unable to update job alerts right now. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO JAL-MINE-COUNT
       PERFORM VARYING JAL-IDX FROM 1 BY 1 UNTIL JAL-IDX > JAL-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(JAL-ENT-USER(JAL-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               ADD 1 TO JAL-MINE-COUNT
               IF JAL-MINE-COUNT = JAL-PICK
                   MOVE JAL-ENT-NAME(JAL-IDX) TO JAL-NAME-TEXT
                   MOVE SPACES TO JAL-ENT-USER(JAL-IDX)
                   EXIT PERFORM
               END-IF
           END-IF
       END-PERFORM
       PERFORM REWRITE-JAL-FILE
       PERFORM WRITE-CHECKPOINT
       MOVE SPACES TO W-MSG
       STRING "Job alert '" FUNCTION TRIM(JAL-NAME-TEXT) "' deleted."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> Runs the OPEN posting just stored in CUR-JOB past every saved
*> job alert (the same CHECK-JOB-FILTER test Browse Jobs applies)
*> and notifies each owner whose search it matches and whom the
*> listing's audience takes in. The poster's own alerts are skipped.
*> JOB-FILTER-TEXT is handed back unchanged.
NOTIFY-JOB-ALERTS.
       MOVE JOB-FILTER-TEXT TO JAL-HOLD-FILTER
       PERFORM AUD-LOAD-RULES
       MOVE 'N' TO JAL-EOF
       OPEN INPUT JAL-FILE
       IF JAL-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL JAL-EOF = 'Y'
           READ JAL-FILE INTO JAL-REC
               AT END
                   MOVE 'Y' TO JAL-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(JAL-REC) TO JAL-LINE
                   IF JAL-LINE NOT = SPACES
                       PERFORM PARSE-JAL-LINE
                       IF FUNCTION LOWER-CASE(FUNCTION TRIM(JAL-USER-FIELD))
                          NOT = FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-JOB-POSTER))
                          AND FUNCTION LENGTH(FUNCTION TRIM(JAL-FILTER-FIELD)) > 0
                           MOVE JAL-FILTER-FIELD TO JOB-FILTER-TEXT
                           PERFORM CHECK-JOB-FILTER
                           *> no alert for a listing outside its
                           *> owner's reach
                           IF JOB-MATCHES-FILTER
                               MOVE JAL-USER-FIELD TO AUD-ARG-USER
                               PERFORM AUD-CHECK-USER
                               IF AUD-ELIGIBLE = 'N'
                                   SET JOB-FAILS-FILTER TO TRUE
                               END-IF
                           END-IF
                           IF JOB-MATCHES-FILTER
                               MOVE JAL-USER-FIELD TO NOTIF-USER
                               MOVE SPACES TO NOTIF-TEXT
                               STRING "Job alert '" FUNCTION TRIM(JAL-NAME-FIELD)
                                      "': new posting #"
                                      FUNCTION TRIM(CUR-JOB-ID) " "
                                      FUNCTION TRIM(CUR-JOB-TITLE) " at "
                                      FUNCTION TRIM(CUR-JOB-EMPLOYER) " ("
                                      FUNCTION TRIM(CUR-JOB-LOCATION) ")."
                                   INTO NOTIF-TEXT
                               END-STRING
                               PERFORM DROP-NOTIFICATION
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE JAL-FILE
       MOVE JAL-HOLD-FILTER TO JOB-FILTER-TEXT
       EXIT.

SHOW-JOB-DETAILS.
       IF CUR-JOB-FOUND NOT = 'Y'
           EXIT PARAGRAPH
       END-IF
       PERFORM AUD-PREP-VIEWER
       PERFORM AUD-CHECK-VIEWER
       IF AUD-ELIGIBLE = 'N'
           MOVE "This listing is open only to certain universities, majors or class years." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       PERFORM UNTIL 1 = 0
           MOVE "--- Job Details ---" TO W-MSG PERFORM DISP-MSG

           MOVE SPACES TO W-MSG
           STRING "Title: " DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-JOB-TITLE) DELIMITED BY SIZE
              INTO W-MSG
           END-STRING
           PERFORM DISP-MSG

           MOVE SPACES TO W-MSG
           STRING "Description: " DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-JOB-DESC) DELIMITED BY SIZE
              INTO W-MSG
           END-STRING
           PERFORM DISP-MSG

           MOVE "1. Apply for this Job"  TO W-MSG PERFORM DISP-MSG
           MOVE "2. View Company Page"   TO W-MSG PERFORM DISP-MSG
           MOVE "3. Refer a Connection"  TO W-MSG PERFORM DISP-MSG
           MOVE "4. Report this Listing" TO W-MSG PERFORM DISP-MSG
           MOVE "5. Back to Job List"    TO W-MSG PERFORM DISP-MSG
           MOVE "Enter your choice:"     TO W-MSG PERFORM DISP-MSG
           PERFORM READ-INPUT

               WHEN "3"
                   PERFORM REFER-CONNECTION
               WHEN "4"
                   MOVE "JOB" TO MOD-NEW-TYPE
                   MOVE FUNCTION TRIM(CUR-JOB-ID) TO MOD-NEW-KEY
                   MOVE CUR-JOB-POSTER TO MOD-NEW-AUTHOR
                   PERFORM FILE-ABUSE-REPORT
               WHEN "5"
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "Invalid selection. Please try again." TO W-MSG PERFORM DISP-MSG
       END-IF
       MOVE FUNCTION TRIM(MSG-CONTACT-NAME(MSG-CONTACT-IDX)) TO REF-TO-FIELD

       MOVE REF-TO-FIELD TO BLK-ARG-USER
       PERFORM BLK-REFUSE-CHECK
       IF BLK-STATE NOT = 'N'
           EXIT PARAGRAPH
       END-IF

       MOVE REF-TO-FIELD TO AUD-ARG-USER
       PERFORM AUD-LOAD-RULES
       PERFORM AUD-CHECK-USER
       IF AUD-ELIGIBLE = 'N'
           MOVE SPACES TO W-MSG
           STRING FUNCTION TRIM(REF-TO-FIELD)
                  " is outside the audience this listing is open to."
               INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       PERFORM ENSURE-REF-FILE
       IF REF-STAT NOT = "00"
           MOVE "Unable to record referrals right now. Please try again later." TO W-MSG
           EXIT PARAGRAPH
       END-IF

       PERFORM AUD-PREP-VIEWER
       PERFORM AUD-CHECK-VIEWER
       IF AUD-ELIGIBLE = 'N'
           MOVE "This listing is not open to your university, major or class year." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       PERFORM ENSURE-APX-FILE
       IF APX-STAT NOT = "00"
           MOVE "Unable to record job applications at this time. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       *> one application per applicant per posting - a keyed read
       MOVE 'N' TO APP-ALREADY
       MOVE SPACES TO CUR-APP
       MOVE FUNCTION TRIM(W-USERNAME) TO CUR-APP-USER
       MOVE CUR-JOB-ID TO CUR-APP-JOB-ID
       PERFORM APX-FETCH
       IF CUR-APP-FOUND = 'Y'
           SET APP-ALREADY-YES TO TRUE
       ELSE
           IF APX-STAT NOT = "23"
               MOVE "Unable to read existing applications right now. Please try again later." TO W-MSG
               PERFORM DISP-MSG
               EXIT PARAGRAPH
           END-IF
       END-IF

       IF APP-ALREADY-YES
       END-PERFORM
       MOVE W-USR-INPT TO APP-COVER-NOTE

       PERFORM SCQ-ASK-QUESTIONS

       *> an application from someone a member referred carries the
       *> referrer on the row, so the poster's roster can show it
       PERFORM ENSURE-REF-FILE
       PERFORM FIND-REFERRAL-FOR-APPLICATION

       MOVE SPACES TO CUR-APP
       MOVE FUNCTION TRIM(W-USERNAME)       TO CUR-APP-USER
       MOVE CUR-JOB-ID                      TO CUR-APP-JOB-ID
       MOVE FUNCTION TRIM(CUR-JOB-TITLE)    TO CUR-APP-TITLE
       MOVE FUNCTION TRIM(CUR-JOB-EMPLOYER) TO CUR-APP-EMP
       MOVE FUNCTION TRIM(CUR-JOB-LOCATION) TO CUR-APP-LOC
       MOVE FUNCTION TRIM(APP-COVER-NOTE)   TO CUR-APP-COVER
       *> a missed knockout answer settles the application up front
       IF SCQ-KNOCKED-OUT = 'Y'
           MOVE "Not Selected"              TO CUR-APP-STATUS
       ELSE
           MOVE "Submitted"                 TO CUR-APP-STATUS
       END-IF
       MOVE W-TODAY-DATE                    TO CUR-APP-DATE
       MOVE FUNCTION TRIM(REF-FOUND-BY)     TO CUR-APP-REF

       PERFORM APX-STORE
       IF APX-STAT NOT = "00"
           MOVE "Unable to save your application. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO STAT-APPLICATIONS-SENT
       IF SCQ-Q-COUNT > 0
           PERFORM SCQ-WRITE-ANSWERS
       END-IF
       PERFORM WRITE-CHECKPOINT

       *> Tell the poster they have a new applicant
       PERFORM DISP-MSG
       EXIT.

*> ---- Screening questions ----
ENSURE-SCQ-FILE.
       OPEN INPUT SCQ-FILE
       IF SCQ-STAT = "00"
           CLOSE SCQ-FILE
       ELSE
           IF SCQ-STAT = "35"
               OPEN OUTPUT SCQ-FILE
               IF SCQ-STAT = "00"
                   CLOSE SCQ-FILE
               END-IF
           END-IF
       END-IF
       EXIT.

LOAD-SCQ-TABLE.
       MOVE 0 TO SCQ-COUNT
       MOVE 'N' TO SCQ-OVERFLOW
       MOVE 'N' TO SCQ-EOF
       OPEN INPUT SCQ-FILE
       IF SCQ-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SCQ-EOF = 'Y'
           READ SCQ-FILE INTO SCQ-REC
               AT END
                   MOVE 'Y' TO SCQ-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(SCQ-REC) TO SCQ-LINE
                   IF SCQ-LINE NOT = SPACES AND SCQ-COUNT = MAX-SCQ-ENTRIES
                       MOVE 'Y' TO SCQ-OVERFLOW
                   END-IF
                   IF SCQ-LINE NOT = SPACES AND SCQ-COUNT < MAX-SCQ-ENTRIES
                       ADD 1 TO SCQ-COUNT
                       MOVE SPACES TO SCQ-ENTRY(SCQ-COUNT)
                       MOVE 1 TO SCQ-POINTER
                       UNSTRING SCQ-LINE DELIMITED BY "|"
                           INTO SCQ-ENT-JOB(SCQ-COUNT)
                                SCQ-ENT-SEQ(SCQ-COUNT)
                                SCQ-ENT-KIND(SCQ-COUNT)
                                SCQ-ENT-KNOCK(SCQ-COUNT)
                                SCQ-ENT-REQ(SCQ-COUNT)
                                SCQ-ENT-TEXT(SCQ-COUNT)
                           WITH POINTER SCQ-POINTER
                       END-UNSTRING
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SCQ-FILE
       EXIT.

*> Dumps SCQ-TABLE back over the file, skipping blanked rows. Never
*> called after an overflowed load.
REWRITE-SCQ-FILE.
       OPEN OUTPUT SCQ-FILE
       IF SCQ-STAT NOT = "00"
           MOVE "Unable to update screening questions. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING SCQ-IDX FROM 1 BY 1 UNTIL SCQ-IDX > SCQ-COUNT
           IF SCQ-ENT-JOB(SCQ-IDX) NOT = SPACES
               MOVE SPACES TO SCQ-LINE
               STRING SCQ-ENT-JOB(SCQ-IDX)                  "|"
                      SCQ-ENT-SEQ(SCQ-IDX)                  "|"
                      FUNCTION TRIM(SCQ-ENT-KIND(SCQ-IDX))  "|"
                      SCQ-ENT-KNOCK(SCQ-IDX)                "|"
                      FUNCTION TRIM(SCQ-ENT-REQ(SCQ-IDX))   "|"
                      FUNCTION TRIM(SCQ-ENT-TEXT(SCQ-IDX))
                   INTO SCQ-LINE
               END-STRING
               MOVE SCQ-LINE TO SCQ-REC
               WRITE SCQ-REC
           END-IF
       END-PERFORM
       CLOSE SCQ-FILE
       EXIT.

*> SCQ-Q-TABLE = the questions on file for CUR-JOB-ID, in order.
SCQ-COLLECT-JOB.
       MOVE 0 TO SCQ-Q-COUNT
       PERFORM ENSURE-SCQ-FILE
       PERFORM LOAD-SCQ-TABLE
       PERFORM VARYING SCQ-IDX FROM 1 BY 1 UNTIL SCQ-IDX > SCQ-COUNT
           IF SCQ-ENT-JOB(SCQ-IDX) = CUR-JOB-ID
              AND SCQ-Q-COUNT < SCQ-MAX-PER-JOB
               ADD 1 TO SCQ-Q-COUNT
               MOVE SCQ-ENT-KIND(SCQ-IDX)  TO SCQ-Q-KIND(SCQ-Q-COUNT)
               MOVE SCQ-ENT-KNOCK(SCQ-IDX) TO SCQ-Q-KNOCK(SCQ-Q-COUNT)
               MOVE SCQ-ENT-REQ(SCQ-IDX)   TO SCQ-Q-REQ(SCQ-Q-COUNT)
               MOVE SCQ-ENT-TEXT(SCQ-IDX)  TO SCQ-Q-TEXT(SCQ-Q-COUNT)
               MOVE SPACES TO SCQ-Q-ANSWER(SCQ-Q-COUNT)
           END-IF
       END-PERFORM
       EXIT.

*> Replaces CUR-JOB-ID's questions on file with SCQ-Q-TABLE (which
*> may be empty, dropping them all). The id's old questions, and every
*> answer given to them, are dropped even when the new ones cannot be
*> added; SCQ-SAVE-OK comes back 'N' whenever the file does not end
*> up holding SCQ-Q-TABLE.
SCQ-SAVE-JOB.
       MOVE 'Y' TO SCQ-SAVE-OK
       PERFORM SCA-DROP-JOB-ROWS
       PERFORM ENSURE-SCQ-FILE
       PERFORM LOAD-SCQ-TABLE
       IF SCQ-OVERFLOW = 'Y'
           PERFORM SCQ-DROP-JOB-ROWS
           PERFORM WRITE-CHECKPOINT
           IF SCQ-Q-COUNT > 0
               MOVE 'N' TO SCQ-SAVE-OK
               MOVE "Unable to save screening questions. Please try again later." TO W-MSG
               PERFORM DISP-MSG
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO SCQ-CHANGED
       PERFORM VARYING SCQ-IDX FROM 1 BY 1 UNTIL SCQ-IDX > SCQ-COUNT
           IF SCQ-ENT-JOB(SCQ-IDX) = CUR-JOB-ID
               MOVE SPACES TO SCQ-ENT-JOB(SCQ-IDX)
               MOVE 'Y' TO SCQ-CHANGED
           END-IF
       END-PERFORM
       IF SCQ-COUNT + SCQ-Q-COUNT > MAX-SCQ-ENTRIES
           MOVE 'N' TO SCQ-SAVE-OK
           MOVE "Unable to save screening questions. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           IF SCQ-CHANGED = 'Y'
               PERFORM REWRITE-SCQ-FILE
               PERFORM WRITE-CHECKPOINT
           END-IF
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING SCQ-Q-IDX FROM 1 BY 1 UNTIL SCQ-Q-IDX > SCQ-Q-COUNT
           ADD 1 TO SCQ-COUNT
           MOVE SCQ-Q-IDX TO SCQ-NUM-TEXT
           MOVE CUR-JOB-ID              TO SCQ-ENT-JOB(SCQ-COUNT)
           MOVE SCQ-NUM-TEXT            TO SCQ-ENT-SEQ(SCQ-COUNT)
           MOVE SCQ-Q-KIND(SCQ-Q-IDX)   TO SCQ-ENT-KIND(SCQ-COUNT)
           MOVE SCQ-Q-KNOCK(SCQ-Q-IDX)  TO SCQ-ENT-KNOCK(SCQ-COUNT)
           MOVE SCQ-Q-REQ(SCQ-Q-IDX)    TO SCQ-ENT-REQ(SCQ-COUNT)
           MOVE SCQ-Q-TEXT(SCQ-Q-IDX)   TO SCQ-ENT-TEXT(SCQ-COUNT)
           MOVE 'Y' TO SCQ-CHANGED
       END-PERFORM
       IF SCQ-CHANGED = 'Y'
           PERFORM REWRITE-SCQ-FILE
           IF SCQ-STAT NOT = "00"
               MOVE 'N' TO SCQ-SAVE-OK
           END-IF
           PERFORM WRITE-CHECKPOINT
       END-IF
       EXIT.

*> Streams SCQ-FILE through SCQT-FILE without CUR-JOB-ID's rows - the
*> drop an overflowed SCQ-TABLE cannot make. A missing file has
*> nothing to drop.
SCQ-DROP-JOB-ROWS.
       MOVE 'N' TO SCQ-EOF
       OPEN INPUT SCQ-FILE
       IF SCQ-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT SCQT-FILE
       IF SCQT-STAT NOT = "00"
           CLOSE SCQ-FILE
           MOVE 'N' TO SCQ-SAVE-OK
           MOVE "Unable to update screening questions. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SCQ-EOF = 'Y'
           READ SCQ-FILE INTO SCQ-REC
               AT END
                   MOVE 'Y' TO SCQ-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(SCQ-REC) TO SCQ-LINE
                   IF SCQ-LINE NOT = SPACES
                       MOVE SPACES TO SCQ-JOB-FIELD
                       UNSTRING SCQ-LINE DELIMITED BY "|"
                           INTO SCQ-JOB-FIELD
                       END-UNSTRING
                       IF SCQ-JOB-FIELD NOT = CUR-JOB-ID
                           WRITE SCQT-REC FROM SCQ-LINE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SCQ-FILE
       CLOSE SCQT-FILE
       CALL "SYSTEM" USING
           "mv bin/InCollege_screeningQuestions-temp.txt bin/InCollege_screeningQuestions.txt"
       EXIT.

*> Edit Listing: shows the listing's questions and lets the poster
*> enter a fresh set in their place (DONE straight away drops them,
*> and either way the answers given to the old set go with it).
*> SCQ-EDIT-SAVE comes back 'Y' when there is a new set to save.
SCQ-EDIT-QUESTIONS.
       MOVE 'N' TO SCQ-EDIT-SAVE
       PERFORM SCQ-COLLECT-JOB
       IF SCQ-Q-COUNT > 0
           MOVE "Current screening questions:" TO W-MSG PERFORM DISP-MSG
           PERFORM SCQ-LIST-QUESTIONS
           MOVE "Replacing them discards the answers applicants have given." TO W-MSG
           PERFORM DISP-MSG
           MOVE "Replace the screening questions? (yes/no):" TO W-MSG
       ELSE
           MOVE "Add screening questions for applicants? (yes/no):" TO W-MSG
       END-IF
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT NOT = "1" AND W-USR-INPT NOT = "yes"
           EXIT PARAGRAPH
       END-IF
       PERFORM SCQ-ENTER-QUESTIONS
       MOVE 'Y' TO SCQ-EDIT-SAVE
       EXIT.

*> Collects up to SCQ-MAX-PER-JOB questions into SCQ-Q-TABLE.
SCQ-ENTER-QUESTIONS.
       MOVE 0 TO SCQ-Q-COUNT
       MOVE 'N' TO SCQ-DONE
       MOVE "Up to 5 questions. Applicants must answer each one." TO W-MSG
       PERFORM DISP-MSG
       PERFORM UNTIL SCQ-DONE = 'Y' OR SCQ-Q-COUNT >= SCQ-MAX-PER-JOB
           PERFORM SCQ-ENTER-ONE
       END-PERFORM
       EXIT.

SCQ-ENTER-ONE.
       COMPUTE SCQ-NUM-TEXT = SCQ-Q-COUNT + 1
       MOVE SPACES TO W-MSG
       STRING "Enter screening question " SCQ-NUM-TEXT
              " (max 90 chars), or DONE to finish:"
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       PERFORM READ-INPUT-RAW
       IF FUNCTION LOWER-CASE(FUNCTION TRIM(W-USR-INPT)) = "done"
           MOVE 'Y' TO SCQ-DONE
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION TRIM(W-USR-INPT) TO W-TMP
       MOVE 0 TO JOB-PIPE-COUNT
       INSPECT W-TMP TALLYING JOB-PIPE-COUNT FOR ALL "|"
       EVALUATE TRUE
           WHEN W-TMP = SPACES
               MOVE "Question text is required." TO W-MSG
               PERFORM DISP-MSG
               EXIT PARAGRAPH
           WHEN JOB-PIPE-COUNT > 0
               MOVE "The '|' character is not allowed. Please try again." TO W-MSG
               PERFORM DISP-MSG
               EXIT PARAGRAPH
           WHEN FUNCTION LENGTH(FUNCTION TRIM(W-TMP)) > 90
               MOVE "Question is longer than 90 characters. Please try again." TO W-MSG
               PERFORM DISP-MSG
               EXIT PARAGRAPH
       END-EVALUATE
       ADD 1 TO SCQ-Q-COUNT
       MOVE SPACES TO SCQ-Q-ENTRY(SCQ-Q-COUNT)
       MOVE FUNCTION TRIM(W-TMP) TO SCQ-Q-TEXT(SCQ-Q-COUNT)

       MOVE SPACES TO W-USR-INPT
       PERFORM UNTIL W-USR-INPT = "1" OR W-USR-INPT = "2"
           MOVE "Answer type: 1. Yes/No  2. Short answer" TO W-MSG
           PERFORM DISP-MSG
           PERFORM READ-INPUT
       END-PERFORM
       IF W-USR-INPT = "1"
           MOVE "YESNO" TO SCQ-Q-KIND(SCQ-Q-COUNT)
       ELSE
           MOVE "TEXT" TO SCQ-Q-KIND(SCQ-Q-COUNT)
       END-IF

       MOVE 'N' TO SCQ-Q-KNOCK(SCQ-Q-COUNT)
       MOVE "Knockout question - applicants must give a set answer? (yes/no):" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT NOT = "1" AND W-USR-INPT NOT = "yes"
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO SCQ-Q-KNOCK(SCQ-Q-COUNT)
       IF SCQ-Q-KIND(SCQ-Q-COUNT) = "YESNO"
           MOVE SPACES TO W-USR-INPT
           PERFORM UNTIL W-USR-INPT = "yes" OR W-USR-INPT = "no"
               MOVE "Required answer (yes/no):" TO W-MSG
               PERFORM DISP-MSG
               PERFORM READ-INPUT
           END-PERFORM
           MOVE W-USR-INPT TO SCQ-Q-REQ(SCQ-Q-COUNT)
       ELSE
           MOVE 1 TO JOB-PIPE-COUNT
           PERFORM UNTIL JOB-PIPE-COUNT = 0
               MOVE "Required answer (max 40 chars, case is ignored):" TO W-MSG
               PERFORM DISP-MSG
               PERFORM READ-INPUT-RAW
               MOVE FUNCTION TRIM(W-USR-INPT) TO W-TMP
               MOVE 0 TO JOB-PIPE-COUNT
               INSPECT W-TMP TALLYING JOB-PIPE-COUNT FOR ALL "|"
               IF W-TMP = SPACES
                  OR FUNCTION LENGTH(FUNCTION TRIM(W-TMP)) > 40
                   MOVE 1 TO JOB-PIPE-COUNT
               END-IF
           END-PERFORM
           MOVE FUNCTION TRIM(W-TMP) TO SCQ-Q-REQ(SCQ-Q-COUNT)
       END-IF
       EXIT.

*> Numbered question list for the poster, knockouts marked with the
*> answer they require.
SCQ-LIST-QUESTIONS.
       PERFORM VARYING SCQ-Q-IDX FROM 1 BY 1 UNTIL SCQ-Q-IDX > SCQ-Q-COUNT
           MOVE SCQ-Q-IDX TO SCQ-NUM-TEXT
           MOVE SPACES TO W-MSG
           STRING "  Q" SCQ-NUM-TEXT ". "
                  FUNCTION TRIM(SCQ-Q-TEXT(SCQ-Q-IDX))
               INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
           IF SCQ-Q-KNOCK(SCQ-Q-IDX) = 'Y'
               MOVE SPACES TO W-MSG
               STRING "      knockout - required answer: "
                      FUNCTION TRIM(SCQ-Q-REQ(SCQ-Q-IDX))
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
           END-IF
       END-PERFORM
       EXIT.

*> Apply: asks CUR-JOB's questions, keeping the answers in SCQ-Q-TABLE.
*> SCQ-KNOCKED-OUT = 'Y' when any knockout answer misses.
SCQ-ASK-QUESTIONS.
       MOVE 'N' TO SCQ-KNOCKED-OUT
       PERFORM SCQ-COLLECT-JOB
       IF SCQ-Q-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       MOVE SCQ-Q-COUNT TO SCQ-NUM-TEXT
       MOVE SPACES TO W-MSG
       STRING "This posting has " SCQ-NUM-TEXT
              " screening question(s) for applicants."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       PERFORM VARYING SCQ-Q-IDX FROM 1 BY 1 UNTIL SCQ-Q-IDX > SCQ-Q-COUNT
           MOVE SCQ-Q-IDX TO SCQ-NUM-TEXT
           MOVE SPACES TO W-MSG
           STRING "Q" SCQ-NUM-TEXT ". "
                  FUNCTION TRIM(SCQ-Q-TEXT(SCQ-Q-IDX))
               INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
           IF SCQ-Q-KIND(SCQ-Q-IDX) = "YESNO"
               MOVE SPACES TO W-USR-INPT
               PERFORM UNTIL W-USR-INPT = "yes" OR W-USR-INPT = "no"
                   MOVE "Answer (yes/no):" TO W-MSG
                   PERFORM DISP-MSG
                   PERFORM READ-INPUT
               END-PERFORM
               MOVE W-USR-INPT TO SCQ-Q-ANSWER(SCQ-Q-IDX)
           ELSE
               MOVE 1 TO JOB-PIPE-COUNT
               PERFORM UNTIL JOB-PIPE-COUNT = 0
                   MOVE "Answer (max 100 chars):" TO W-MSG
                   PERFORM DISP-MSG
                   PERFORM READ-INPUT-RAW
                   MOVE FUNCTION TRIM(W-USR-INPT) TO W-TMP
                   MOVE 0 TO JOB-PIPE-COUNT
                   INSPECT W-TMP TALLYING JOB-PIPE-COUNT FOR ALL "|"
                   IF W-TMP = SPACES
                      OR FUNCTION LENGTH(FUNCTION TRIM(W-TMP)) > 100
                       MOVE 1 TO JOB-PIPE-COUNT
                   END-IF
               END-PERFORM
               MOVE FUNCTION TRIM(W-TMP) TO SCQ-Q-ANSWER(SCQ-Q-IDX)
           END-IF
           IF SCQ-Q-KNOCK(SCQ-Q-IDX) = 'Y'
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(SCQ-Q-ANSWER(SCQ-Q-IDX)))
                  NOT = FUNCTION LOWER-CASE(FUNCTION TRIM(SCQ-Q-REQ(SCQ-Q-IDX)))
               MOVE 'Y' TO SCQ-KNOCKED-OUT
           END-IF
       END-PERFORM
       EXIT.

*> Appends the answers in SCQ-Q-TABLE for CUR-APP-USER / CUR-JOB-ID.
SCQ-WRITE-ANSWERS.
       OPEN EXTEND SCA-FILE
       IF SCA-STAT = "35"
           OPEN OUTPUT SCA-FILE
       END-IF
       IF SCA-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-APP-USER)) TO SCA-USER-LOW
       PERFORM VARYING SCQ-Q-IDX FROM 1 BY 1 UNTIL SCQ-Q-IDX > SCQ-Q-COUNT
           MOVE SCQ-Q-IDX TO SCQ-NUM-TEXT
           MOVE SPACES TO SCA-LINE
           STRING CUR-JOB-ID                             "|"
                  FUNCTION TRIM(SCA-USER-LOW)            "|"
                  SCQ-NUM-TEXT                           "|"
                  FUNCTION TRIM(SCQ-Q-ANSWER(SCQ-Q-IDX))
               INTO SCA-LINE
           END-STRING
           MOVE SCA-LINE TO SCA-REC
           WRITE SCA-REC
       END-PERFORM
       CLOSE SCA-FILE
       EXIT.

SCA-SPLIT-ROW.
       MOVE 1 TO SCA-POINTER
       MOVE SPACES TO SCA-JOB-FIELD SCA-USER-FIELD SCA-SEQ-FIELD SCA-ANS-FIELD
       UNSTRING SCA-LINE DELIMITED BY "|"
           INTO SCA-JOB-FIELD SCA-USER-FIELD SCA-SEQ-FIELD SCA-ANS-FIELD
           WITH POINTER SCA-POINTER
       END-UNSTRING
       EXIT.

*> View Applicants: CUR-APP-USER's answers to the questions already in
*> SCQ-Q-TABLE, each flagged when it misses a knockout.
SCQ-SHOW-ANSWERS.
       PERFORM VARYING SCQ-Q-IDX FROM 1 BY 1 UNTIL SCQ-Q-IDX > SCQ-Q-COUNT
           MOVE SPACES TO SCQ-Q-ANSWER(SCQ-Q-IDX)
       END-PERFORM
       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-APP-USER)) TO SCA-USER-LOW
       MOVE 'N' TO SCA-EOF
       OPEN INPUT SCA-FILE
       IF SCA-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SCA-EOF = 'Y'
           READ SCA-FILE INTO SCA-REC
               AT END
                   MOVE 'Y' TO SCA-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(SCA-REC) TO SCA-LINE
                   PERFORM SCA-SPLIT-ROW
                   IF SCA-JOB-FIELD = CUR-JOB-ID
                      AND SCA-USER-FIELD = SCA-USER-LOW
                      AND SCA-SEQ-FIELD IS NUMERIC
                       MOVE SCA-SEQ-FIELD TO SCQ-NUM-TEXT
                       IF SCQ-NUM-TEXT >= 1 AND SCQ-NUM-TEXT <= SCQ-Q-COUNT
                           MOVE SCA-ANS-FIELD TO SCQ-Q-ANSWER(SCQ-NUM-TEXT)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SCA-FILE
       PERFORM VARYING SCQ-Q-IDX FROM 1 BY 1 UNTIL SCQ-Q-IDX > SCQ-Q-COUNT
           IF SCQ-Q-ANSWER(SCQ-Q-IDX) NOT = SPACES
               MOVE SCQ-Q-IDX TO SCQ-NUM-TEXT
               MOVE SPACES TO W-MSG
               MOVE 1 TO SCQ-POINTER
               STRING "  A" SCQ-NUM-TEXT ": "
                      FUNCTION TRIM(SCQ-Q-ANSWER(SCQ-Q-IDX))
                   INTO W-MSG
                   WITH POINTER SCQ-POINTER
               END-STRING
               IF SCQ-Q-KNOCK(SCQ-Q-IDX) = 'Y'
                  AND FUNCTION LOWER-CASE(FUNCTION TRIM(SCQ-Q-ANSWER(SCQ-Q-IDX)))
                      NOT = FUNCTION LOWER-CASE(FUNCTION TRIM(SCQ-Q-REQ(SCQ-Q-IDX)))
                   STRING " (knockout missed)"
                       INTO W-MSG
                       WITH POINTER SCQ-POINTER
                   END-STRING
               END-IF
               PERFORM DISP-MSG
           END-IF
       END-PERFORM
       EXIT.

*> Drops every screening answer the user gave.
PURGE-MY-SCREENING-ANSWERS.
       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME)) TO SCA-USER-LOW
       MOVE 'N' TO SCA-EOF
       OPEN INPUT SCA-FILE
       IF SCA-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT SCAT-FILE
       IF SCAT-STAT NOT = "00"
           CLOSE SCA-FILE
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SCA-EOF = 'Y'
           READ SCA-FILE INTO SCA-REC
               AT END
                   MOVE 'Y' TO SCA-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(SCA-REC) TO SCA-LINE
                   IF SCA-LINE NOT = SPACES
                       PERFORM SCA-SPLIT-ROW
                       IF SCA-USER-FIELD NOT = SCA-USER-LOW
                           WRITE SCAT-REC FROM SCA-LINE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SCA-FILE
       CLOSE SCAT-FILE
       CALL "SYSTEM" USING
           "mv bin/InCollege_screeningAnswers-temp.txt bin/InCollege_screeningAnswers.txt"
       EXIT.

*> Drops every screening answer given on CUR-JOB-ID - the answers
*> belong to the question set being replaced or removed.
SCA-DROP-JOB-ROWS.
       MOVE 'N' TO SCA-EOF
       OPEN INPUT SCA-FILE
       IF SCA-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT SCAT-FILE
       IF SCAT-STAT NOT = "00"
           CLOSE SCA-FILE
           MOVE "Unable to update screening answers. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SCA-EOF = 'Y'
           READ SCA-FILE INTO SCA-REC
               AT END
                   MOVE 'Y' TO SCA-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(SCA-REC) TO SCA-LINE
                   IF SCA-LINE NOT = SPACES
                       PERFORM SCA-SPLIT-ROW
                       IF SCA-JOB-FIELD NOT = CUR-JOB-ID
                           WRITE SCAT-REC FROM SCA-LINE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SCA-FILE
       CLOSE SCAT-FILE
       CALL "SYSTEM" USING
           "mv bin/InCollege_screeningAnswers-temp.txt bin/InCollege_screeningAnswers.txt"
       EXIT.

VIEW-MY-APPLICATIONS.
       PERFORM ENSURE-APX-FILE
       IF APX-STAT NOT = "00"
           MOVE "Unable to access job applications right now. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE "--- Your Job Applications ---" TO W-MSG PERFORM DISP-MSG
       MOVE SPACES TO W-MSG
       STRING "Application Summary for "
              FUNCTION TRIM(W-USERNAME)
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       MOVE "------------------------------" TO W-MSG PERFORM DISP-MSG

       MOVE 0 TO APP-REPORT-COUNT

       *> just this applicant's rows, read off the primary key
       MOVE 'U' TO APX-SCAN-MODE
       MOVE W-USERNAME TO APX-SCAN-USER
       PERFORM APX-SCAN-START
       IF APX-OPEN-FLAG NOT = 'Y'
           MOVE "Unable to read job applications right now. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           PERFORM APX-SCAN-STOP
           EXIT PARAGRAPH
       END-IF

       PERFORM UNTIL APX-EOF = 'Y'
           PERFORM APX-SCAN-NEXT
           IF APX-EOF NOT = 'Y'
               ADD 1 TO APP-REPORT-COUNT

               MOVE SPACES TO W-MSG
               STRING "Job Title: " DELIMITED BY SIZE
                      FUNCTION TRIM(CUR-APP-TITLE) DELIMITED BY SIZE
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG

               MOVE SPACES TO W-MSG
               STRING "Employer: " DELIMITED BY SIZE
                      FUNCTION TRIM(CUR-APP-EMP) DELIMITED BY SIZE
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG

               MOVE SPACES TO W-MSG
               STRING "Location: " DELIMITED BY SIZE
                      FUNCTION TRIM(CUR-APP-LOC) DELIMITED BY SIZE
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG

               MOVE SPACES TO W-MSG
               STRING "Status: " DELIMITED BY SIZE
                      FUNCTION TRIM(CUR-APP-STATUS) DELIMITED BY SIZE
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG

               MOVE CUR-APP-DATE TO W-DATE-RAW
               PERFORM FORMAT-DATE-DISPLAY
               MOVE SPACES TO W-MSG
               STRING "Applied: " DELIMITED BY SIZE
                      FUNCTION TRIM(W-DATE-DISPLAY) DELIMITED BY SIZE
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG

               IF FUNCTION TRIM(CUR-APP-COVER) NOT = SPACES
                   MOVE SPACES TO W-MSG
                   STRING "Cover Note: " DELIMITED BY SIZE
                          FUNCTION TRIM(CUR-APP-COVER) DELIMITED BY SIZE
                       INTO W-MSG
                   END-STRING
                   PERFORM DISP-MSG
               END-IF

               MOVE "---" TO W-MSG PERFORM DISP-MSG
           END-IF
       END-PERFORM
       PERFORM APX-SCAN-STOP

       IF APP-REPORT-COUNT = 0
           MOVE "You have not applied to any jobs yet." TO W-MSG PERFORM DISP-MSG
       EXIT.

*> Lets a job poster pick one of their own listings and see the
*> roster of everyone who applied (its rows on the job-id path).
VIEW-APPLICANTS-FOR-MY-JOBS.
       PERFORM ENSURE-JX-FILE
       IF JX-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF

       PERFORM ENSURE-APX-FILE
       IF APX-STAT NOT = "00"
           MOVE "Unable to access job applications right now. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO W-MSG
       STRING "--- Applicants for "
              FUNCTION TRIM(CUR-JOB-TITLE) "  ---"
       END-STRING
       PERFORM DISP-MSG

       PERFORM SCQ-COLLECT-JOB
       IF SCQ-Q-COUNT > 0
           MOVE "Screening questions:" TO W-MSG PERFORM DISP-MSG
           PERFORM SCQ-LIST-QUESTIONS
           MOVE "---" TO W-MSG PERFORM DISP-MSG
       END-IF
       PERFORM AUD-SHOW-AUDIENCE

       *> the posting's rows come straight off the job-id path
       MOVE 0 TO ROSTER-COUNT
       MOVE 'J' TO APX-SCAN-MODE
       MOVE CUR-JOB-ID TO APX-SCAN-JOB
       PERFORM APX-SCAN-START
       PERFORM UNTIL APX-EOF = 'Y' OR ROSTER-COUNT >= 200
           PERFORM APX-SCAN-NEXT
           IF APX-EOF NOT = 'Y'
               ADD 1 TO ROSTER-COUNT
               MOVE CUR-APP-USER TO ROSTER-APP-USER(ROSTER-COUNT)

               MOVE ROSTER-COUNT TO APP-NUM-TEXT
               MOVE SPACES TO W-MSG
               STRING FUNCTION TRIM(APP-NUM-TEXT) ". Applicant: "
                      FUNCTION TRIM(CUR-APP-USER)
                      " ["
                      FUNCTION TRIM(CUR-APP-STATUS)
                      "]"
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG

               IF FUNCTION TRIM(CUR-APP-COVER) NOT = SPACES
                   MOVE SPACES TO W-MSG
                   STRING "  Cover Note: " DELIMITED BY SIZE
                          FUNCTION TRIM(CUR-APP-COVER) DELIMITED BY SIZE
                       INTO W-MSG
                   END-STRING
                   PERFORM DISP-MSG
               END-IF

               IF SCQ-Q-COUNT > 0
                   PERFORM SCQ-SHOW-ANSWERS
               END-IF

               IF FUNCTION TRIM(CUR-APP-REF) NOT = SPACES
                   MOVE SPACES TO W-MSG
                   STRING "  Referred by " DELIMITED BY SIZE
                          FUNCTION TRIM(CUR-APP-REF) DELIMITED BY SIZE
                       INTO W-MSG
                   END-STRING
                   PERFORM DISP-MSG
               END-IF
           END-IF
       END-PERFORM
       PERFORM APX-SCAN-STOP

       IF ROSTER-COUNT = 0
           MOVE "No applicants yet for this posting." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO CUR-APP
       MOVE ROSTER-APP-USER(ROSTER-IDX) TO CUR-APP-USER
       MOVE CUR-JOB-ID TO CUR-APP-JOB-ID
       PERFORM APX-FETCH
       IF CUR-APP-FOUND NOT = 'Y'
           MOVE "That application is no longer on file." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE "1. Update Application Status" TO W-MSG PERFORM DISP-MSG
       MOVE "2. Offer Interview Times"     TO W-MSG PERFORM DISP-MSG
       MOVE "Enter your choice:"           TO W-MSG PERFORM DISP-MSG
       MOVE "-----------------------------" TO W-MSG PERFORM DISP-MSG
       EXIT.

*> Moves CUR-APP to the status the poster picks and rewrites that one
*> row, so the applicant's View My Applications shows it.
SET-APPLICATION-STATUS.
       MOVE "1. Under Review" TO W-MSG PERFORM DISP-MSG
       MOVE "2. Interview"    TO W-MSG PERFORM DISP-MSG
       MOVE 'N' TO APP-HIRED-FLAG
       EVALUATE W-USR-INPT
           WHEN "1"
               MOVE "Under Review" TO CUR-APP-STATUS
           WHEN "2"
               MOVE "Interview" TO CUR-APP-STATUS
           WHEN "3"
               MOVE "Offer" TO CUR-APP-STATUS
           WHEN "4"
               MOVE "Not Selected" TO CUR-APP-STATUS
           WHEN "5"
               MOVE "Hired" TO CUR-APP-STATUS
               MOVE 'Y' TO APP-HIRED-FLAG
           WHEN OTHER
               MOVE "Invalid selection. Status unchanged." TO W-MSG PERFORM DISP-MSG
               EXIT PARAGRAPH
       END-EVALUATE

       PERFORM APX-UPDATE
       IF APX-STAT NOT = "00"
           MOVE "Unable to update application status right now. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE "APPLICATION STATUS" TO REH-EVENT
       PERFORM REH-SUBJECT-APP
       PERFORM REH-RECORD

       MOVE SPACES TO W-MSG
       STRING "Application from "
              FUNCTION TRIM(CUR-APP-USER)
              " set to "
              FUNCTION TRIM(CUR-APP-STATUS)
              "."
           INTO W-MSG
       END-STRING

       *> A hire decides the posting: the outcome lands in the
       *> placement store and the other applications close out.
       IF APP-HIRED-FLAG = 'Y'
           PERFORM RECORD-PLACEMENT
           PERFORM CLOSE-OUT-OTHER-APPLICANTS
       END-IF

       PERFORM WRITE-CHECKPOINT
       PERFORM DISP-MSG
       EXIT.

*> Every other still-open application for the hired row's posting is
*> closed out as Not Selected, by key, a batch at a time. CUR-APP is
*> parked across the pass and handed back unchanged.
CLOSE-OUT-OTHER-APPLICANTS.
       MOVE CUR-APP TO APX-HOLD-APP
       MOVE CUR-APP-USER TO APX-HOLD-USER
       MOVE CUR-APP-JOB-ID TO APX-HOLD-JOB
       MOVE 'N' TO APX-BATCH-FAILED
       MOVE APX-BATCH-MAX TO APX-BATCH-COUNT
       PERFORM UNTIL APX-BATCH-COUNT < APX-BATCH-MAX
                  OR APX-BATCH-FAILED = 'Y'
           MOVE 0 TO APX-BATCH-COUNT
           MOVE 'J' TO APX-SCAN-MODE
           MOVE APX-HOLD-JOB TO APX-SCAN-JOB
           PERFORM APX-SCAN-START
           PERFORM UNTIL APX-EOF = 'Y'
               PERFORM APX-SCAN-NEXT
               IF APX-EOF NOT = 'Y'
                  AND FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-APP-USER))
                  NOT = FUNCTION LOWER-CASE(FUNCTION TRIM(APX-HOLD-USER))
                  AND FUNCTION TRIM(CUR-APP-STATUS) NOT = "Hired"
                  AND FUNCTION TRIM(CUR-APP-STATUS) NOT = "Not Selected"
                   ADD 1 TO APX-BATCH-COUNT
                   MOVE CUR-APP-USER   TO APX-BATCH-USER(APX-BATCH-COUNT)
                   MOVE CUR-APP-JOB-ID TO APX-BATCH-JOB(APX-BATCH-COUNT)
                   IF APX-BATCH-COUNT >= APX-BATCH-MAX
                       MOVE 'Y' TO APX-EOF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM APX-SCAN-STOP

           PERFORM VARYING APX-BATCH-IDX FROM 1 BY 1
                   UNTIL APX-BATCH-IDX > APX-BATCH-COUNT
               MOVE APX-BATCH-USER(APX-BATCH-IDX) TO CUR-APP-USER
               MOVE APX-BATCH-JOB(APX-BATCH-IDX)  TO CUR-APP-JOB-ID
               PERFORM APX-FETCH
               IF CUR-APP-FOUND = 'Y'
                   MOVE "Not Selected" TO CUR-APP-STATUS
                   PERFORM APX-UPDATE
                   IF APX-STAT = "00"
                       MOVE "APPLICATION STATUS" TO REH-EVENT
                       PERFORM REH-SUBJECT-APP
                       PERFORM REH-RECORD
                   END-IF
               END-IF
               *> a row that will not update would come back in every
               *> batch - stop rather than go round forever
               IF CUR-APP-FOUND NOT = 'Y' OR APX-STAT NOT = "00"
                   MOVE 'Y' TO APX-BATCH-FAILED
               END-IF
           END-PERFORM
       END-PERFORM
       MOVE APX-HOLD-APP TO CUR-APP
       EXIT.

*> Appends the hire in CUR-APP to the placement store and tells the
*> hired applicant at their next login.
RECORD-PLACEMENT.
       OPEN EXTEND PLC-FILE
       IF PLC-STAT = "35"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PLC-LINE
       STRING FUNCTION TRIM(CUR-APP-USER)   "|"
              FUNCTION TRIM(CUR-APP-JOB-ID) "|"
              FUNCTION TRIM(CUR-APP-TITLE)  "|"
              FUNCTION TRIM(CUR-APP-EMP)    "|"
              FUNCTION TRIM(CUR-APP-DATE)   "|"
              W-TODAY-DATE
           INTO PLC-LINE
       END-STRING
       WRITE PLC-REC
       CLOSE PLC-FILE

       MOVE FUNCTION TRIM(CUR-APP-USER) TO NOTIF-USER
       MOVE SPACES TO NOTIF-TEXT
       STRING "Congratulations - you were hired for "
              FUNCTION TRIM(CUR-APP-TITLE)
              " at "
              FUNCTION TRIM(CUR-APP-EMP)
              "!"
           INTO NOTIF-TEXT
       END-STRING
       MOVE W-TMP TO ITV-SLOT-TEXT
       EXIT.

*> Lets the posting's owner offer CUR-APP's applicant up
*> to three interview date/time slots against CUR-JOB. A fresh offer
*> replaces any earlier one for the same applicant and posting, and
*> the applicant hears about it at their next login.
       MOVE 0 TO ITV-MATCH-IDX
       PERFORM VARYING ITV-IDX FROM 1 BY 1 UNTIL ITV-IDX > ITV-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(ITV-ENT-APP(ITV-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-APP-USER))
              AND ITV-ENT-JOB-ID(ITV-IDX) NOT = SPACES
              AND FUNCTION NUMVAL(ITV-ENT-JOB-ID(ITV-IDX))
              = FUNCTION NUMVAL(CUR-JOB-ID)
           ADD 1 TO ITV-COUNT
           MOVE ITV-COUNT TO ITV-MATCH-IDX
       END-IF
       MOVE FUNCTION TRIM(CUR-APP-USER) TO ITV-ENT-APP(ITV-MATCH-IDX)
       MOVE CUR-JOB-ID                TO ITV-ENT-JOB-ID(ITV-MATCH-IDX)
       MOVE FUNCTION TRIM(W-USERNAME) TO ITV-ENT-POSTER(ITV-MATCH-IDX)
       MOVE ITV-SLOT1 TO ITV-ENT-SLOT1(ITV-MATCH-IDX)
       PERFORM REWRITE-ITV-FILE
       PERFORM WRITE-CHECKPOINT

       MOVE FUNCTION TRIM(CUR-APP-USER) TO NOTIF-USER
       MOVE SPACES TO NOTIF-TEXT
       STRING FUNCTION TRIM(W-USERNAME)
              " offered interview times for "

       MOVE SPACES TO W-MSG
       STRING "Interview times offered to "
              FUNCTION TRIM(CUR-APP-USER) "."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
               PERFORM JX-UPDATE
               IF JX-STAT = "00"
                   PERFORM WRITE-CHECKPOINT
                   MOVE "POSTING CLOSED" TO REH-EVENT
                   PERFORM REH-SUBJECT-JOB
                   PERFORM REH-RECORD
                   PERFORM NOTIFY-APPLICANTS-OF-CLOSE
                   MOVE "Listing marked Filled/Closed." TO W-MSG PERFORM DISP-MSG
               ELSE
               PERFORM JX-UPDATE
               IF JX-STAT = "00"
                   PERFORM WRITE-CHECKPOINT
                   PERFORM SAVE-EDITED-EXTRAS
                   MOVE "Listing updated." TO W-MSG PERFORM DISP-MSG
               ELSE
                   MOVE "Unable to update job postings. Please try again later." TO W-MSG
               PERFORM JX-REMOVE
               IF JX-STAT = "00"
                   PERFORM WRITE-CHECKPOINT
                   PERFORM DROP-JOB-EXTRAS
                   MOVE "POSTING DELETED" TO REH-EVENT
                   PERFORM REH-SUBJECT-JOB
                   PERFORM REH-RECORD
                   MOVE "Listing deleted." TO W-MSG PERFORM DISP-MSG
               ELSE
                   MOVE "Unable to update job postings. Please try again later." TO W-MSG

*> Re-prompts each field of CUR-JOB; blank keeps the
*> current value, same convention as PROMPT-EDIT-FIELD for profiles.
*> The new pay, questions and audience are only collected here -
*> SAVE-EDITED-EXTRAS files them once the listing is rewritten.
EDIT-JOB-LISTING.
       MOVE CUR-JOB-TITLE TO W-CURRENT-VAL
       MOVE "New Job Title" TO W-PROMPT
       PERFORM PROMPT-EDIT-FIELD
       MOVE W-OUTPUT TO CUR-JOB-LOCATION

       MOVE 'Y' TO PAY-EDIT-MODE
       PERFORM PAY-ENTER-RANGE
       IF PAY-RESULT NOT = 'K'
           MOVE JOB-SALARY TO CUR-JOB-SALARY
       END-IF

       PERFORM SCQ-EDIT-QUESTIONS
       PERFORM AUD-EDIT-RULES
       EXIT.

*> Asks for a listing's pay as a minimum, a maximum and a basis.
*> PAY-RESULT comes back 'P' (a range in PAY-MIN/PAY-MAX/PAY-BASIS,
*> its shown text in JOB-SALARY), 'N' (not provided) or - from Edit
*> Listing only, PAY-EDIT-MODE 'Y' - 'K' to keep what is there.
PAY-ENTER-RANGE.
       MOVE 'N' TO PAY-DONE
       PERFORM UNTIL PAY-DONE = 'Y'
           IF PAY-EDIT-MODE = 'Y'
               MOVE SPACES TO W-MSG
               STRING "Pay [current: " FUNCTION TRIM(CUR-JOB-SALARY) "]"
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
               MOVE "Enter new minimum pay, 'NONE' if not provided, or Enter to keep:" TO W-MSG
           ELSE
               MOVE "Enter minimum pay (optional, enter 'NONE' to skip):" TO W-MSG
           END-IF
           PERFORM DISP-MSG
           PERFORM READ-INPUT-RAW
           MOVE FUNCTION TRIM(W-USR-INPT) TO PAY-INPUT
           EVALUATE TRUE
               WHEN PAY-INPUT = SPACES AND PAY-EDIT-MODE = 'Y'
                   MOVE 'K' TO PAY-RESULT
                   MOVE 'Y' TO PAY-DONE
               WHEN PAY-INPUT = SPACES
                 OR FUNCTION UPPER-CASE(PAY-INPUT) = "NONE"
                   MOVE 'N' TO PAY-RESULT
                   MOVE 'Y' TO PAY-DONE
               WHEN OTHER
                   PERFORM PAY-PARSE-AMOUNT
                   IF PAY-AMT-OK = 'Y'
                       MOVE PAY-AMOUNT TO PAY-MIN
                       MOVE 'P' TO PAY-RESULT
                       MOVE 'Y' TO PAY-DONE
                   END-IF
           END-EVALUATE
       END-PERFORM
       IF PAY-RESULT = 'N'
           MOVE "Not provided" TO JOB-SALARY
       END-IF
       IF PAY-RESULT NOT = 'P'
           EXIT PARAGRAPH
       END-IF

       MOVE 'N' TO PAY-DONE
       PERFORM UNTIL PAY-DONE = 'Y'
           MOVE "Enter maximum pay (Enter if the same as the minimum):" TO W-MSG
           PERFORM DISP-MSG
           PERFORM READ-INPUT-RAW
           MOVE FUNCTION TRIM(W-USR-INPT) TO PAY-INPUT
           IF PAY-INPUT = SPACES
               MOVE PAY-MIN TO PAY-MAX
               MOVE 'Y' TO PAY-DONE
           ELSE
               PERFORM PAY-PARSE-AMOUNT
               IF PAY-AMT-OK = 'Y'
                   IF PAY-AMOUNT < PAY-MIN
                       MOVE "The maximum cannot be below the minimum. Please try again." TO W-MSG
                       PERFORM DISP-MSG
                   ELSE
                       MOVE PAY-AMOUNT TO PAY-MAX
                       MOVE 'Y' TO PAY-DONE
                   END-IF
               END-IF
           END-IF
       END-PERFORM

       MOVE SPACES TO PAY-BASIS
       PERFORM UNTIL PAY-BASIS NOT = SPACES
           MOVE "Pay basis - enter HOURLY, MONTHLY or YEARLY:" TO W-MSG
           PERFORM DISP-MSG
           PERFORM READ-INPUT
           EVALUATE W-USR-INPT
               WHEN "hourly"
                   MOVE 'H' TO PAY-BASIS
               WHEN "monthly"
                   MOVE 'M' TO PAY-BASIS
               WHEN "yearly"
                   MOVE 'Y' TO PAY-BASIS
               WHEN OTHER
                   MOVE "Invalid pay basis. Please try again." TO W-MSG
                   PERFORM DISP-MSG
           END-EVALUATE
       END-PERFORM
       PERFORM PAY-BUILD-TEXT
       EXIT.

*> PAY-INPUT as a money amount ($ and commas allowed) into
*> PAY-AMOUNT; PAY-AMT-OK 'N' (with the reason shown) when it is not.
PAY-PARSE-AMOUNT.
       MOVE 'N' TO PAY-AMT-OK
       IF FUNCTION TEST-NUMVAL-C(PAY-INPUT) NOT = 0
           MOVE "Enter the pay as a number, for example 18.50 or 55000." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       IF FUNCTION NUMVAL-C(PAY-INPUT) <= 0
          OR FUNCTION NUMVAL-C(PAY-INPUT) >= 10000000
           MOVE "Pay must be more than 0 and less than 10,000,000." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       *> a value just under the limit can still round past 9(7)V99
       COMPUTE PAY-AMOUNT ROUNDED = FUNCTION NUMVAL-C(PAY-INPUT)
           ON SIZE ERROR
               MOVE 0 TO PAY-AMOUNT
       END-COMPUTE
       IF PAY-AMOUNT = 0
           MOVE "Pay must be more than 0 and less than 10,000,000." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO PAY-AMT-OK
       EXIT.

*> The shown salary text for PAY-MIN/PAY-MAX/PAY-BASIS, into
*> JOB-SALARY: "$18.50-$22.00 an hour", "$55,000 a year".
PAY-BUILD-TEXT.
       MOVE PAY-MIN TO PAY-AMOUNT
       PERFORM PAY-FORMAT-AMOUNT
       MOVE PAY-AMT-TEXT TO PAY-MIN-SHOW
       MOVE PAY-MAX TO PAY-AMOUNT
       PERFORM PAY-FORMAT-AMOUNT
       EVALUATE PAY-BASIS
           WHEN 'H'
               MOVE " an hour" TO PAY-BASIS-TEXT
           WHEN 'M'
               MOVE " a month" TO PAY-BASIS-TEXT
           WHEN OTHER
               MOVE " a year"  TO PAY-BASIS-TEXT
       END-EVALUATE
       MOVE SPACES TO JOB-SALARY
       IF PAY-MIN = PAY-MAX
           STRING FUNCTION TRIM(PAY-MIN-SHOW)
                  PAY-BASIS-TEXT DELIMITED BY "  "
               INTO JOB-SALARY
           END-STRING
       ELSE
           STRING FUNCTION TRIM(PAY-MIN-SHOW) "-"
                  FUNCTION TRIM(PAY-AMT-TEXT)
                  PAY-BASIS-TEXT DELIMITED BY "  "
               INTO JOB-SALARY
           END-STRING
       END-IF
       EXIT.

*> PAY-AMOUNT as "$1,234" - or "$1,234.50" when it has cents - in
*> PAY-AMT-TEXT.
PAY-FORMAT-AMOUNT.
       IF PAY-AMOUNT = FUNCTION INTEGER-PART(PAY-AMOUNT)
           MOVE PAY-AMOUNT TO PAY-AMT-WHOLE
           MOVE FUNCTION TRIM(PAY-AMT-WHOLE) TO PAY-AMT-TEXT
       ELSE
           MOVE PAY-AMOUNT TO PAY-AMT-EDIT
           MOVE FUNCTION TRIM(PAY-AMT-EDIT) TO PAY-AMT-TEXT
       END-IF
       EXIT.

*> Stores PAY-RESULT's range as CUR-JOB-ID's pay row, dropping any
*> row the id already had - an archived listing may have held the id -
*> even when the new row cannot be added. 'K' leaves the store alone.
PAY-SAVE-JOB.
       IF PAY-RESULT = 'K'
           EXIT PARAGRAPH
       END-IF
       PERFORM LOAD-PAY-TABLE
       IF PAY-OVERFLOW = 'Y'
           PERFORM PAY-DROP-JOB-ROWS
           PERFORM WRITE-CHECKPOINT
           IF PAY-RESULT = 'P'
               MOVE "Unable to save the pay range. Please try again later." TO W-MSG
               PERFORM DISP-MSG
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO PAY-CHANGED
       PERFORM VARYING PAY-IDX FROM 1 BY 1 UNTIL PAY-IDX > PAY-COUNT
           IF PAY-ENT-JOB(PAY-IDX) = CUR-JOB-ID
               MOVE SPACES TO PAY-ENT-JOB(PAY-IDX)
               MOVE 'Y' TO PAY-CHANGED
           END-IF
       END-PERFORM
       IF PAY-RESULT = 'P'
           IF PAY-COUNT >= MAX-PAY-ENTRIES
               MOVE "Unable to save the pay range. Please try again later." TO W-MSG
               PERFORM DISP-MSG
               IF PAY-CHANGED = 'Y'
                   PERFORM REWRITE-PAY-FILE
                   PERFORM WRITE-CHECKPOINT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PAY-COUNT
           MOVE CUR-JOB-ID TO PAY-ENT-JOB(PAY-COUNT)
           MOVE PAY-MIN    TO PAY-ENT-MIN(PAY-COUNT)
           MOVE PAY-MAX    TO PAY-ENT-MAX(PAY-COUNT)
           MOVE PAY-BASIS  TO PAY-ENT-BASIS(PAY-COUNT)
           MOVE 'Y' TO PAY-CHANGED
       END-IF
       IF PAY-CHANGED = 'Y'
           PERFORM REWRITE-PAY-FILE
           PERFORM WRITE-CHECKPOINT
       END-IF
       EXIT.

LOAD-PAY-TABLE.
       MOVE 0 TO PAY-COUNT
       MOVE 'N' TO PAY-OVERFLOW
       MOVE 'N' TO PAY-EOF
       OPEN INPUT PAY-FILE
       IF PAY-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL PAY-EOF = 'Y'
           READ PAY-FILE INTO PAY-REC
               AT END
                   MOVE 'Y' TO PAY-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(PAY-REC) TO PAY-LINE
                   IF PAY-LINE NOT = SPACES AND PAY-COUNT = MAX-PAY-ENTRIES
                       MOVE 'Y' TO PAY-OVERFLOW
                   END-IF
                   IF PAY-LINE NOT = SPACES AND PAY-COUNT < MAX-PAY-ENTRIES
                       ADD 1 TO PAY-COUNT
                       MOVE SPACES TO PAY-MIN-FIELD PAY-MAX-FIELD
                       MOVE 1 TO PAY-POINTER
                       UNSTRING PAY-LINE DELIMITED BY "|"
                           INTO PAY-ENT-JOB(PAY-COUNT)
                                PAY-MIN-FIELD
                                PAY-MAX-FIELD
                                PAY-ENT-BASIS(PAY-COUNT)
                           WITH POINTER PAY-POINTER
                       END-UNSTRING
                       MOVE 0 TO PAY-ENT-MIN(PAY-COUNT) PAY-ENT-MAX(PAY-COUNT)
                       IF FUNCTION TEST-NUMVAL(PAY-MIN-FIELD) = 0
                           COMPUTE PAY-ENT-MIN(PAY-COUNT) = FUNCTION NUMVAL(PAY-MIN-FIELD)
                       END-IF
                       IF FUNCTION TEST-NUMVAL(PAY-MAX-FIELD) = 0
                           COMPUTE PAY-ENT-MAX(PAY-COUNT) = FUNCTION NUMVAL(PAY-MAX-FIELD)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PAY-FILE
       EXIT.

*> Dumps PAY-TABLE back over the file, skipping dropped rows. Never
*> called after an overflowed load.
REWRITE-PAY-FILE.
       OPEN OUTPUT PAY-FILE
       IF PAY-STAT NOT = "00"
           MOVE "Unable to save the pay range. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING PAY-IDX FROM 1 BY 1 UNTIL PAY-IDX > PAY-COUNT
           IF PAY-ENT-JOB(PAY-IDX) NOT = SPACES
               MOVE PAY-ENT-MIN(PAY-IDX) TO PAY-STORE-MIN
               MOVE PAY-ENT-MAX(PAY-IDX) TO PAY-STORE-MAX
               MOVE SPACES TO PAY-LINE
               STRING PAY-ENT-JOB(PAY-IDX) "|"
                      PAY-STORE-MIN "|"
                      PAY-STORE-MAX "|"
                      PAY-ENT-BASIS(PAY-IDX)
                   INTO PAY-LINE
               END-STRING
               MOVE PAY-LINE TO PAY-REC
               WRITE PAY-REC
           END-IF
       END-PERFORM
       CLOSE PAY-FILE
       EXIT.

*> Copies CUR-JOB-ID's pay row, with the posting's title, into the
*> pay history before the posting is archived, so the benchmark can
*> still price the roles students were hired into once they close.
PAY-ARCHIVE-JOB.
       MOVE 'N' TO PAY-FOUND
       MOVE 'N' TO PAY-EOF
       OPEN INPUT PAY-FILE
       IF PAY-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL PAY-EOF = 'Y' OR PAY-FOUND = 'Y'
           READ PAY-FILE INTO PAY-REC
               AT END
                   MOVE 'Y' TO PAY-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(PAY-REC) TO PAY-LINE
                   MOVE SPACES TO PAY-JOB-FIELD PAY-MIN-FIELD PAY-MAX-FIELD
                                  PAY-HIST-BASIS
                   UNSTRING PAY-LINE DELIMITED BY "|"
                       INTO PAY-JOB-FIELD
                            PAY-MIN-FIELD
                            PAY-MAX-FIELD
                            PAY-HIST-BASIS
                   END-UNSTRING
                   IF PAY-JOB-FIELD = CUR-JOB-ID
                       MOVE 'Y' TO PAY-FOUND
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PAY-FILE
       IF PAY-FOUND = 'N'
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND PAYA-FILE
       IF PAYA-STAT = "35"
           OPEN OUTPUT PAYA-FILE
       END-IF
       IF PAYA-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PAY-LINE
       STRING CUR-JOB-ID                    "|"
              FUNCTION TRIM(CUR-JOB-TITLE)  "|"
              FUNCTION TRIM(PAY-MIN-FIELD)  "|"
              FUNCTION TRIM(PAY-MAX-FIELD)  "|"
              PAY-HIST-BASIS
           INTO PAY-LINE
       END-STRING
       MOVE PAY-LINE TO PAYA-REC
       WRITE PAYA-REC
       CLOSE PAYA-FILE
       EXIT.

*> Streams PAY-FILE through PAYT-FILE without CUR-JOB-ID's row - the
*> drop an overflowed PAY-TABLE cannot make.
PAY-DROP-JOB-ROWS.
       MOVE 'N' TO PAY-EOF
       OPEN INPUT PAY-FILE
       IF PAY-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT PAYT-FILE
       IF PAYT-STAT NOT = "00"
           CLOSE PAY-FILE
           MOVE "Unable to save the pay range. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL PAY-EOF = 'Y'
           READ PAY-FILE INTO PAY-REC
               AT END
                   MOVE 'Y' TO PAY-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(PAY-REC) TO PAY-LINE
                   IF PAY-LINE NOT = SPACES
                       MOVE SPACES TO PAY-JOB-FIELD
                       UNSTRING PAY-LINE DELIMITED BY "|"
                           INTO PAY-JOB-FIELD
                       END-UNSTRING
                       IF PAY-JOB-FIELD NOT = CUR-JOB-ID
                           WRITE PAYT-REC FROM PAY-LINE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PAY-FILE
       CLOSE PAYT-FILE
       CALL "SYSTEM" USING
           "mv bin/InCollege_jobPay-temp.txt bin/InCollege_jobPay.txt"
       EXIT.

*> ---- Audience rules on postings ----
*> A listing may be limited to students of chosen universities
*> and/or majors and/or a graduation-year range. Within a kind any
*> one rule admits a student; every kind present must admit them.
*> Employer accounts are never limited, and neither is the listing's
*> own poster. A student with no profile on file matches no rule, so
*> is kept out of any listing that has one.
LOAD-AUD-TABLE.
       MOVE 0 TO AUD-COUNT
       MOVE 'N' TO AUD-OVERFLOW
       MOVE 'N' TO AUD-EOF
       OPEN INPUT AUD-FILE
       IF AUD-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL AUD-EOF = 'Y'
           READ AUD-FILE INTO AUD-REC
               AT END
                   MOVE 'Y' TO AUD-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(AUD-REC) TO AUD-LINE
                   IF AUD-LINE NOT = SPACES AND AUD-COUNT = MAX-AUD-ENTRIES
                       MOVE 'Y' TO AUD-OVERFLOW
                   END-IF
                   IF AUD-LINE NOT = SPACES AND AUD-COUNT < MAX-AUD-ENTRIES
                       ADD 1 TO AUD-COUNT
                       MOVE SPACES TO AUD-ENTRY(AUD-COUNT)
                       MOVE 1 TO AUD-POINTER
                       UNSTRING AUD-LINE DELIMITED BY "|"
                           INTO AUD-ENT-JOB(AUD-COUNT)
                                AUD-ENT-KIND(AUD-COUNT)
                                AUD-ENT-VALUE(AUD-COUNT)
                                AUD-ENT-TO(AUD-COUNT)
                           WITH POINTER AUD-POINTER
                       END-UNSTRING
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AUD-FILE
       EXIT.

*> Dumps AUD-TABLE back over the file, skipping dropped rows. Never
*> called after an overflowed load.
REWRITE-AUD-FILE.
       OPEN OUTPUT AUD-FILE
       IF AUD-STAT NOT = "00"
           MOVE "Unable to save the listing's audience. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING AUD-IDX FROM 1 BY 1 UNTIL AUD-IDX > AUD-COUNT
           IF AUD-ENT-JOB(AUD-IDX) NOT = SPACES
               MOVE SPACES TO AUD-LINE
               IF FUNCTION TRIM(AUD-ENT-KIND(AUD-IDX)) = "YEARS"
                   STRING AUD-ENT-JOB(AUD-IDX) "|"
                          FUNCTION TRIM(AUD-ENT-KIND(AUD-IDX)) "|"
                          AUD-ENT-VALUE(AUD-IDX)(1:4) "|"
                          AUD-ENT-TO(AUD-IDX)
                       INTO AUD-LINE
                   END-STRING
               ELSE
                   STRING AUD-ENT-JOB(AUD-IDX) "|"
                          FUNCTION TRIM(AUD-ENT-KIND(AUD-IDX)) "|"
                          FUNCTION TRIM(AUD-ENT-VALUE(AUD-IDX))
                       INTO AUD-LINE
                   END-STRING
               END-IF
               MOVE AUD-LINE TO AUD-REC
               WRITE AUD-REC
           END-IF
       END-PERFORM
       CLOSE AUD-FILE
       EXIT.

*> AUD-R-TABLE = the rules on file for CUR-JOB-ID. AUD-TABLE must
*> already be loaded.
AUD-COLLECT-JOB.
       MOVE 0 TO AUD-R-COUNT
       PERFORM VARYING AUD-IDX FROM 1 BY 1 UNTIL AUD-IDX > AUD-COUNT
           IF AUD-ENT-JOB(AUD-IDX) = CUR-JOB-ID
              AND AUD-R-COUNT < 11
               ADD 1 TO AUD-R-COUNT
               MOVE AUD-ENT-KIND(AUD-IDX)  TO AUD-R-KIND(AUD-R-COUNT)
               MOVE AUD-ENT-VALUE(AUD-IDX) TO AUD-R-VALUE(AUD-R-COUNT)
               MOVE AUD-ENT-TO(AUD-IDX)    TO AUD-R-TO(AUD-R-COUNT)
           END-IF
       END-PERFORM
       EXIT.

*> Replaces CUR-JOB-ID's rules on file with AUD-R-TABLE (which may
*> be empty, opening the listing to everyone). The id's old rules are
*> dropped even when the new ones cannot be added; AUD-SAVE-OK comes
*> back 'N' whenever the file does not end up holding AUD-R-TABLE.
AUD-SAVE-JOB.
       MOVE 'Y' TO AUD-SAVE-OK
       PERFORM LOAD-AUD-TABLE
       IF AUD-OVERFLOW = 'Y'
           PERFORM AUD-DROP-JOB-ROWS
           PERFORM WRITE-CHECKPOINT
           IF AUD-R-COUNT > 0
               MOVE 'N' TO AUD-SAVE-OK
           END-IF
           IF AUD-SAVE-OK = 'N'
               MOVE "Unable to save the listing's audience. Please try again later." TO W-MSG
               PERFORM DISP-MSG
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO AUD-CHANGED
       PERFORM VARYING AUD-IDX FROM 1 BY 1 UNTIL AUD-IDX > AUD-COUNT
           IF AUD-ENT-JOB(AUD-IDX) = CUR-JOB-ID
               MOVE SPACES TO AUD-ENT-JOB(AUD-IDX)
               MOVE 'Y' TO AUD-CHANGED
           END-IF
       END-PERFORM
       IF AUD-COUNT + AUD-R-COUNT > MAX-AUD-ENTRIES
           MOVE 'N' TO AUD-SAVE-OK
           MOVE "Unable to save the listing's audience. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           IF AUD-CHANGED = 'Y'
               PERFORM REWRITE-AUD-FILE
               PERFORM WRITE-CHECKPOINT
           END-IF
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING AUD-R-IDX FROM 1 BY 1 UNTIL AUD-R-IDX > AUD-R-COUNT
           ADD 1 TO AUD-COUNT
           MOVE CUR-JOB-ID              TO AUD-ENT-JOB(AUD-COUNT)
           MOVE AUD-R-KIND(AUD-R-IDX)   TO AUD-ENT-KIND(AUD-COUNT)
           MOVE AUD-R-VALUE(AUD-R-IDX)  TO AUD-ENT-VALUE(AUD-COUNT)
           MOVE AUD-R-TO(AUD-R-IDX)     TO AUD-ENT-TO(AUD-COUNT)
           MOVE 'Y' TO AUD-CHANGED
       END-PERFORM
       IF AUD-CHANGED = 'Y'
           PERFORM REWRITE-AUD-FILE
           IF AUD-STAT NOT = "00"
               MOVE 'N' TO AUD-SAVE-OK
           END-IF
           PERFORM WRITE-CHECKPOINT
       END-IF
       EXIT.

*> Streams AUD-FILE through AUDT-FILE without CUR-JOB-ID's rows - the
*> drop an overflowed AUD-TABLE cannot make. AUD-SAVE-OK goes 'N' if
*> the rows could not be dropped.
AUD-DROP-JOB-ROWS.
       MOVE 'N' TO AUD-EOF
       OPEN INPUT AUD-FILE
       IF AUD-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT AUDT-FILE
       IF AUDT-STAT NOT = "00"
           CLOSE AUD-FILE
           MOVE 'N' TO AUD-SAVE-OK
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL AUD-EOF = 'Y'
           READ AUD-FILE INTO AUD-REC
               AT END
                   MOVE 'Y' TO AUD-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(AUD-REC) TO AUD-LINE
                   IF AUD-LINE NOT = SPACES
                       MOVE SPACES TO AUD-JOB-FIELD
                       UNSTRING AUD-LINE DELIMITED BY "|"
                           INTO AUD-JOB-FIELD
                       END-UNSTRING
                       IF AUD-JOB-FIELD NOT = CUR-JOB-ID
                           WRITE AUDT-REC FROM AUD-LINE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AUD-FILE
       CLOSE AUDT-FILE
       CALL "SYSTEM" USING
           "mv bin/InCollege_jobAudience-temp.txt bin/InCollege_jobAudience.txt"
       EXIT.

*> A posting that leaves the job store takes its screening
*> questions and answers, pay range, audience and interview offers
*> with it, so nothing carries over to a later posting given the
*> same id.
DROP-JOB-EXTRAS.
       MOVE 0 TO SCQ-Q-COUNT
       PERFORM SCQ-SAVE-JOB
       MOVE 'N' TO PAY-RESULT
       PERFORM PAY-SAVE-JOB
       MOVE 0 TO AUD-R-COUNT
       PERFORM AUD-SAVE-JOB
       PERFORM DROP-JOB-INTERVIEWS
       EXIT.

*> Drops the interview offers made on CUR-JOB-ID.
DROP-JOB-INTERVIEWS.
       PERFORM ENSURE-ITV-FILE
       PERFORM LOAD-ITV-TABLE
       IF ITV-OVERFLOW = 'Y'
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO ITV-CHANGED
       PERFORM VARYING ITV-IDX FROM 1 BY 1 UNTIL ITV-IDX > ITV-COUNT
           IF ITV-ENT-APP(ITV-IDX) NOT = SPACES
              AND ITV-ENT-JOB-ID(ITV-IDX) = CUR-JOB-ID
               MOVE SPACES TO ITV-ENT-APP(ITV-IDX)
               MOVE 'Y' TO ITV-CHANGED
           END-IF
       END-PERFORM
       IF ITV-CHANGED = 'Y'
           PERFORM REWRITE-ITV-FILE
           PERFORM WRITE-CHECKPOINT
       END-IF
       EXIT.

*> Edit Listing's pay, questions and audience go on file only once
*> the listing itself has been rewritten.
SAVE-EDITED-EXTRAS.
       PERFORM PAY-SAVE-JOB
       IF SCQ-EDIT-SAVE = 'Y'
           PERFORM SCQ-SAVE-JOB
           IF SCQ-SAVE-OK = 'N'
               MOVE "Until its questions can be saved, this listing has none." TO W-MSG
               PERFORM DISP-MSG
           END-IF
       END-IF
       IF AUD-EDIT-SAVE = 'Y'
           PERFORM AUD-SAVE-JOB
           IF AUD-SAVE-OK = 'N'
               MOVE "Until its audience can be saved, this listing is open to everyone." TO W-MSG
               PERFORM DISP-MSG
           END-IF
       END-IF
       EXIT.

*> Edit Listing: shows the listing's audience and lets the poster
*> enter a fresh one in its place (no limits at all opens it up).
*> AUD-EDIT-SAVE comes back 'Y' when there is a new one to save.
AUD-EDIT-RULES.
       MOVE 'N' TO AUD-EDIT-SAVE
       PERFORM LOAD-AUD-TABLE
       PERFORM AUD-COLLECT-JOB
       IF AUD-R-COUNT > 0
           MOVE "Open only to:" TO W-MSG PERFORM DISP-MSG
           PERFORM AUD-LIST-RULES
           MOVE "Change who can see this listing? (yes/no):" TO W-MSG
       ELSE
           MOVE "Limit this listing to certain universities, majors or class years? (yes/no):" TO W-MSG
       END-IF
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT NOT = "1" AND W-USR-INPT NOT = "yes"
           EXIT PARAGRAPH
       END-IF
       PERFORM AUD-ENTER-RULES
       MOVE 'Y' TO AUD-EDIT-SAVE
       EXIT.

*> Collects up to five universities, five majors and a graduation-
*> year range into AUD-R-TABLE. Names are checked against the
*> university/major reference data and kept under their canonical
*> spelling, as profiles are.
AUD-ENTER-RULES.
       MOVE 0 TO AUD-R-COUNT
       PERFORM LOAD-UMR-TABLES
       MOVE 'U' TO UMR-KIND-ARG
       PERFORM AUD-ENTER-NAMES
       MOVE 'M' TO UMR-KIND-ARG
       PERFORM AUD-ENTER-NAMES
       PERFORM AUD-ENTER-YEARS
       IF AUD-R-COUNT = 0
           MOVE "No limits entered - the listing is open to everyone." TO W-MSG
           PERFORM DISP-MSG
       END-IF
       EXIT.

AUD-ENTER-NAMES.
       IF UMR-KIND-ARG = 'U'
           MOVE "university" TO UMR-LABEL
           MOVE "UNIVERSITY" TO AUD-KIND-ARG
       ELSE
           MOVE "major" TO UMR-LABEL
           MOVE "MAJOR" TO AUD-KIND-ARG
       END-IF
       MOVE 0 TO AUD-KIND-COUNT
       MOVE 'N' TO AUD-DONE
       PERFORM UNTIL AUD-DONE = 'Y' OR AUD-KIND-COUNT >= AUD-MAX-PER-KIND
           PERFORM AUD-ENTER-ONE-NAME
       END-PERFORM
       EXIT.

AUD-ENTER-ONE-NAME.
       MOVE SPACES TO W-MSG
       STRING "Enter a " FUNCTION TRIM(UMR-LABEL)
              " the listing is open to (max 5), LIST to see names, or DONE:"
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       PERFORM READ-INPUT-RAW
       MOVE FUNCTION TRIM(W-USR-INPT) TO W-TMP
       IF FUNCTION LOWER-CASE(W-TMP) = "done"
           MOVE 'Y' TO AUD-DONE
           EXIT PARAGRAPH
       END-IF
       IF FUNCTION LOWER-CASE(W-TMP) = "list"
           PERFORM UMR-LIST-NAMES
           IF UMR-SHOWN = 0
               MOVE "(no reference list on file - names are taken as entered)" TO W-MSG
               PERFORM DISP-MSG
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO JOB-PIPE-COUNT
       INSPECT W-TMP TALLYING JOB-PIPE-COUNT FOR ALL "|"
       EVALUATE TRUE
           WHEN W-TMP = SPACES
               MOVE "Enter a name, or DONE to finish." TO W-MSG
               PERFORM DISP-MSG
               EXIT PARAGRAPH
           WHEN JOB-PIPE-COUNT > 0
               MOVE "The '|' character is not allowed. Please try again." TO W-MSG
               PERFORM DISP-MSG
               EXIT PARAGRAPH
           WHEN (UMR-KIND-ARG = 'U'
                 AND FUNCTION LENGTH(FUNCTION TRIM(W-TMP)) > 60)
             OR (UMR-KIND-ARG = 'M'
                 AND FUNCTION LENGTH(FUNCTION TRIM(W-TMP)) > 40)
               MOVE "That name is too long. Please try again." TO W-MSG
               PERFORM DISP-MSG
               EXIT PARAGRAPH
       END-EVALUATE
       MOVE W-TMP TO UMR-VALUE-ARG
       PERFORM UMR-MATCH-VALUE
       IF UMR-MATCHED = 'N'
           MOVE SPACES TO W-MSG
           STRING "'" FUNCTION TRIM(UMR-VALUE-ARG) "' is not a recognized "
                  FUNCTION TRIM(UMR-LABEL) "."
               INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING AUD-R-IDX FROM 1 BY 1 UNTIL AUD-R-IDX > AUD-R-COUNT
           IF AUD-R-KIND(AUD-R-IDX) = AUD-KIND-ARG
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(AUD-R-VALUE(AUD-R-IDX)))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(UMR-CANON))
               MOVE "That one is already on the list." TO W-MSG
               PERFORM DISP-MSG
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       ADD 1 TO AUD-R-COUNT
       ADD 1 TO AUD-KIND-COUNT
       MOVE SPACES TO AUD-R-ENTRY(AUD-R-COUNT)
       MOVE AUD-KIND-ARG TO AUD-R-KIND(AUD-R-COUNT)
       MOVE FUNCTION TRIM(UMR-CANON) TO AUD-R-VALUE(AUD-R-COUNT)
       IF UMR-WAS-ALIAS = 'Y'
           MOVE SPACES TO W-MSG
           STRING "Recorded as: " FUNCTION TRIM(UMR-CANON) INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
       END-IF
       EXIT.

*> Earliest and latest graduation year, either left open.
AUD-ENTER-YEARS.
       MOVE "Earliest graduation year (4 digits), or Enter for no limit:" TO AUD-PROMPT
       PERFORM AUD-ASK-YEAR
       MOVE AUD-YEAR-IN TO AUD-YEAR-FROM
       MOVE 'N' TO AUD-DONE
       PERFORM UNTIL AUD-DONE = 'Y'
           MOVE "Latest graduation year (4 digits), or Enter for no limit:" TO AUD-PROMPT
           PERFORM AUD-ASK-YEAR
           MOVE AUD-YEAR-IN TO AUD-YEAR-TO
           IF AUD-YEAR-FROM NOT = SPACES AND AUD-YEAR-TO NOT = SPACES
              AND AUD-YEAR-TO < AUD-YEAR-FROM
               MOVE "The latest year cannot be before the earliest. Please try again." TO W-MSG
               PERFORM DISP-MSG
           ELSE
               MOVE 'Y' TO AUD-DONE
           END-IF
       END-PERFORM
       IF AUD-YEAR-FROM = SPACES AND AUD-YEAR-TO = SPACES
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO AUD-R-COUNT
       MOVE SPACES TO AUD-R-ENTRY(AUD-R-COUNT)
       MOVE "YEARS" TO AUD-R-KIND(AUD-R-COUNT)
       MOVE AUD-YEAR-FROM TO AUD-R-VALUE(AUD-R-COUNT)
       MOVE AUD-YEAR-TO TO AUD-R-TO(AUD-R-COUNT)
       EXIT.

*> Asks AUD-PROMPT until the answer is blank or a year from 1900 to
*> 2100 (the range a profile accepts); leaves it in AUD-YEAR-IN.
AUD-ASK-YEAR.
       MOVE 'N' TO AUD-YEAR-OK
       PERFORM UNTIL AUD-YEAR-OK = 'Y'
           MOVE AUD-PROMPT TO W-MSG
           PERFORM DISP-MSG
           PERFORM READ-INPUT-RAW
           MOVE FUNCTION TRIM(W-USR-INPT) TO W-TMP
           MOVE SPACES TO AUD-YEAR-IN
           EVALUATE TRUE
               WHEN W-TMP = SPACES
                   MOVE 'Y' TO AUD-YEAR-OK
               WHEN W-TMP(1:4) IS NUMERIC AND W-TMP(5:) = SPACES
                AND W-TMP(1:4) >= "1900" AND W-TMP(1:4) <= "2100"
                   MOVE W-TMP(1:4) TO AUD-YEAR-IN
                   MOVE 'Y' TO AUD-YEAR-OK
               WHEN OTHER
                   MOVE "Please enter a 4-digit year from 1900 to 2100, or press Enter." TO W-MSG
                   PERFORM DISP-MSG
           END-EVALUATE
       END-PERFORM
       EXIT.

*> One line per rule in AUD-R-TABLE.
AUD-LIST-RULES.
       PERFORM VARYING AUD-R-IDX FROM 1 BY 1 UNTIL AUD-R-IDX > AUD-R-COUNT
           MOVE SPACES TO W-MSG
           EVALUATE TRUE
               WHEN FUNCTION TRIM(AUD-R-KIND(AUD-R-IDX)) = "UNIVERSITY"
                   STRING "  University: " FUNCTION TRIM(AUD-R-VALUE(AUD-R-IDX))
                       INTO W-MSG
                   END-STRING
               WHEN FUNCTION TRIM(AUD-R-KIND(AUD-R-IDX)) = "MAJOR"
                   STRING "  Major: " FUNCTION TRIM(AUD-R-VALUE(AUD-R-IDX))
                       INTO W-MSG
                   END-STRING
               WHEN AUD-R-TO(AUD-R-IDX) = SPACES
                   STRING "  Class of " AUD-R-VALUE(AUD-R-IDX)(1:4) " or later"
                       INTO W-MSG
                   END-STRING
               WHEN AUD-R-VALUE(AUD-R-IDX) = SPACES
                   STRING "  Class of " AUD-R-TO(AUD-R-IDX) " or earlier"
                       INTO W-MSG
                   END-STRING
               WHEN OTHER
                   STRING "  Class of " AUD-R-VALUE(AUD-R-IDX)(1:4) " to "
                          AUD-R-TO(AUD-R-IDX)
                       INTO W-MSG
                   END-STRING
           END-EVALUATE
           PERFORM DISP-MSG
       END-PERFORM
       EXIT.

*> Loads the rules ahead of AUD-CHECK-USER / AUD-PREP-VIEWER; the
*> reference data is only needed when some listing has rules.
AUD-LOAD-RULES.
       PERFORM LOAD-AUD-TABLE
       IF AUD-COUNT > 0
           PERFORM LOAD-UMR-TABLES
       END-IF
       EXIT.

*> Loads the rules and the logged-in user's university, major and
*> class year for AUD-CHECK-VIEWER.
AUD-PREP-VIEWER.
       PERFORM AUD-LOAD-RULES
       MOVE 'N' TO AUD-VIEW-FOUND
       MOVE SPACES TO AUD-VIEW-UNIV AUD-VIEW-MAJOR AUD-VIEW-YEAR
       IF AUD-COUNT = 0 OR EMPLOYER-USER
           EXIT PARAGRAPH
       END-IF
       MOVE W-USERNAME TO AUD-ARG-USER
       PERFORM AUD-LOAD-SUBJECT
       MOVE AUD-SUBJ-FOUND TO AUD-VIEW-FOUND
       MOVE AUD-SUBJ-UNIV  TO AUD-VIEW-UNIV
       MOVE AUD-SUBJ-MAJOR TO AUD-VIEW-MAJOR
       MOVE AUD-SUBJ-YEAR  TO AUD-VIEW-YEAR
       EXIT.

*> AUD-ELIGIBLE = 'Y' when the logged-in user may see CUR-JOB.
*> Needs AUD-PREP-VIEWER first.
AUD-CHECK-VIEWER.
       MOVE 'Y' TO AUD-ELIGIBLE
       IF AUD-COUNT = 0 OR EMPLOYER-USER
           EXIT PARAGRAPH
       END-IF
       IF FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-JOB-POSTER))
          = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
           EXIT PARAGRAPH
       END-IF
       MOVE AUD-VIEW-FOUND TO AUD-SUBJ-FOUND
       MOVE AUD-VIEW-UNIV  TO AUD-SUBJ-UNIV
       MOVE AUD-VIEW-MAJOR TO AUD-SUBJ-MAJOR
       MOVE AUD-VIEW-YEAR  TO AUD-SUBJ-YEAR
       PERFORM AUD-TEST-SUBJECT
       EXIT.

*> AUD-ELIGIBLE = 'Y' when AUD-ARG-USER may see CUR-JOB. Needs
*> AUD-LOAD-RULES first; the account and profile are only read for
*> a listing that has rules.
AUD-CHECK-USER.
       MOVE 'Y' TO AUD-ELIGIBLE
       IF AUD-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       IF FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-JOB-POSTER))
          = FUNCTION LOWER-CASE(FUNCTION TRIM(AUD-ARG-USER))
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO AUD-HAS-RULES
       PERFORM VARYING AUD-IDX FROM 1 BY 1 UNTIL AUD-IDX > AUD-COUNT
           IF AUD-ENT-JOB(AUD-IDX) = CUR-JOB-ID
               MOVE 'Y' TO AUD-HAS-RULES
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF AUD-HAS-RULES = 'N'
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT U-FILE
       IF U-STAT = "00"
           MOVE SPACES TO U-KEY
           MOVE FUNCTION TRIM(AUD-ARG-USER) TO U-KEY
           READ U-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF U-STAT = "00" AND U-TYPE = 'E'
               CLOSE U-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE U-FILE
       END-IF
       PERFORM AUD-LOAD-SUBJECT
       PERFORM AUD-TEST-SUBJECT
       EXIT.

*> Reads AUD-ARG-USER's profile into AUD-SUBJ-*. AUD-SUBJ-FOUND = 'N'
*> when they have none.
AUD-LOAD-SUBJECT.
       MOVE 'N' TO AUD-SUBJ-FOUND
       MOVE SPACES TO AUD-SUBJ-UNIV AUD-SUBJ-MAJOR AUD-SUBJ-YEAR
       MOVE SPACES TO W-PROFILE-PATH
       STRING "bin/profiles/"
              FUNCTION LOWER-CASE(FUNCTION TRIM(AUD-ARG-USER))
              ".txt"
           INTO W-PROFILE-PATH
       END-STRING
       OPEN INPUT P-FILE
       IF P-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM CLEAR-PROFILE-WS
       PERFORM PARSE-PROFILE-FILE
       CLOSE P-FILE
       MOVE 'Y' TO AUD-SUBJ-FOUND
       PERFORM AUD-SUBJECT-FROM-PROFILE
       EXIT.

*> AUD-SUBJ-* from the profile just parsed. University and major go
*> through the reference data, so an older profile still carrying an
*> alias matches its canonical name.
AUD-SUBJECT-FROM-PROFILE.
       MOVE 'U' TO UMR-KIND-ARG
       MOVE UNIVERSITY TO UMR-VALUE-ARG
       PERFORM UMR-MATCH-VALUE
       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(UMR-CANON)) TO AUD-SUBJ-UNIV
       MOVE 'M' TO UMR-KIND-ARG
       MOVE MAJOR TO UMR-VALUE-ARG
       PERFORM UMR-MATCH-VALUE
       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(UMR-CANON)) TO AUD-SUBJ-MAJOR
       MOVE W-YEAR-TEXT-VIEW TO AUD-SUBJ-YEAR
       EXIT.

*> Tests AUD-SUBJ-* against CUR-JOB-ID's rules in AUD-TABLE. With no
*> profile (AUD-SUBJ-FOUND 'N') the fields are blank and meet no rule.
AUD-TEST-SUBJECT.
       MOVE 'Y' TO AUD-ELIGIBLE
       MOVE 'N' TO AUD-HAS-UNIV AUD-OK-UNIV AUD-HAS-MAJOR AUD-OK-MAJOR
       MOVE 'N' TO AUD-HAS-YEAR AUD-OK-YEAR
       PERFORM VARYING AUD-IDX FROM 1 BY 1 UNTIL AUD-IDX > AUD-COUNT
           IF AUD-ENT-JOB(AUD-IDX) = CUR-JOB-ID
               EVALUATE FUNCTION TRIM(AUD-ENT-KIND(AUD-IDX))
                   WHEN "UNIVERSITY"
                       MOVE 'Y' TO AUD-HAS-UNIV
                       IF AUD-SUBJ-UNIV NOT = SPACES
                          AND FUNCTION LOWER-CASE(FUNCTION TRIM(AUD-ENT-VALUE(AUD-IDX)))
                              = AUD-SUBJ-UNIV
                           MOVE 'Y' TO AUD-OK-UNIV
                       END-IF
                   WHEN "MAJOR"
                       MOVE 'Y' TO AUD-HAS-MAJOR
                       IF AUD-SUBJ-MAJOR NOT = SPACES
                          AND FUNCTION LOWER-CASE(FUNCTION TRIM(AUD-ENT-VALUE(AUD-IDX)))
                              = AUD-SUBJ-MAJOR
                           MOVE 'Y' TO AUD-OK-MAJOR
                       END-IF
                   WHEN "YEARS"
                       MOVE 'Y' TO AUD-HAS-YEAR
                       IF AUD-SUBJ-YEAR IS NUMERIC
                          AND AUD-SUBJ-YEAR NOT = "0000"
                          AND (AUD-ENT-VALUE(AUD-IDX)(1:4) = SPACES
                               OR AUD-SUBJ-YEAR >= AUD-ENT-VALUE(AUD-IDX)(1:4))
                          AND (AUD-ENT-TO(AUD-IDX) = SPACES
                               OR AUD-SUBJ-YEAR <= AUD-ENT-TO(AUD-IDX))
                           MOVE 'Y' TO AUD-OK-YEAR
                       END-IF
               END-EVALUATE
           END-IF
       END-PERFORM
       IF (AUD-HAS-UNIV = 'Y' AND AUD-OK-UNIV = 'N')
          OR (AUD-HAS-MAJOR = 'Y' AND AUD-OK-MAJOR = 'N')
          OR (AUD-HAS-YEAR = 'Y' AND AUD-OK-YEAR = 'N')
           MOVE 'N' TO AUD-ELIGIBLE
       END-IF
       EXIT.

*> View Applicants: the listing's audience and how many students on
*> file fall inside it.
AUD-SHOW-AUDIENCE.
       PERFORM AUD-LOAD-RULES
       PERFORM AUD-COLLECT-JOB
       IF AUD-R-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       MOVE "Open only to:" TO W-MSG PERFORM DISP-MSG
       PERFORM AUD-LIST-RULES
       PERFORM AUD-COUNT-ELIGIBLE
       MOVE AUD-ELIGIBLE-COUNT TO AUD-NUM-TEXT
       MOVE SPACES TO W-MSG
       STRING "Eligible students on file: " FUNCTION TRIM(AUD-NUM-TEXT)
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       MOVE "---" TO W-MSG PERFORM DISP-MSG
       EXIT.

*> Counts the profiles on file that CUR-JOB's rules admit.
AUD-COUNT-ELIGIBLE.
       MOVE 0 TO AUD-ELIGIBLE-COUNT
       CALL "SYSTEM" USING "ls bin/profiles/*.txt > bin/profiles/file-list.txt"
       MOVE "bin/profiles/file-list.txt" TO W-PROFILE-PATH-CUR
       OPEN INPUT P-FILE-CUR
       MOVE 'N' TO FILE-EOF
       PERFORM UNTIL FILE-EOF = 'Y'
           READ P-FILE-CUR
               AT END
                   MOVE 'Y' TO FILE-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(P-REC-CUR) TO W-PROFILE-PATH
                   IF W-PROFILE-PATH NOT = "bin/profiles/file-list.txt"
                       OPEN INPUT P-FILE
                       IF P-STAT = "00"
                           PERFORM CLEAR-PROFILE-WS
                           PERFORM PARSE-PROFILE-FILE
                           CLOSE P-FILE
                           MOVE 'Y' TO AUD-SUBJ-FOUND
                           PERFORM AUD-SUBJECT-FROM-PROFILE
                           PERFORM AUD-TEST-SUBJECT
                           IF AUD-ELIGIBLE = 'Y'
                               ADD 1 TO AUD-ELIGIBLE-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE P-FILE-CUR
       CALL "SYSTEM" USING "rm bin/profiles/file-list.txt"
       EXIT.

*> The skill menu is built from the catalog file, so the career
*> office can add a module without a code change.
LEARN-SKILL.
       PERFORM ENSURE-SKILL-CATALOG
       IF CAT-SKILL-COUNT = 0
           MOVE "No skills are available right now. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE "Learn a New Skill - choose one from the list:" TO W-MSG
       PERFORM DISP-MSG
       PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > CAT-SKILL-COUNT
           MOVE CAT-IDX TO CAT-NUM-TEXT
           MOVE SPACES TO W-MSG
           STRING FUNCTION TRIM(CAT-NUM-TEXT) ". "
                  FUNCTION TRIM(CAT-SKILL-NAME(CAT-IDX))
               INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
       END-PERFORM
       COMPUTE CAT-BACK-CHOICE = CAT-SKILL-COUNT + 1
       MOVE CAT-BACK-CHOICE TO CAT-NUM-TEXT
       MOVE SPACES TO W-MSG
       STRING FUNCTION TRIM(CAT-NUM-TEXT) ". Return to previous menu"
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       MOVE "Enter your choice:" TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT

       PERFORM CHECK-NUMERIC-INPUT
       IF NUM-INPUT-BAD
           MOVE "Invalid selection. Please try again." TO W-MSG PERFORM DISP-MSG
           PERFORM LEARN-SKILL
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(W-USR-INPT) TO CAT-IDX
       IF CAT-IDX = CAT-BACK-CHOICE
           EXIT PARAGRAPH
       END-IF
       IF CAT-IDX < 1 OR CAT-IDX > CAT-SKILL-COUNT
           MOVE "Invalid selection. Please try again." TO W-MSG PERFORM DISP-MSG
           PERFORM LEARN-SKILL
           EXIT PARAGRAPH
       END-IF

       MOVE CAT-SKILL-ID(CAT-IDX)   TO SKILL-CHOICE-ID
       MOVE CAT-SKILL-NAME(CAT-IDX) TO SKILL-CHOICE-NAME
       PERFORM SHOW-SKILL-LESSON
       PERFORM LEARN-SKILL
       EXIT.

*> Delivers the catalog's lesson text for the chosen skill, then the
*> short quiz. The completion (and its score) is recorded only when
*> the quiz is passed, so a completion on a profile means something.
SHOW-SKILL-LESSON.
       MOVE "------------------------------" TO W-MSG PERFORM DISP-MSG
       MOVE SPACES TO W-MSG
       STRING FUNCTION TRIM(SKILL-CHOICE-NAME) DELIMITED BY SIZE
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG

       PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > CAT-LESSON-COUNT
           IF FUNCTION TRIM(CAT-LESSON-ID(CAT-IDX))
              = FUNCTION TRIM(SKILL-CHOICE-ID)
               MOVE CAT-LESSON-TEXT(CAT-IDX) TO W-MSG
               PERFORM DISP-MSG
           END-IF
       END-PERFORM

       MOVE "------------------------------" TO W-MSG PERFORM DISP-MSG
       PERFORM RUN-SKILL-QUIZ
       IF QUIZ-PASS-FLAG = 'Y'
           PERFORM RECORD-SKILL-COMPLETION
       END-IF
       EXIT.

*> Asks the catalog's quiz questions for SKILL-CHOICE-ID, counting
*> case-insensitive answer matches. Passing needs at least half
*> right; a skill with no questions on file passes automatically.
RUN-SKILL-QUIZ.
       MOVE 0 TO QUIZ-ASKED QUIZ-CORRECT
       MOVE SPACES TO QUIZ-SCORE-TEXT

       PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > CAT-QUIZ-COUNT
           IF FUNCTION TRIM(CAT-QUIZ-ID(CAT-IDX))
              = FUNCTION TRIM(SKILL-CHOICE-ID)
               ADD 1 TO QUIZ-ASKED
               MOVE CAT-QUIZ-Q(CAT-IDX) TO W-MSG
               PERFORM DISP-MSG
               PERFORM READ-INPUT-RAW
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(W-USR-INPT))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(CAT-QUIZ-A(CAT-IDX)))
                   ADD 1 TO QUIZ-CORRECT
               END-IF
           END-IF
       END-PERFORM

       IF QUIZ-ASKED = 0
           MOVE 'Y' TO QUIZ-PASS-FLAG
           EXIT PARAGRAPH
       END-IF

       MOVE QUIZ-CORRECT TO QUIZ-NUM-TEXT
       MOVE SPACES TO QUIZ-SCORE-TEXT
       STRING FUNCTION TRIM(QUIZ-NUM-TEXT) "/" INTO QUIZ-SCORE-TEXT
       END-STRING
       MOVE QUIZ-ASKED TO QUIZ-NUM-TEXT
       STRING FUNCTION TRIM(QUIZ-SCORE-TEXT)
              FUNCTION TRIM(QUIZ-NUM-TEXT) INTO QUIZ-SCORE-TEXT
       END-STRING

       MOVE SPACES TO W-MSG
       STRING "Quiz score: " FUNCTION TRIM(QUIZ-SCORE-TEXT) INTO W-MSG
       END-STRING
       PERFORM DISP-MSG

       IF QUIZ-CORRECT * 2 >= QUIZ-ASKED
           MOVE 'Y' TO QUIZ-PASS-FLAG
           MOVE "You passed the quiz!" TO W-MSG PERFORM DISP-MSG
       ELSE
           MOVE 'N' TO QUIZ-PASS-FLAG
           MOVE "You did not pass the quiz. The skill was not recorded - try again any time." TO W-MSG
           PERFORM DISP-MSG
       END-IF
       EXIT.

*> Loads the skill catalog, seeding the file with the standard
*> modules the first time through.
ENSURE-SKILL-CATALOG.
       IF CAT-LOADED = 'Y'
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT CAT-FILE
       IF CAT-STAT = "35"
           PERFORM SEED-SKILL-CATALOG
       ELSE
           IF CAT-STAT = "00"
               CLOSE CAT-FILE
           END-IF
       END-IF
       PERFORM LOAD-SKILL-CATALOG
       MOVE 'Y' TO CAT-LOADED
       EXIT.

LOAD-SKILL-CATALOG.
       MOVE 0 TO CAT-SKILL-COUNT CAT-LESSON-COUNT CAT-QUIZ-COUNT
       MOVE 'N' TO CAT-EOF
       OPEN INPUT CAT-FILE
       IF CAT-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL CAT-EOF = 'Y'
           READ CAT-FILE INTO CAT-REC
               AT END
                   MOVE 'Y' TO CAT-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(CAT-REC) TO CAT-LINE
                   IF CAT-LINE NOT = SPACES
                       PERFORM PARSE-CATALOG-LINE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CAT-FILE
       EXIT.

PARSE-CATALOG-LINE.
       MOVE 1 TO CAT-POINTER
       MOVE SPACES TO CAT-KIND
       UNSTRING CAT-LINE DELIMITED BY "|"
           INTO CAT-KIND
           WITH POINTER CAT-POINTER
       END-UNSTRING

       EVALUATE FUNCTION TRIM(CAT-KIND)
           WHEN "SKILL"
               IF CAT-SKILL-COUNT < 20
                   ADD 1 TO CAT-SKILL-COUNT
                   UNSTRING CAT-LINE DELIMITED BY "|"
                       INTO CAT-SKILL-ID(CAT-SKILL-COUNT)
                            CAT-SKILL-NAME(CAT-SKILL-COUNT)
                       WITH POINTER CAT-POINTER
                   END-UNSTRING
               END-IF
           WHEN "LESSON"
               IF CAT-LESSON-COUNT < 200
                   ADD 1 TO CAT-LESSON-COUNT
                   UNSTRING CAT-LINE DELIMITED BY "|"
                       INTO CAT-LESSON-ID(CAT-LESSON-COUNT)
                            CAT-LESSON-TEXT(CAT-LESSON-COUNT)
                       WITH POINTER CAT-POINTER
                   END-UNSTRING
               END-IF
           WHEN "QUIZ"
               IF CAT-QUIZ-COUNT < 100
                   ADD 1 TO CAT-QUIZ-COUNT
                   UNSTRING CAT-LINE DELIMITED BY "|"
                       INTO CAT-QUIZ-ID(CAT-QUIZ-COUNT)
                            CAT-QUIZ-Q(CAT-QUIZ-COUNT)
                            CAT-QUIZ-A(CAT-QUIZ-COUNT)
                       WITH POINTER CAT-POINTER
                   END-UNSTRING
               END-IF
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       EXIT.

*> First-run seed: the five standard modules plus Resume Writing,
*> each with its lesson lines and two quiz questions.
SEED-SKILL-CATALOG.
       OPEN OUTPUT CAT-FILE
       IF CAT-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "SKILL|PUBSPEAK|Public Speaking" TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|PUBSPEAK|1. Know your audience before you write a single word." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|PUBSPEAK|2. Open with a clear point, not a long warm-up." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|PUBSPEAK|3. Practice out loud, not just in your head." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|PUBSPEAK|4. Pause instead of filling silence with filler words." TO CAT-REC WRITE CAT-REC
       MOVE "QUIZ|PUBSPEAK|What should you do instead of filling silence with filler words? (one word)|pause" TO CAT-REC WRITE CAT-REC
       MOVE "QUIZ|PUBSPEAK|Should you practice out loud? (yes/no)|yes" TO CAT-REC WRITE CAT-REC

       MOVE "SKILL|EXCEL|Microsoft Excel" TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|EXCEL|1. Use named ranges instead of raw cell references." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|EXCEL|2. VLOOKUP/XLOOKUP for table lookups; avoid nested IFs." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|EXCEL|3. PivotTables turn raw rows into a summary in seconds." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|EXCEL|4. Freeze panes on header rows for long sheets." TO CAT-REC WRITE CAT-REC
       MOVE "QUIZ|EXCEL|Which feature turns raw rows into a summary in seconds? (one word)|pivottables" TO CAT-REC WRITE CAT-REC
       MOVE "QUIZ|EXCEL|Should you use named ranges instead of raw cell references? (yes/no)|yes" TO CAT-REC WRITE CAT-REC

       MOVE "SKILL|TIMEMGMT|Time Management" TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|TIMEMGMT|1. Write tomorrow's top three tasks before you stop today." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|TIMEMGMT|2. Block calendar time for deep work, not just meetings." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|TIMEMGMT|3. Batch small tasks instead of context-switching all day." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|TIMEMGMT|4. Review what actually took your time each week." TO CAT-REC WRITE CAT-REC
       MOVE "QUIZ|TIMEMGMT|How many top tasks should you write before you stop today? (one word)|three" TO CAT-REC WRITE CAT-REC
       MOVE "QUIZ|TIMEMGMT|Should you batch small tasks instead of context-switching? (yes/no)|yes" TO CAT-REC WRITE CAT-REC

       MOVE "SKILL|LEADERSHIP|Leadership" TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|LEADERSHIP|1. Set the direction, then get out of people's way." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|LEADERSHIP|2. Give credit publicly; give correction privately." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|LEADERSHIP|3. Ask questions before handing out answers." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|LEADERSHIP|4. Make decisions, then own the outcome." TO CAT-REC WRITE CAT-REC
       MOVE "QUIZ|LEADERSHIP|Give credit publicly; give correction how? (one word)|privately" TO CAT-REC WRITE CAT-REC
       MOVE "QUIZ|LEADERSHIP|Should you ask questions before handing out answers? (yes/no)|yes" TO CAT-REC WRITE CAT-REC

       MOVE "SKILL|CODING|Coding Fundamentals" TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|CODING|1. Variables store values; functions group reusable steps." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|CODING|2. Loops repeat work; conditionals choose between paths." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|CODING|3. Name things for what they mean, not how they're stored." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|CODING|4. Small, tested steps beat one giant untested change." TO CAT-REC WRITE CAT-REC
       MOVE "QUIZ|CODING|What groups reusable steps? (one word)|functions" TO CAT-REC WRITE CAT-REC
       MOVE "QUIZ|CODING|Do small tested steps beat one giant untested change? (yes/no)|yes" TO CAT-REC WRITE CAT-REC

       MOVE "SKILL|RESUME|Resume Writing" TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|RESUME|1. Lead with results, not duties." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|RESUME|2. Tailor the resume to each posting's keywords." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|RESUME|3. Keep it to one page until you have ten years of experience." TO CAT-REC WRITE CAT-REC
       MOVE "LESSON|RESUME|4. Quantify impact with numbers wherever you can." TO CAT-REC WRITE CAT-REC
       MOVE "QUIZ|RESUME|How many pages should a resume be until you have ten years of experience? (one word)|one" TO CAT-REC WRITE CAT-REC
       MOVE "QUIZ|RESUME|Should you tailor your resume to each posting? (yes/no)|yes" TO CAT-REC WRITE CAT-REC

       CLOSE CAT-FILE
       EXIT.

*> Appends username|skill-id to SKILL-FILE the first time a user
*> finishes a given skill - a duplicate completion is a no-op.
RECORD-SKILL-COMPLETION.
       MOVE 'N' TO SKILL-ALREADY
       MOVE 'N' TO SKILL-EOF

       OPEN INPUT SKILL-FILE
       IF SKILL-STAT = "00"
           PERFORM UNTIL SKILL-EOF = 'Y'
               READ SKILL-FILE INTO SKILL-REC
                   AT END
                       MOVE 'Y' TO SKILL-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(SKILL-REC) TO SKILL-LINE
                       IF SKILL-LINE NOT = SPACES
                           MOVE 1 TO SKILL-POINTER
                           MOVE SPACES TO SKILL-USER-FIELD SKILL-ID-FIELD
                           UNSTRING SKILL-LINE DELIMITED BY "|"
                               INTO SKILL-USER-FIELD
                                    SKILL-ID-FIELD
                               WITH POINTER SKILL-POINTER
                           END-UNSTRING

                           IF FUNCTION LOWER-CASE(FUNCTION TRIM(SKILL-USER-FIELD))
                              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                              AND FUNCTION TRIM(SKILL-ID-FIELD)
                              = FUNCTION TRIM(SKILL-CHOICE-ID)
                               SET SKILL-ALREADY-YES TO TRUE
                               EXIT PERFORM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILL-FILE
       ELSE
           IF SKILL-STAT = "35"
               OPEN OUTPUT SKILL-FILE
               IF SKILL-STAT = "00"
                   CLOSE SKILL-FILE
               END-IF
           END-IF
       END-IF

       IF SKILL-ALREADY-NO
           OPEN EXTEND SKILL-FILE
           IF SKILL-STAT = "00"
               MOVE SPACES TO SKILL-LINE
               IF FUNCTION TRIM(QUIZ-SCORE-TEXT) NOT = SPACES
                   STRING FUNCTION TRIM(W-USERNAME)       DELIMITED BY SIZE
                          "|"                              DELIMITED BY SIZE
                          FUNCTION TRIM(SKILL-CHOICE-ID)   DELIMITED BY SIZE
                          "|"                              DELIMITED BY SIZE
                          FUNCTION TRIM(QUIZ-SCORE-TEXT)   DELIMITED BY SIZE
                       INTO SKILL-LINE
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(W-USERNAME)      DELIMITED BY SIZE
                          "|"                             DELIMITED BY SIZE
                          FUNCTION TRIM(SKILL-CHOICE-ID)  DELIMITED BY SIZE
                       INTO SKILL-LINE
                   END-STRING
               END-IF
               MOVE SKILL-LINE TO SKILL-REC
               WRITE SKILL-REC
               CLOSE SKILL-FILE
               PERFORM WRITE-CHECKPOINT
           END-IF
           MOVE SPACES TO W-MSG
           STRING "Marked " FUNCTION TRIM(SKILL-CHOICE-NAME)
                  " as completed." INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
       END-IF
       EXIT.

*> ---- Company registry ----
ENSURE-CO-FILE.
       OPEN INPUT CO-FILE
       IF CO-STAT = "00"
           CLOSE CO-FILE
       ELSE
           IF CO-STAT = "35"
               OPEN OUTPUT CO-FILE
               IF CO-STAT = "00"
                   CLOSE CO-FILE
               END-IF
           END-IF
       END-IF
       EXIT.

*> Loads the registry's COMPANY and MEMBER rows into their tables
*> (the kind-tagged pattern the skill catalog uses) and works out
*> the next company id.
LOAD-COMPANY-TABLES.
       MOVE 0 TO CO-COMP-COUNT CO-MEMB-COUNT
       MOVE 0 TO CO-NEXT-ID
       MOVE 'N' TO CO-EOF
       PERFORM ENSURE-CO-FILE
       OPEN INPUT CO-FILE
       IF CO-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL CO-EOF = 'Y'
           READ CO-FILE INTO CO-REC
               AT END
                   MOVE 'Y' TO CO-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(CO-REC) TO CO-LINE
                   IF CO-LINE NOT = SPACES
                       PERFORM PARSE-COMPANY-LINE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CO-FILE
       PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COMP-COUNT
           IF CO-COMP-ID(CO-IDX) IS NUMERIC
              AND FUNCTION NUMVAL(CO-COMP-ID(CO-IDX)) > CO-NEXT-ID
               MOVE FUNCTION NUMVAL(CO-COMP-ID(CO-IDX)) TO CO-NEXT-ID
           END-IF
       END-PERFORM
       ADD 1 TO CO-NEXT-ID
       EXIT.

PARSE-COMPANY-LINE.
       MOVE 1 TO CO-POINTER
       MOVE SPACES TO CO-KIND
       UNSTRING CO-LINE DELIMITED BY "|"
           INTO CO-KIND
           WITH POINTER CO-POINTER
       END-UNSTRING

       EVALUATE FUNCTION TRIM(CO-KIND)
           WHEN "COMPANY"
               IF CO-COMP-COUNT < 100
                   ADD 1 TO CO-COMP-COUNT
                   UNSTRING CO-LINE DELIMITED BY "|"
                       INTO CO-COMP-ID(CO-COMP-COUNT)
                            CO-COMP-NAME(CO-COMP-COUNT)
                            CO-COMP-DESC(CO-COMP-COUNT)
                       WITH POINTER CO-POINTER
                   END-UNSTRING
               END-IF
           WHEN "MEMBER"
               IF CO-MEMB-COUNT < 200
                   ADD 1 TO CO-MEMB-COUNT
                   UNSTRING CO-LINE DELIMITED BY "|"
                       INTO CO-MEMB-ID(CO-MEMB-COUNT)
                            CO-MEMB-USER(CO-MEMB-COUNT)
                       WITH POINTER CO-POINTER
                   END-UNSTRING
               END-IF
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       EXIT.

*> Fills CO-MY-ID/NAME/DESC with the logged-in employer's registered
*> company (CO-FOUND = 'N' when they have none yet).
MY-COMPANY-LOOKUP.
       MOVE 'N' TO CO-FOUND
       MOVE SPACES TO CO-MY-ID CO-MY-NAME CO-MY-DESC
       PERFORM LOAD-COMPANY-TABLES
       PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-MEMB-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(CO-MEMB-USER(CO-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               MOVE CO-MEMB-ID(CO-IDX) TO CO-MY-ID
               PERFORM VARYING CO-IDX2 FROM 1 BY 1
                       UNTIL CO-IDX2 > CO-COMP-COUNT
                   IF FUNCTION TRIM(CO-COMP-ID(CO-IDX2))
                      = FUNCTION TRIM(CO-MY-ID)
                       MOVE CO-COMP-NAME(CO-IDX2) TO CO-MY-NAME
                       MOVE CO-COMP-DESC(CO-IDX2) TO CO-MY-DESC
                       MOVE 'Y' TO CO-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EXIT PERFORM
           END-IF
       END-PERFORM
       EXIT.

*> Registers (or joins, when the name is already on file) a company
*> for the logged-in employer. Ends with CO-FOUND/CO-MY-* describing
*> the result, so POST-JOB can use it straight away.
REGISTER-COMPANY.
       MOVE SPACES TO W-USR-INPT
       PERFORM UNTIL FUNCTION TRIM(W-USR-INPT) NOT = SPACES
           MOVE "Enter your company name:" TO W-MSG PERFORM DISP-MSG
           PERFORM READ-INPUT-RAW
           MOVE FUNCTION TRIM(W-USR-INPT) TO W-TMP
           MOVE 0 TO JOB-PIPE-COUNT
           INSPECT W-TMP TALLYING JOB-PIPE-COUNT FOR ALL "|"
           IF JOB-PIPE-COUNT > 0
               MOVE "The '|' character is not allowed. Please try again." TO W-MSG
               PERFORM DISP-MSG
               MOVE SPACES TO W-USR-INPT
           ELSE
               IF FUNCTION TRIM(W-USR-INPT) = SPACES
                   MOVE "A company name is required. Please try again." TO W-MSG
                   PERFORM DISP-MSG
               END-IF
           END-IF
       END-PERFORM
       MOVE FUNCTION TRIM(W-USR-INPT) TO CO-NAME-INPUT

       PERFORM LOAD-COMPANY-TABLES

       *> The same employer showing up as "Acme", "ACME Inc" and
       *> "Acme, Inc." is the problem this registry exists to end -
       *> an existing name is joined, never duplicated.
       MOVE 'N' TO CO-FOUND
       PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COMP-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(CO-COMP-NAME(CO-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(CO-NAME-INPUT))
               MOVE CO-COMP-ID(CO-IDX)   TO CO-MY-ID
               MOVE CO-COMP-NAME(CO-IDX) TO CO-MY-NAME
               MOVE CO-COMP-DESC(CO-IDX) TO CO-MY-DESC
               MOVE 'Y' TO CO-FOUND
               EXIT PERFORM
           END-IF
       END-PERFORM

       IF CO-FOUND = 'N'
           MOVE "Enter a short company description:" TO W-PROMPT
           MOVE "A description is required. Re-enter:" TO W-RETRY
           PERFORM PROMPT-REQUIRED-FIELD
           MOVE W-OUTPUT TO CO-DESC-INPUT
           INSPECT CO-DESC-INPUT REPLACING ALL "|" BY " "

           MOVE CO-NEXT-ID TO CO-MY-ID
           MOVE CO-NAME-INPUT TO CO-MY-NAME
           MOVE CO-DESC-INPUT TO CO-MY-DESC
       END-IF

       OPEN EXTEND CO-FILE
       IF CO-STAT NOT = "00"
           MOVE "Unable to save the company registry. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           MOVE 'N' TO CO-FOUND
           EXIT PARAGRAPH
       END-IF
       IF CO-FOUND = 'N'
           MOVE SPACES TO CO-LINE
           STRING "COMPANY|"
                  FUNCTION TRIM(CO-MY-ID)   "|"
                  FUNCTION TRIM(CO-MY-NAME) "|"
                  FUNCTION TRIM(CO-MY-DESC)
               INTO CO-LINE
           END-STRING
           MOVE CO-LINE TO CO-REC
           WRITE CO-REC
       END-IF
       MOVE SPACES TO CO-LINE
       STRING "MEMBER|"
              FUNCTION TRIM(CO-MY-ID) "|"
              FUNCTION TRIM(W-USERNAME)
           INTO CO-LINE
       END-STRING
       MOVE CO-LINE TO CO-REC
       WRITE CO-REC
       CLOSE CO-FILE
       MOVE 'Y' TO CO-FOUND
       PERFORM WRITE-CHECKPOINT

       MOVE SPACES TO W-MSG
       STRING "Your account now posts as "
              FUNCTION TRIM(CO-MY-NAME) "."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> Employer menu entry: shows the account's registered company page,
*> or walks through registration when there is none yet.
MY-COMPANY-MENU.
       PERFORM MY-COMPANY-LOOKUP
       IF CO-FOUND = 'N'
           MOVE "No company is registered for this account yet." TO W-MSG
           PERFORM DISP-MSG
           PERFORM REGISTER-COMPANY
           EXIT PARAGRAPH
       END-IF
       MOVE CO-MY-NAME TO CO-PAGE-NAME
       PERFORM SHOW-COMPANY-PAGE
       EXIT.

*> Prints the company page for the employer name in CO-PAGE-NAME:
*> its registry description (when registered) and every OPEN posting
*> carrying that name whose audience takes the viewer in. Leaves
*> CUR-JOB clobbered by the scan - a caller that still needs its
*> posting must re-fetch.
SHOW-COMPANY-PAGE.
       PERFORM LOAD-COMPANY-TABLES

       MOVE SPACES TO W-MSG
       STRING "--- " FUNCTION TRIM(CO-PAGE-NAME) " ---" INTO W-MSG
       END-STRING
       PERFORM DISP-MSG

       MOVE 'N' TO CO-FOUND
       PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COMP-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(CO-COMP-NAME(CO-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(CO-PAGE-NAME))
               MOVE 'Y' TO CO-FOUND
               MOVE SPACES TO W-MSG
               STRING "About: " FUNCTION TRIM(CO-COMP-DESC(CO-IDX))
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF CO-FOUND = 'N'
           MOVE "(this employer has not registered a company page)" TO W-MSG
           PERFORM DISP-MSG
       END-IF

       MOVE "Open postings:" TO W-MSG PERFORM DISP-MSG
       MOVE 0 TO CO-PAGE-COUNT
       PERFORM AUD-PREP-VIEWER
       PERFORM JX-SCAN-START
       PERFORM UNTIL JX-EOF = 'Y'
           PERFORM JX-SCAN-NEXT
           MOVE 'N' TO AUD-ELIGIBLE
           IF JX-EOF NOT = 'Y'
              AND FUNCTION TRIM(CUR-JOB-STATUS) = "OPEN"
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-JOB-EMPLOYER))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(CO-PAGE-NAME))
               PERFORM AUD-CHECK-VIEWER
           END-IF
           IF AUD-ELIGIBLE = 'Y'
               ADD 1 TO CO-PAGE-COUNT
               MOVE FUNCTION NUMVAL(CUR-JOB-ID) TO JOB-NUM-TEXT
               MOVE SPACES TO W-MSG
               STRING "  " FUNCTION TRIM(JOB-NUM-TEXT) ". "
                      FUNCTION TRIM(CUR-JOB-TITLE)
                      " ("
                      FUNCTION TRIM(CUR-JOB-LOCATION)
                      ")"
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
           END-IF
       END-PERFORM
       PERFORM JX-SCAN-STOP
       IF CO-PAGE-COUNT = 0
           MOVE "  (none)" TO W-MSG PERFORM DISP-MSG
       END-IF
       MOVE "-------------------" TO W-MSG PERFORM DISP-MSG
       EXIT.

*> ---- Employer talent search ----
*> Employers pick a skill from the catalog (plus optional university
*> and major filters) and get the students who completed it, with
*> quiz score and endorsement count, and may message one directly -
*> the push counterpart to waiting for applications.
TALENT-SEARCH.
       PERFORM ENSURE-SKILL-CATALOG
       IF CAT-SKILL-COUNT = 0
           MOVE "No skills are on file to search against." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE "--- Search for Candidates ---" TO W-MSG PERFORM DISP-MSG
       MOVE "Choose the skill candidates must have completed:" TO W-MSG
       PERFORM DISP-MSG
       PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > CAT-SKILL-COUNT
           MOVE CAT-IDX TO CAT-NUM-TEXT
           MOVE SPACES TO W-MSG
           STRING FUNCTION TRIM(CAT-NUM-TEXT) ". "
                  FUNCTION TRIM(CAT-SKILL-NAME(CAT-IDX))
               INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
       END-PERFORM
       MOVE "Enter skill number, or 0 to go back:" TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT

       IF W-USR-INPT = "0"
           EXIT PARAGRAPH
       END-IF
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(W-USR-INPT) TO CAT-IDX
       IF CAT-IDX < 1 OR CAT-IDX > CAT-SKILL-COUNT
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE CAT-SKILL-ID(CAT-IDX)   TO TS-SKILL-ID
       MOVE CAT-SKILL-NAME(CAT-IDX) TO TS-SKILL-NAME

       MOVE "Filter by university (Enter for any):" TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT-RAW
       MOVE FUNCTION TRIM(W-USR-INPT) TO TS-UNIV-FILTER
       MOVE "Filter by major (Enter for any):" TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT-RAW
       MOVE FUNCTION TRIM(W-USR-INPT) TO TS-MAJOR-FILTER

       PERFORM COLLECT-TALENT-MATCHES

       IF TS-COUNT = 0
           MOVE "No candidates match that search." TO W-MSG PERFORM DISP-MSG
           MOVE "-----------------------------" TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO W-MSG
       STRING "Candidates who completed "
              FUNCTION TRIM(TS-SKILL-NAME) ":"
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       PERFORM VARYING TS-IDX FROM 1 BY 1 UNTIL TS-IDX > TS-COUNT
           MOVE TS-IDX TO TS-NUM-TEXT
           MOVE TS-ENDS(TS-IDX) TO END-COUNT-TEXT
           MOVE SPACES TO W-MSG
           STRING FUNCTION TRIM(TS-NUM-TEXT) ". "
                  FUNCTION TRIM(TS-NAME(TS-IDX))
                  " (" FUNCTION TRIM(TS-UNIV(TS-IDX))
                  ", " FUNCTION TRIM(TS-MAJOR(TS-IDX)) ")"
               INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
           MOVE SPACES TO W-MSG
           IF FUNCTION TRIM(TS-SCORE(TS-IDX)) NOT = SPACES
               STRING "   quiz " FUNCTION TRIM(TS-SCORE(TS-IDX))
                      ", " FUNCTION TRIM(END-COUNT-TEXT)
                      " endorsement(s)"
                   INTO W-MSG
               END-STRING
           ELSE
               STRING "   " FUNCTION TRIM(END-COUNT-TEXT)
                      " endorsement(s)"
                   INTO W-MSG
               END-STRING
           END-IF
           PERFORM DISP-MSG
       END-PERFORM

       MOVE "Enter candidate number to message, or 0 to go back:" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT = "0"
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-NUMERIC-INPUT
       IF NUM-INPUT-BAD
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(W-USR-INPT) TO TS-IDX
       IF TS-IDX < 1 OR TS-IDX > TS-COUNT
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE TS-NAME(TS-IDX) TO MSG-RECIPIENT
       PERFORM SEND-MESSAGE-TO-RECIPIENT
       EXIT.

*> One pass over the completed-skills store collecting TS-TABLE: the
*> students with TS-SKILL-ID on file whose profile passes the
*> university/major filters, with quiz score and endorsement count.
COLLECT-TALENT-MATCHES.
       MOVE 0 TO TS-COUNT
       PERFORM LOAD-BLK-TABLE
       MOVE W-USERNAME TO BLK-ARG-BY
       MOVE 'N' TO SKILL-EOF
       OPEN INPUT SKILL-FILE
       IF SKILL-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SKILL-EOF = 'Y'
           READ SKILL-FILE INTO SKILL-REC
               AT END
                   MOVE 'Y' TO SKILL-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(SKILL-REC) TO SKILL-LINE
                   IF SKILL-LINE NOT = SPACES
                       MOVE 1 TO SKILL-POINTER
                       MOVE SPACES TO SKILL-USER-FIELD SKILL-ID-FIELD
                       MOVE SPACES TO SKILL-SCORE-FIELD
                       UNSTRING SKILL-LINE DELIMITED BY "|"
                           INTO SKILL-USER-FIELD
                                SKILL-ID-FIELD
                                SKILL-SCORE-FIELD
                           WITH POINTER SKILL-POINTER
                       END-UNSTRING
                       IF FUNCTION TRIM(SKILL-ID-FIELD)
                          = FUNCTION TRIM(TS-SKILL-ID)
                          AND TS-COUNT < 50
                           PERFORM CHECK-TALENT-CANDIDATE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SKILL-FILE
       EXIT.

*> Loads SKILL-USER-FIELD's profile, applies the optional filters
*> (substring match, like FIND-NAME's searches), and keeps the row.
*> A completion with no profile on file has no university or major
*> to show or filter on, so it is skipped.
CHECK-TALENT-CANDIDATE.
       *> a block either way keeps the student out of this employer's
       *> results
       MOVE SKILL-USER-FIELD TO BLK-ARG-USER
       PERFORM BLK-CHECK-PAIR
       IF BLK-STATE NOT = 'N'
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO W-PROFILE-PATH
       STRING "bin/profiles/"
              FUNCTION LOWER-CASE(FUNCTION TRIM(SKILL-USER-FIELD))
              ".txt"
           INTO W-PROFILE-PATH
       END-STRING
       OPEN INPUT P-FILE
       IF P-STAT NOT = "00"
           CLOSE P-FILE
           EXIT PARAGRAPH
       END-IF
       PERFORM CLEAR-PROFILE-WS
       PERFORM PARSE-PROFILE-FILE
       CLOSE P-FILE

       MOVE 'Y' TO TS-MATCH-FLAG
       IF FUNCTION TRIM(TS-UNIV-FILTER) NOT = SPACES
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(UNIVERSITY)) TO W-HAYSTACK
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(TS-UNIV-FILTER)) TO W-NEEDLE
           PERFORM STRING-CONTAINS
           IF CONTAINS-NOT-FOUND
               MOVE 'N' TO TS-MATCH-FLAG
           END-IF
       END-IF
       IF FUNCTION TRIM(TS-MAJOR-FILTER) NOT = SPACES
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(MAJOR)) TO W-HAYSTACK
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(TS-MAJOR-FILTER)) TO W-NEEDLE
           PERFORM STRING-CONTAINS
           IF CONTAINS-NOT-FOUND
               MOVE 'N' TO TS-MATCH-FLAG
           END-IF
       END-IF
       IF TS-MATCH-FLAG = 'N'
           EXIT PARAGRAPH
       END-IF

       MOVE FUNCTION TRIM(SKILL-USER-FIELD) TO PROF-VIEW-OWNER
       PERFORM COUNT-ENDORSEMENTS

       ADD 1 TO TS-COUNT
       MOVE FUNCTION TRIM(SKILL-USER-FIELD) TO TS-NAME(TS-COUNT)
       MOVE UNIVERSITY        TO TS-UNIV(TS-COUNT)
       MOVE MAJOR             TO TS-MAJOR(TS-COUNT)
       MOVE SKILL-SCORE-FIELD TO TS-SCORE(TS-COUNT)
       MOVE END-COUNT         TO TS-ENDS(TS-COUNT)
       EXIT.

*> Prompts for a message body and appends it for MSG-RECIPIENT -
*> SEND-MESSAGE's tail, shared with flows that already know who the
*> recipient is.
SEND-MESSAGE-TO-RECIPIENT.
       MOVE MSG-RECIPIENT TO BLK-ARG-USER
       PERFORM BLK-REFUSE-CHECK
       IF BLK-STATE NOT = 'N'
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO W-USR-INPT
       PERFORM UNTIL FUNCTION TRIM(W-USR-INPT) NOT = SPACES
           MOVE "Enter your message (max 200 chars):" TO W-MSG PERFORM DISP-MSG
           PERFORM READ-INPUT-RAW
           MOVE FUNCTION TRIM(W-USR-INPT) TO W-TMP
           MOVE 0 TO JOB-PIPE-COUNT
           INSPECT W-TMP TALLYING JOB-PIPE-COUNT FOR ALL "|"
           IF JOB-PIPE-COUNT > 0
               MOVE "The '|' character is not allowed. Please try again." TO W-MSG
               PERFORM DISP-MSG
               MOVE SPACES TO W-USR-INPT
           ELSE
               IF FUNCTION TRIM(W-USR-INPT) = SPACES
                   MOVE "A message is required. Please try again." TO W-MSG PERFORM DISP-MSG
               END-IF
           END-IF
       END-PERFORM
       MOVE FUNCTION TRIM(W-USR-INPT) TO MSG-BODY

       PERFORM ENSURE-MSG-FILE
       OPEN EXTEND MSG-FILE
       IF MSG-STAT NOT = "00"
           MOVE "Unable to save your message. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO MSG-LINE
       STRING FUNCTION TRIM(MSG-RECIPIENT) DELIMITED BY SIZE
              "|"                          DELIMITED BY SIZE
              FUNCTION TRIM(W-USERNAME)    DELIMITED BY SIZE
              "|"                          DELIMITED BY SIZE
              "NEW"                        DELIMITED BY SIZE
              "|"                          DELIMITED BY SIZE
              FUNCTION TRIM(MSG-BODY)      DELIMITED BY SIZE
           INTO MSG-LINE
       END-STRING
       MOVE MSG-LINE TO MSG-REC
       WRITE MSG-REC
       CLOSE MSG-FILE
       ADD 1 TO STAT-MESSAGES-SENT
       PERFORM WRITE-CHECKPOINT

       MOVE SPACES TO W-MSG
       STRING "Message sent to " FUNCTION TRIM(MSG-RECIPIENT) "."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> ---- Student groups and their boards ----
*> Major- and club-based communities: create or join a group, and
*> post to its shared board. A post fans out to the whole roster as
*> notifications, the way DROP-NOTIFICATION already fans out state
*> changes elsewhere.
GROUPS-MENU.
       PERFORM ENSURE-GROUP-FILES
       IF GRP-STAT NOT = "00"
           MOVE "Unable to access groups right now. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE "--- Groups ---"        TO W-MSG PERFORM DISP-MSG
       MOVE "1. Create a Group"     TO W-MSG PERFORM DISP-MSG
       MOVE "2. Join a Group"       TO W-MSG PERFORM DISP-MSG
       MOVE "3. Leave a Group"      TO W-MSG PERFORM DISP-MSG
       MOVE "4. Group Boards"       TO W-MSG PERFORM DISP-MSG
       MOVE "5. Back to Main Menu"  TO W-MSG PERFORM DISP-MSG
       MOVE "Enter your choice:"    TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT

       EVALUATE W-USR-INPT
           WHEN "1"
               PERFORM CREATE-GROUP
               PERFORM GROUPS-MENU
           WHEN "2"
               PERFORM JOIN-GROUP
               PERFORM GROUPS-MENU
           WHEN "3"
               PERFORM LEAVE-GROUP
               PERFORM GROUPS-MENU
           WHEN "4"
               PERFORM GROUP-BOARDS
               PERFORM GROUPS-MENU
           WHEN "5"
               EXIT PARAGRAPH
           WHEN OTHER
               MOVE "Invalid selection. Please try again." TO W-MSG PERFORM DISP-MSG
               PERFORM GROUPS-MENU
       END-EVALUATE
       EXIT.

ENSURE-GROUP-FILES.
       OPEN INPUT GRP-FILE
       IF GRP-STAT = "00"
           CLOSE GRP-FILE
       ELSE
           IF GRP-STAT = "35"
               OPEN OUTPUT GRP-FILE
               IF GRP-STAT = "00"
                   CLOSE GRP-FILE
               END-IF
           END-IF
       END-IF
       OPEN INPUT GRPM-FILE
       IF GRPM-STAT = "00"
           CLOSE GRPM-FILE
       ELSE
           IF GRPM-STAT = "35"
               OPEN OUTPUT GRPM-FILE
               IF GRPM-STAT = "00"
                   CLOSE GRPM-FILE
               END-IF
           END-IF
       END-IF
       OPEN INPUT GRPP-FILE
       IF GRPP-STAT = "00"
           CLOSE GRPP-FILE
       ELSE
           IF GRPP-STAT = "35"
               OPEN OUTPUT GRPP-FILE
               IF GRPP-STAT = "00"
                   CLOSE GRPP-FILE
               END-IF
           END-IF
       END-IF
       EXIT.

*> Loads the group list and its member roster, and works out the
*> next group id.
LOAD-GROUP-TABLES.
       MOVE 0 TO GRP-COUNT GRP-MEMB-COUNT
       MOVE 0 TO GRP-NEXT-ID
       MOVE 'N' TO GRP-EOF
       OPEN INPUT GRP-FILE
       IF GRP-STAT = "00"
           PERFORM UNTIL GRP-EOF = 'Y'
               READ GRP-FILE INTO GRP-REC
                   AT END
                       MOVE 'Y' TO GRP-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(GRP-REC) TO GRP-LINE
                       IF GRP-LINE NOT = SPACES AND GRP-COUNT < 50
                           ADD 1 TO GRP-COUNT
                           MOVE 1 TO GRP-POINTER
                           MOVE SPACES TO GRP-ENTRY(GRP-COUNT)
                           UNSTRING GRP-LINE DELIMITED BY "|"
                               INTO GRP-ID(GRP-COUNT)
                                    GRP-NAME(GRP-COUNT)
                                    GRP-DESC(GRP-COUNT)
                                    GRP-OWNER(GRP-COUNT)
                               WITH POINTER GRP-POINTER
                           END-UNSTRING
                           IF GRP-ID(GRP-COUNT) IS NUMERIC
                              AND FUNCTION NUMVAL(GRP-ID(GRP-COUNT)) > GRP-NEXT-ID
                               MOVE FUNCTION NUMVAL(GRP-ID(GRP-COUNT)) TO GRP-NEXT-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRP-FILE
       END-IF
       ADD 1 TO GRP-NEXT-ID

       MOVE 'N' TO GRP-EOF
       OPEN INPUT GRPM-FILE
       IF GRPM-STAT = "00"
           PERFORM UNTIL GRP-EOF = 'Y'
               READ GRPM-FILE INTO GRPM-REC
                   AT END
                       MOVE 'Y' TO GRP-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(GRPM-REC) TO GRP-LINE
                       IF GRP-LINE NOT = SPACES AND GRP-MEMB-COUNT < 300
                           ADD 1 TO GRP-MEMB-COUNT
                           MOVE 1 TO GRP-POINTER
                           MOVE SPACES TO GRP-MEMB-ENTRY(GRP-MEMB-COUNT)
                           UNSTRING GRP-LINE DELIMITED BY "|"
                               INTO GRP-MEMB-ID(GRP-MEMB-COUNT)
                                    GRP-MEMB-USER(GRP-MEMB-COUNT)
                               WITH POINTER GRP-POINTER
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRPM-FILE
       END-IF
       EXIT.

*> Is the current user on GRP-ENTRY(GRP-IDX)'s roster?
CHECK-GROUP-MEMBERSHIP.
       MOVE 'N' TO GRP-MEMBER-FLAG
       PERFORM VARYING GRP-IDX2 FROM 1 BY 1 UNTIL GRP-IDX2 > GRP-MEMB-COUNT
           IF FUNCTION TRIM(GRP-MEMB-ID(GRP-IDX2))
              = FUNCTION TRIM(GRP-ID(GRP-IDX))
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(GRP-MEMB-USER(GRP-IDX2)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               MOVE 'Y' TO GRP-MEMBER-FLAG
               EXIT PERFORM
           END-IF
       END-PERFORM
       EXIT.

*> Numbered pick over the groups the current user is in
*> (GRP-MY-FLAG = 'Y') or could join ('N'). GRP-SEL-ID comes back as
*> spaces on cancel, bad input, or an empty list.
PICK-GROUP.
       MOVE SPACES TO GRP-SEL-ID GRP-SEL-NAME
       MOVE 0 TO GRP-PICK-COUNT
       PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > GRP-COUNT
           IF GRP-ID(GRP-IDX) NOT = SPACES
               PERFORM CHECK-GROUP-MEMBERSHIP
               IF GRP-MEMBER-FLAG = GRP-MY-FLAG AND GRP-PICK-COUNT < 50
                   ADD 1 TO GRP-PICK-COUNT
                   MOVE GRP-IDX TO GRP-PICK-SUB(GRP-PICK-COUNT)
                   MOVE GRP-PICK-COUNT TO GRP-NUM-TEXT
                   MOVE SPACES TO W-MSG
                   STRING FUNCTION TRIM(GRP-NUM-TEXT) ". "
                          FUNCTION TRIM(GRP-NAME(GRP-IDX))
                          " - "
                          FUNCTION TRIM(GRP-DESC(GRP-IDX))
                       INTO W-MSG
                   END-STRING
                   PERFORM DISP-MSG
               END-IF
           END-IF
       END-PERFORM

       IF GRP-PICK-COUNT = 0
           EXIT PARAGRAPH
       END-IF

       MOVE "Enter group number, or 0 to cancel:" TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT = "0"
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-NUMERIC-INPUT
       IF NUM-INPUT-BAD
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(W-USR-INPT) TO GRP-PICK-IDX
       IF GRP-PICK-IDX < 1 OR GRP-PICK-IDX > GRP-PICK-COUNT
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE GRP-PICK-SUB(GRP-PICK-IDX) TO GRP-IDX
       MOVE GRP-ID(GRP-IDX)   TO GRP-SEL-ID
       MOVE GRP-NAME(GRP-IDX) TO GRP-SEL-NAME
       EXIT.

CREATE-GROUP.
       MOVE SPACES TO W-USR-INPT
       PERFORM UNTIL FUNCTION TRIM(W-USR-INPT) NOT = SPACES
           MOVE "Enter a group name:" TO W-MSG PERFORM DISP-MSG
           PERFORM READ-INPUT-RAW
           MOVE FUNCTION TRIM(W-USR-INPT) TO W-TMP
           MOVE 0 TO JOB-PIPE-COUNT
           INSPECT W-TMP TALLYING JOB-PIPE-COUNT FOR ALL "|"
           IF JOB-PIPE-COUNT > 0
               MOVE "The '|' character is not allowed. Please try again." TO W-MSG
               PERFORM DISP-MSG
               MOVE SPACES TO W-USR-INPT
           ELSE
               IF FUNCTION TRIM(W-USR-INPT) = SPACES
                   MOVE "A group name is required. Please try again." TO W-MSG
                   PERFORM DISP-MSG
               END-IF
           END-IF
       END-PERFORM
       MOVE FUNCTION TRIM(W-USR-INPT) TO GRP-SEL-NAME

       PERFORM LOAD-GROUP-TABLES
       PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > GRP-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(GRP-NAME(GRP-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(GRP-SEL-NAME))
               MOVE "A group with that name already exists - join it instead." TO W-MSG
               PERFORM DISP-MSG
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       IF GRP-COUNT >= 50
           MOVE "Unable to create more groups right now." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE "Enter a short group description:" TO W-PROMPT
       MOVE "A description is required. Re-enter:" TO W-RETRY
       PERFORM PROMPT-REQUIRED-FIELD
       INSPECT W-OUTPUT REPLACING ALL "|" BY " "

       OPEN EXTEND GRP-FILE
       IF GRP-STAT NOT = "00"
           MOVE "Unable to save the group. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE GRP-NEXT-ID TO GRP-SEL-ID
       MOVE SPACES TO GRP-LINE
       STRING FUNCTION TRIM(GRP-SEL-ID)   "|"
              FUNCTION TRIM(GRP-SEL-NAME) "|"
              FUNCTION TRIM(W-OUTPUT)     "|"
              FUNCTION TRIM(W-USERNAME)
           INTO GRP-LINE
       END-STRING
       MOVE GRP-LINE TO GRP-REC
       WRITE GRP-REC
       CLOSE GRP-FILE

       *> the creator joins their own group straight away
       PERFORM APPEND-GROUP-MEMBER
       PERFORM WRITE-CHECKPOINT

       MOVE SPACES TO W-MSG
       STRING "Group " FUNCTION TRIM(GRP-SEL-NAME) " created."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> Appends the current user to GRP-SEL-ID's roster.
APPEND-GROUP-MEMBER.
       OPEN EXTEND GRPM-FILE
       IF GRPM-STAT NOT = "00"
           MOVE "Unable to update the group roster. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO GRP-LINE
       STRING FUNCTION TRIM(GRP-SEL-ID) "|"
              FUNCTION TRIM(W-USERNAME)
           INTO GRP-LINE
       END-STRING
       MOVE GRP-LINE TO GRPM-REC
       WRITE GRPM-REC
       CLOSE GRPM-FILE
       EXIT.

JOIN-GROUP.
       PERFORM LOAD-GROUP-TABLES
       MOVE "--- Groups You Can Join ---" TO W-MSG PERFORM DISP-MSG
       MOVE 'N' TO GRP-MY-FLAG
       PERFORM PICK-GROUP
       IF GRP-PICK-COUNT = 0
           MOVE "There are no groups you can join right now." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       IF GRP-SEL-ID = SPACES
           EXIT PARAGRAPH
       END-IF
       PERFORM APPEND-GROUP-MEMBER
       PERFORM WRITE-CHECKPOINT
       MOVE SPACES TO W-MSG
       STRING "You joined " FUNCTION TRIM(GRP-SEL-NAME) "."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

LEAVE-GROUP.
       PERFORM LOAD-GROUP-TABLES
       MOVE "--- Your Groups ---" TO W-MSG PERFORM DISP-MSG
       MOVE 'Y' TO GRP-MY-FLAG
       PERFORM PICK-GROUP
       IF GRP-PICK-COUNT = 0
           MOVE "You are not in any groups." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       IF GRP-SEL-ID = SPACES
           EXIT PARAGRAPH
       END-IF

       MOVE 'N' TO GRPM-REMOVED-ANY
       PERFORM VARYING GRP-IDX2 FROM 1 BY 1 UNTIL GRP-IDX2 > GRP-MEMB-COUNT
           IF FUNCTION TRIM(GRP-MEMB-ID(GRP-IDX2))
              = FUNCTION TRIM(GRP-SEL-ID)
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(GRP-MEMB-USER(GRP-IDX2)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               MOVE SPACES TO GRP-MEMB-ID(GRP-IDX2)
               MOVE SPACES TO GRP-MEMB-USER(GRP-IDX2)
               MOVE 'Y' TO GRPM-REMOVED-ANY
           END-IF
       END-PERFORM
       IF GRPM-REMOVED-ANY = 'Y'
           PERFORM REWRITE-GRPM-FILE
           PERFORM WRITE-CHECKPOINT
       END-IF
       MOVE SPACES TO W-MSG
       STRING "You left " FUNCTION TRIM(GRP-SEL-NAME) "."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> Dumps the in-memory roster back over the file, skipping blanked
*> rows (the whole-table-rewrite pattern).
REWRITE-GRPM-FILE.
       OPEN OUTPUT GRPM-FILE
       IF GRPM-STAT NOT = "00"
           MOVE "Unable to update the group roster. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING GRP-IDX2 FROM 1 BY 1 UNTIL GRP-IDX2 > GRP-MEMB-COUNT
           IF GRP-MEMB-ID(GRP-IDX2) = SPACES
               EXIT PERFORM CYCLE
           END-IF
           MOVE SPACES TO GRP-LINE
           STRING FUNCTION TRIM(GRP-MEMB-ID(GRP-IDX2)) "|"
                  FUNCTION TRIM(GRP-MEMB-USER(GRP-IDX2))
               INTO GRP-LINE
           END-STRING
           MOVE GRP-LINE TO GRPM-REC
           WRITE GRPM-REC
       END-PERFORM
       CLOSE GRPM-FILE
       EXIT.

*> Board reader/poster for one of the user's groups.
GROUP-BOARDS.
       PERFORM LOAD-GROUP-TABLES
       MOVE "--- Your Groups ---" TO W-MSG PERFORM DISP-MSG
       MOVE 'Y' TO GRP-MY-FLAG
       PERFORM PICK-GROUP
       IF GRP-PICK-COUNT = 0
           MOVE "You are not in any groups - join one first." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       IF GRP-SEL-ID = SPACES
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO W-MSG
       STRING "--- " FUNCTION TRIM(GRP-SEL-NAME) " board ---"
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG

       MOVE 0 TO GRP-SHOWN
       MOVE 'N' TO GRP-EOF
       OPEN INPUT GRPP-FILE
       IF GRPP-STAT = "00"
           PERFORM UNTIL GRP-EOF = 'Y'
               READ GRPP-FILE INTO GRPP-REC
                   AT END
                       MOVE 'Y' TO GRP-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(GRPP-REC) TO GRP-LINE
                       IF GRP-LINE NOT = SPACES
                           MOVE 1 TO GRP-POINTER
                           MOVE SPACES TO GRP-SEL-ID-CHECK GRP-POST-AUTHOR
                           MOVE SPACES TO GRP-POST-DATE GRP-POST-TEXT
                           UNSTRING GRP-LINE DELIMITED BY "|"
                               INTO GRP-SEL-ID-CHECK
                                    GRP-POST-AUTHOR
                                    GRP-POST-DATE
                                    GRP-POST-TEXT
                               WITH POINTER GRP-POINTER
                           END-UNSTRING
                           IF FUNCTION TRIM(GRP-SEL-ID-CHECK)
                              = FUNCTION TRIM(GRP-SEL-ID)
                               ADD 1 TO GRP-SHOWN
                               MOVE GRP-POST-DATE TO W-DATE-RAW
                               PERFORM FORMAT-DATE-DISPLAY
                               MOVE GRP-SHOWN TO GRP-NUM-TEXT
                               MOVE SPACES TO W-MSG
                               STRING FUNCTION TRIM(GRP-NUM-TEXT) ". "
                                      FUNCTION TRIM(GRP-POST-AUTHOR)
                                      " (" FUNCTION TRIM(W-DATE-DISPLAY) "): "
                                      FUNCTION TRIM(GRP-POST-TEXT)
                                   INTO W-MSG
                               END-STRING
                               PERFORM DISP-MSG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRPP-FILE
       END-IF
       IF GRP-SHOWN = 0
           MOVE "(no posts yet)" TO W-MSG PERFORM DISP-MSG
       END-IF
       MOVE "-------------------" TO W-MSG PERFORM DISP-MSG

       IF GRP-SHOWN = 0
           MOVE "Post to this board? (yes/no):" TO W-MSG
       ELSE
           MOVE "Post to this board? (yes/no, or R to report a post):" TO W-MSG
       END-IF
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       EVALUATE TRUE
           WHEN W-USR-INPT = "1" OR W-USR-INPT = "yes"
               PERFORM POST-TO-GROUP-BOARD
           WHEN W-USR-INPT = "r" AND GRP-SHOWN > 0
               PERFORM REPORT-GROUP-POST
       END-EVALUATE
       EXIT.

*> Picks one of the GRP-SHOWN posts just listed for GRP-SEL-ID and
*> files it as a report; the post is found again by its position.
REPORT-GROUP-POST.
       MOVE "Enter the post number to report, or 0 to go back:" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT = "0"
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-NUMERIC-INPUT
       IF NUM-INPUT-BAD
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(W-USR-INPT) TO MOD-PICK
       IF MOD-PICK < 1 OR MOD-PICK > GRP-SHOWN
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO MOD-SHOWN
       MOVE SPACES TO MOD-NEW-KEY
       MOVE 'N' TO GRP-EOF
       OPEN INPUT GRPP-FILE
       IF GRPP-STAT NOT = "00"
           MOVE "Unable to read the board right now. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL GRP-EOF = 'Y'
           READ GRPP-FILE INTO GRPP-REC
               AT END
                   MOVE 'Y' TO GRP-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(GRPP-REC) TO GRP-LINE
                   IF GRP-LINE NOT = SPACES
                       MOVE 1 TO GRP-POINTER
                       MOVE SPACES TO GRP-SEL-ID-CHECK GRP-POST-AUTHOR
                       MOVE SPACES TO GRP-POST-DATE GRP-POST-TEXT
                       UNSTRING GRP-LINE DELIMITED BY "|"
                           INTO GRP-SEL-ID-CHECK
                                GRP-POST-AUTHOR
                                GRP-POST-DATE
                                GRP-POST-TEXT
                           WITH POINTER GRP-POINTER
                       END-UNSTRING
                       IF FUNCTION TRIM(GRP-SEL-ID-CHECK)
                          = FUNCTION TRIM(GRP-SEL-ID)
                           ADD 1 TO MOD-SHOWN
                           IF MOD-SHOWN = MOD-PICK
                               STRING FUNCTION TRIM(GRP-SEL-ID) ":"
                                      FUNCTION TRIM(GRP-POST-AUTHOR) ":"
                                      FUNCTION TRIM(GRP-POST-DATE) ":"
                                      FUNCTION TRIM(GRP-POST-TEXT)
                                   INTO MOD-NEW-KEY
                               END-STRING
                               MOVE GRP-POST-AUTHOR TO MOD-NEW-AUTHOR
                               MOVE 'Y' TO GRP-EOF
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GRPP-FILE
       IF MOD-NEW-KEY = SPACES
           MOVE "That post is no longer on the board." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE "POST" TO MOD-NEW-TYPE
       PERFORM FILE-ABUSE-REPORT
       EXIT.

*> Appends one post for GRP-SEL-ID and fans it out to the roster -
*> everyone but the author hears about it at their next login.
POST-TO-GROUP-BOARD.
       MOVE SPACES TO W-USR-INPT
       PERFORM UNTIL FUNCTION TRIM(W-USR-INPT) NOT = SPACES
           MOVE "Enter your post (max 200 chars):" TO W-MSG PERFORM DISP-MSG
           PERFORM READ-INPUT-RAW
           MOVE FUNCTION TRIM(W-USR-INPT) TO W-TMP
           MOVE 0 TO JOB-PIPE-COUNT
           INSPECT W-TMP TALLYING JOB-PIPE-COUNT FOR ALL "|"
           IF JOB-PIPE-COUNT > 0
               MOVE "The '|' character is not allowed. Please try again." TO W-MSG
               PERFORM DISP-MSG
               MOVE SPACES TO W-USR-INPT
           ELSE
               IF FUNCTION TRIM(W-USR-INPT) = SPACES
                   MOVE "A post is required. Please try again." TO W-MSG PERFORM DISP-MSG
               END-IF
           END-IF
       END-PERFORM
       MOVE FUNCTION TRIM(W-USR-INPT) TO GRP-POST-TEXT

       OPEN EXTEND GRPP-FILE
       IF GRPP-STAT NOT = "00"
           MOVE "Unable to save your post. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO GRP-LINE
       STRING FUNCTION TRIM(GRP-SEL-ID)  "|"
              FUNCTION TRIM(W-USERNAME)  "|"
              W-TODAY-DATE               "|"
              FUNCTION TRIM(GRP-POST-TEXT)
           INTO GRP-LINE
       END-STRING
       MOVE GRP-LINE TO GRPP-REC
       WRITE GRPP-REC
       CLOSE GRPP-FILE
       PERFORM WRITE-CHECKPOINT

       *> members blocked by or blocking the poster are left out of the
       *> fan-out
       PERFORM LOAD-BLK-TABLE
       MOVE W-USERNAME TO BLK-ARG-BY
       PERFORM VARYING GRP-IDX2 FROM 1 BY 1 UNTIL GRP-IDX2 > GRP-MEMB-COUNT
           MOVE GRP-MEMB-USER(GRP-IDX2) TO BLK-ARG-USER
           PERFORM BLK-CHECK-PAIR
           IF FUNCTION TRIM(GRP-MEMB-ID(GRP-IDX2))
              = FUNCTION TRIM(GRP-SEL-ID)
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(GRP-MEMB-USER(GRP-IDX2)))
              NOT = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
              AND BLK-STATE = 'N'
               MOVE FUNCTION TRIM(GRP-MEMB-USER(GRP-IDX2)) TO NOTIF-USER
               MOVE SPACES TO NOTIF-TEXT
               STRING FUNCTION TRIM(W-USERNAME)
                      " posted in "
                      FUNCTION TRIM(GRP-SEL-NAME)
                      ": "
                      FUNCTION TRIM(GRP-POST-TEXT)
                   INTO NOTIF-TEXT
               END-STRING
               PERFORM DROP-NOTIFICATION
           END-IF
       END-PERFORM

       MOVE "Posted to the group board." TO W-MSG PERFORM DISP-MSG
       EXIT.

*> ---- Career events and RSVPs ----
ENSURE-EVENT-FILES.
       OPEN INPUT EV-FILE
       IF EV-STAT = "00"
           CLOSE EV-FILE
       ELSE
           IF EV-STAT = "35"
               OPEN OUTPUT EV-FILE
               IF EV-STAT = "00"
                   CLOSE EV-FILE
               END-IF
           END-IF
       END-IF
       OPEN INPUT EVR-FILE
       IF EVR-STAT = "00"
           CLOSE EVR-FILE
       ELSE
           IF EVR-STAT = "35"
               OPEN OUTPUT EVR-FILE
               IF EVR-STAT = "00"
                   CLOSE EVR-FILE
               END-IF
           END-IF
       END-IF
       EXIT.

*> Loads the event store and the RSVP store whole, and works out the
*> next event id.
LOAD-EVENT-TABLES.
       PERFORM ENSURE-EVENT-FILES
       MOVE 0 TO EV-COUNT EVR-COUNT
       MOVE 0 TO EV-NEXT-ID
       MOVE 'N' TO EV-OVERFLOW EVR-OVERFLOW
       MOVE 'N' TO EV-EOF
       OPEN INPUT EV-FILE
       IF EV-STAT = "00"
           PERFORM UNTIL EV-EOF = 'Y'
               READ EV-FILE INTO EV-REC
                   AT END
                       MOVE 'Y' TO EV-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(EV-REC) TO EV-LINE
                       IF EV-LINE NOT = SPACES AND EV-COUNT = MAX-EV-ENTRIES
                           MOVE 'Y' TO EV-OVERFLOW
                       END-IF
                       IF EV-LINE NOT = SPACES AND EV-COUNT < MAX-EV-ENTRIES
                           ADD 1 TO EV-COUNT
                           MOVE 1 TO EV-POINTER
                           MOVE SPACES TO EV-ENTRY(EV-COUNT)
                           UNSTRING EV-LINE DELIMITED BY "|"
                               INTO EV-ID(EV-COUNT)
                                    EV-TITLE(EV-COUNT)
                                    EV-DATE(EV-COUNT)
                                    EV-LOC(EV-COUNT)
                                    EV-HOST(EV-COUNT)
                                    EV-DESC(EV-COUNT)
                                    EV-POSTER(EV-COUNT)
                                    EV-STATUS(EV-COUNT)
                               WITH POINTER EV-POINTER
                           END-UNSTRING
                           IF FUNCTION TRIM(EV-STATUS(EV-COUNT)) = SPACES
                               MOVE "OPEN" TO EV-STATUS(EV-COUNT)
                           END-IF
                           IF EV-ID(EV-COUNT) IS NUMERIC
                              AND FUNCTION NUMVAL(EV-ID(EV-COUNT)) > EV-NEXT-ID
                               MOVE FUNCTION NUMVAL(EV-ID(EV-COUNT)) TO EV-NEXT-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EV-FILE
       END-IF
       ADD 1 TO EV-NEXT-ID

       MOVE 'N' TO EV-EOF
       OPEN INPUT EVR-FILE
       IF EVR-STAT = "00"
           PERFORM UNTIL EV-EOF = 'Y'
               READ EVR-FILE INTO EVR-REC
                   AT END
                       MOVE 'Y' TO EV-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(EVR-REC) TO EV-LINE
                       IF EV-LINE NOT = SPACES AND EVR-COUNT = MAX-EVR-ENTRIES
                           MOVE 'Y' TO EVR-OVERFLOW
                       END-IF
                       IF EV-LINE NOT = SPACES AND EVR-COUNT < MAX-EVR-ENTRIES
                           ADD 1 TO EVR-COUNT
                           MOVE 1 TO EV-POINTER
                           MOVE SPACES TO EVR-ENTRY(EVR-COUNT)
                           UNSTRING EV-LINE DELIMITED BY "|"
                               INTO EVR-EVENT(EVR-COUNT)
                                    EVR-USER(EVR-COUNT)
                                    EVR-REMINDED(EVR-COUNT)
                               WITH POINTER EV-POINTER
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVR-FILE
       END-IF
       EXIT.

*> Dumps EV-TABLE back over the event store, skipping blanked rows.
REWRITE-EV-FILE.
       OPEN OUTPUT EV-FILE
       IF EV-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING EV-IDX2 FROM 1 BY 1 UNTIL EV-IDX2 > EV-COUNT
           IF EV-ID(EV-IDX2) = SPACES
               EXIT PERFORM CYCLE
           END-IF
           MOVE SPACES TO EV-LINE
           STRING FUNCTION TRIM(EV-ID(EV-IDX2))     "|"
                  FUNCTION TRIM(EV-TITLE(EV-IDX2))  "|"
                  FUNCTION TRIM(EV-DATE(EV-IDX2))   "|"
                  FUNCTION TRIM(EV-LOC(EV-IDX2))    "|"
                  FUNCTION TRIM(EV-HOST(EV-IDX2))   "|"
                  FUNCTION TRIM(EV-DESC(EV-IDX2))   "|"
                  FUNCTION TRIM(EV-POSTER(EV-IDX2)) "|"
                  FUNCTION TRIM(EV-STATUS(EV-IDX2))
               INTO EV-LINE
           END-STRING
           MOVE EV-LINE TO EV-REC
           WRITE EV-REC
       END-PERFORM
       CLOSE EV-FILE
       EXIT.

*> Dumps EVR-TABLE back over the RSVP store.
REWRITE-EVR-FILE.
       OPEN OUTPUT EVR-FILE
       IF EVR-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING EV-IDX2 FROM 1 BY 1 UNTIL EV-IDX2 > EVR-COUNT
           IF EVR-EVENT(EV-IDX2) = SPACES
               EXIT PERFORM CYCLE
           END-IF
           MOVE SPACES TO EV-LINE
           STRING FUNCTION TRIM(EVR-EVENT(EV-IDX2)) "|"
                  FUNCTION TRIM(EVR-USER(EV-IDX2))  "|"
                  FUNCTION TRIM(EVR-REMINDED(EV-IDX2))
               INTO EV-LINE
           END-STRING
           MOVE EV-LINE TO EVR-REC
           WRITE EVR-REC
       END-PERFORM
       CLOSE EVR-FILE
       EXIT.

*> Run-start sweep twin of EXPIRE-STALE-JOBS: an OPEN event dated
*> before today is flipped to PAST so it drops out of the browse
*> list. Events stay OPEN on their own day - the login reminder is
*> for that morning.
EXPIRE-PAST-EVENTS.
       PERFORM LOAD-EVENT-TABLES
       IF EV-COUNT = 0 OR EV-OVERFLOW = 'Y'
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO EV-CHANGED
       PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > EV-COUNT
           IF FUNCTION TRIM(EV-STATUS(EV-IDX)) = "OPEN"
              AND EV-DATE(EV-IDX) IS NUMERIC
              AND EV-DATE(EV-IDX) < W-TODAY-DATE
               MOVE "PAST" TO EV-STATUS(EV-IDX)
               MOVE 'Y' TO EV-CHANGED
           END-IF
       END-PERFORM
       IF EV-CHANGED = 'Y'
           PERFORM REWRITE-EV-FILE
       END-IF
       EXIT.

*> Poster menu shared by employers and the operator console.
EVENTS-ADMIN-MENU.
       MOVE "--- Career Events ---"  TO W-MSG PERFORM DISP-MSG
       MOVE "1. Post an Event"       TO W-MSG PERFORM DISP-MSG
       MOVE "2. My Events"           TO W-MSG PERFORM DISP-MSG
       MOVE "3. Back"                TO W-MSG PERFORM DISP-MSG
       MOVE "Enter your choice:"     TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT

       EVALUATE W-USR-INPT
           WHEN "1"
               PERFORM POST-EVENT
               PERFORM EVENTS-ADMIN-MENU
           WHEN "2"
               PERFORM LIST-MY-EVENTS
               PERFORM EVENTS-ADMIN-MENU
           WHEN "3"
               EXIT PARAGRAPH
           WHEN OTHER
               MOVE "Invalid selection. Please try again." TO W-MSG PERFORM DISP-MSG
               PERFORM EVENTS-ADMIN-MENU
       END-EVALUATE
       EXIT.

POST-EVENT.
       PERFORM LOAD-EVENT-TABLES
       IF EV-COUNT >= MAX-EV-ENTRIES
           MOVE "Unable to post more events right now." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE "Enter the event title:" TO W-PROMPT
       MOVE "A title is required. Re-enter:" TO W-RETRY
       PERFORM PROMPT-REQUIRED-FIELD
       INSPECT W-OUTPUT REPLACING ALL "|" BY " "
       ADD 1 TO EV-COUNT
       MOVE SPACES TO EV-ENTRY(EV-COUNT)
       MOVE EV-NEXT-ID TO EV-ID(EV-COUNT)
       MOVE W-OUTPUT TO EV-TITLE(EV-COUNT)

       MOVE SPACES TO EV-DATE-INPUT
       PERFORM UNTIL EV-DATE-INPUT(1:8) IS NUMERIC
                     AND FUNCTION LENGTH(FUNCTION TRIM(EV-DATE-INPUT)) = 8
           MOVE "Enter the event date (YYYYMMDD):" TO W-MSG PERFORM DISP-MSG
           PERFORM READ-INPUT-RAW
           MOVE FUNCTION TRIM(W-USR-INPT) TO EV-DATE-INPUT
           IF EV-DATE-INPUT(1:8) IS NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(EV-DATE-INPUT)) NOT = 8
               MOVE "Invalid date. Enter 8 digits (e.g., 20260915)." TO W-MSG
               PERFORM DISP-MSG
           END-IF
       END-PERFORM
       MOVE EV-DATE-INPUT(1:8) TO EV-DATE(EV-COUNT)

       MOVE "Enter the event location:" TO W-PROMPT
       MOVE "A location is required. Re-enter:" TO W-RETRY
       PERFORM PROMPT-REQUIRED-FIELD
       INSPECT W-OUTPUT REPLACING ALL "|" BY " "
       MOVE W-OUTPUT TO EV-LOC(EV-COUNT)

       MOVE "Enter the event host:" TO W-PROMPT
       MOVE "A host is required. Re-enter:" TO W-RETRY
       PERFORM PROMPT-REQUIRED-FIELD
       INSPECT W-OUTPUT REPLACING ALL "|" BY " "
       MOVE W-OUTPUT TO EV-HOST(EV-COUNT)

       MOVE "Enter a short description:" TO W-PROMPT
       MOVE "A description is required. Re-enter:" TO W-RETRY
       PERFORM PROMPT-REQUIRED-FIELD
       INSPECT W-OUTPUT REPLACING ALL "|" BY " "
       MOVE W-OUTPUT TO EV-DESC(EV-COUNT)

       MOVE FUNCTION TRIM(W-USERNAME) TO EV-POSTER(EV-COUNT)
       MOVE "OPEN" TO EV-STATUS(EV-COUNT)

       OPEN EXTEND EV-FILE
       IF EV-STAT NOT = "00"
           MOVE "Unable to save the event. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO EV-LINE
       STRING FUNCTION TRIM(EV-ID(EV-COUNT))     "|"
              FUNCTION TRIM(EV-TITLE(EV-COUNT))  "|"
              FUNCTION TRIM(EV-DATE(EV-COUNT))   "|"
              FUNCTION TRIM(EV-LOC(EV-COUNT))    "|"
              FUNCTION TRIM(EV-HOST(EV-COUNT))   "|"
              FUNCTION TRIM(EV-DESC(EV-COUNT))   "|"
              FUNCTION TRIM(EV-POSTER(EV-COUNT)) "|"
              FUNCTION TRIM(EV-STATUS(EV-COUNT))
           INTO EV-LINE
       END-STRING
       MOVE EV-LINE TO EV-REC
       WRITE EV-REC
       CLOSE EV-FILE
       PERFORM WRITE-CHECKPOINT

       MOVE "Event posted." TO W-MSG PERFORM DISP-MSG
       EXIT.

*> The poster's own events with their RSVP headcounts.
LIST-MY-EVENTS.
       PERFORM LOAD-EVENT-TABLES
       MOVE "--- Your Events ---" TO W-MSG PERFORM DISP-MSG
       MOVE 0 TO EV-SHOWN
       PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > EV-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(EV-POSTER(EV-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               ADD 1 TO EV-SHOWN
               MOVE 0 TO EV-RSVP-TOTAL
               PERFORM VARYING EV-IDX2 FROM 1 BY 1 UNTIL EV-IDX2 > EVR-COUNT
                   IF FUNCTION TRIM(EVR-EVENT(EV-IDX2))
                      = FUNCTION TRIM(EV-ID(EV-IDX))
                       ADD 1 TO EV-RSVP-TOTAL
                   END-IF
               END-PERFORM
               MOVE EV-DATE(EV-IDX) TO W-DATE-RAW
               PERFORM FORMAT-DATE-DISPLAY
               MOVE EV-RSVP-TOTAL TO EV-NUM-TEXT
               MOVE SPACES TO W-MSG
               STRING FUNCTION TRIM(EV-TITLE(EV-IDX))
                      " on " FUNCTION TRIM(W-DATE-DISPLAY)
                      " [" FUNCTION TRIM(EV-STATUS(EV-IDX)) "] - "
                      FUNCTION TRIM(EV-NUM-TEXT) " RSVP(s)"
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
           END-IF
       END-PERFORM
       IF EV-SHOWN = 0
           MOVE "You have not posted any events." TO W-MSG PERFORM DISP-MSG
       END-IF
       MOVE "-------------------" TO W-MSG PERFORM DISP-MSG
       EXIT.

*> Student-facing browse over the upcoming (OPEN) events, numbered
*> by event id like the job browse, with an RSVP action.
BROWSE-EVENTS.
       PERFORM LOAD-EVENT-TABLES
       MOVE "--- Upcoming Career Events ---" TO W-MSG PERFORM DISP-MSG
       MOVE 0 TO EV-SHOWN
       PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > EV-COUNT
           IF FUNCTION TRIM(EV-STATUS(EV-IDX)) = "OPEN"
               ADD 1 TO EV-SHOWN
               MOVE EV-DATE(EV-IDX) TO W-DATE-RAW
               PERFORM FORMAT-DATE-DISPLAY
               MOVE FUNCTION NUMVAL(EV-ID(EV-IDX)) TO EV-NUM-TEXT
               MOVE SPACES TO W-MSG
               STRING FUNCTION TRIM(EV-NUM-TEXT) ". "
                      FUNCTION TRIM(EV-TITLE(EV-IDX))
                      " on " FUNCTION TRIM(W-DATE-DISPLAY)
                      " at " FUNCTION TRIM(EV-LOC(EV-IDX))
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
               MOVE SPACES TO W-MSG
               STRING "   Host: " FUNCTION TRIM(EV-HOST(EV-IDX))
                      " - " FUNCTION TRIM(EV-DESC(EV-IDX))
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
           END-IF
       END-PERFORM
       IF EV-SHOWN = 0
           MOVE "No upcoming events right now." TO W-MSG PERFORM DISP-MSG
           MOVE "------------------------------" TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE "Enter event number to RSVP, R to report an event, or 0 to go back:" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT = "0"
           EXIT PARAGRAPH
       END-IF
       IF W-USR-INPT = "r"
           PERFORM REPORT-CAREER-EVENT
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-NUMERIC-INPUT
       IF NUM-INPUT-BAD
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO EV-IDX2
       PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > EV-COUNT
           IF EV-ID(EV-IDX) IS NUMERIC
              AND FUNCTION NUMVAL(EV-ID(EV-IDX))
              = FUNCTION NUMVAL(W-USR-INPT)
              AND FUNCTION TRIM(EV-STATUS(EV-IDX)) = "OPEN"
               MOVE EV-IDX TO EV-IDX2
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF EV-IDX2 = 0
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE EV-IDX2 TO EV-IDX

       MOVE 'N' TO EV-ALREADY
       PERFORM VARYING EV-IDX2 FROM 1 BY 1 UNTIL EV-IDX2 > EVR-COUNT
           IF FUNCTION TRIM(EVR-EVENT(EV-IDX2))
              = FUNCTION TRIM(EV-ID(EV-IDX))
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(EVR-USER(EV-IDX2)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               MOVE 'Y' TO EV-ALREADY
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF EV-ALREADY = 'Y'
           MOVE "You have already RSVPed to that event." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       OPEN EXTEND EVR-FILE
       IF EVR-STAT NOT = "00"
           MOVE "Unable to record your RSVP. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO EV-LINE
       STRING FUNCTION TRIM(EV-ID(EV-IDX)) "|"
              FUNCTION TRIM(W-USERNAME)    "|"
              "N"
           INTO EV-LINE
       END-STRING
       MOVE EV-LINE TO EVR-REC
       WRITE EVR-REC
       CLOSE EVR-FILE
       PERFORM WRITE-CHECKPOINT

       MOVE SPACES TO W-MSG
       STRING "RSVP recorded for "
              FUNCTION TRIM(EV-TITLE(EV-IDX)) "."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> Files a report against one of the OPEN events BROWSE-EVENTS just
*> listed, picked by its event number.
REPORT-CAREER-EVENT.
       MOVE "Enter the event number to report:" TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT
       PERFORM CHECK-NUMERIC-INPUT
       IF NUM-INPUT-BAD
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO EV-IDX2
       PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > EV-COUNT
           IF EV-ID(EV-IDX) IS NUMERIC
              AND FUNCTION NUMVAL(EV-ID(EV-IDX))
              = FUNCTION NUMVAL(W-USR-INPT)
              AND FUNCTION TRIM(EV-STATUS(EV-IDX)) = "OPEN"
               MOVE EV-IDX TO EV-IDX2
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF EV-IDX2 = 0
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE "EVENT" TO MOD-NEW-TYPE
       MOVE FUNCTION TRIM(EV-ID(EV-IDX2)) TO MOD-NEW-KEY
       MOVE EV-POSTER(EV-IDX2) TO MOD-NEW-AUTHOR
       PERFORM FILE-ABUSE-REPORT
       EXIT.

*> First login on or after an RSVPed event's date drops a one-time
*> reminder into the notification digest; the flipped reminded flag
*> keeps it from repeating.
CHECK-EVENT-REMINDERS.
       PERFORM LOAD-EVENT-TABLES
       IF EVR-COUNT = 0
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO EV-CHANGED
       PERFORM VARYING EV-IDX2 FROM 1 BY 1 UNTIL EV-IDX2 > EVR-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(EVR-USER(EV-IDX2)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
              AND EVR-REMINDED(EV-IDX2) NOT = 'Y'
               PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > EV-COUNT
                   IF FUNCTION TRIM(EV-ID(EV-IDX))
                      = FUNCTION TRIM(EVR-EVENT(EV-IDX2))
                       IF EV-DATE(EV-IDX) IS NUMERIC
                          AND EV-DATE(EV-IDX) <= W-TODAY-DATE
                          AND FUNCTION TRIM(EV-STATUS(EV-IDX)) NOT = "REMOVED"
                           MOVE EV-DATE(EV-IDX) TO W-DATE-RAW
                           PERFORM FORMAT-DATE-DISPLAY
                           MOVE FUNCTION TRIM(W-USERNAME) TO NOTIF-USER
                           MOVE SPACES TO NOTIF-TEXT
                           STRING "Event reminder: "
                                  FUNCTION TRIM(EV-TITLE(EV-IDX))
                                  " on " FUNCTION TRIM(W-DATE-DISPLAY)
                                  " at " FUNCTION TRIM(EV-LOC(EV-IDX))
                                  "."
                               INTO NOTIF-TEXT
                           END-STRING
                           PERFORM DROP-NOTIFICATION
                           MOVE 'Y' TO EVR-REMINDED(EV-IDX2)
                           MOVE 'Y' TO EV-CHANGED
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM
       *> Never rewrite from a truncated table - the overflow rows
       *> would be lost; those reminders just repeat next login.
       IF EV-CHANGED = 'Y' AND EVR-OVERFLOW = 'N'
           PERFORM REWRITE-EVR-FILE
       END-IF
       EXIT.

*> Direct messages between established connections. A user can send
*> a short message to anyone they share an established-connections.txt
*> pair with, read their inbox, and see their unread count.
MESSAGES-MENU.
       PERFORM ENSURE-MSG-FILE
       IF MSG-STAT NOT = "00"
           MOVE "Unable to access messages right now. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       PERFORM COUNT-UNREAD-MESSAGES
       MOVE "--- Messages ---" TO W-MSG PERFORM DISP-MSG
       MOVE MSG-UNREAD-COUNT TO MSG-NUM-TEXT
       MOVE SPACES TO W-MSG
       STRING "You have " FUNCTION TRIM(MSG-NUM-TEXT)
              " unread message(s)." INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       MOVE "1. Send a Message"    TO W-MSG PERFORM DISP-MSG
       MOVE "2. View My Inbox"     TO W-MSG PERFORM DISP-MSG
       MOVE "3. Report a Message"  TO W-MSG PERFORM DISP-MSG
       MOVE "4. Back to Main Menu" TO W-MSG PERFORM DISP-MSG
       MOVE "Enter your choice:"   TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT

       EVALUATE W-USR-INPT
           WHEN "1"
               PERFORM SEND-MESSAGE
               PERFORM MESSAGES-MENU
           WHEN "2"
               PERFORM READ-INBOX
               PERFORM MESSAGES-MENU
           WHEN "3"
               PERFORM REPORT-A-MESSAGE
               PERFORM MESSAGES-MENU
           WHEN "4"
               EXIT PARAGRAPH
           WHEN OTHER
               MOVE "Invalid selection. Please try again." TO W-MSG PERFORM DISP-MSG
               PERFORM MESSAGES-MENU
       END-EVALUATE
       EXIT.

ENSURE-MSG-FILE.
       OPEN INPUT MSG-FILE
       IF MSG-STAT = "00"
           CLOSE MSG-FILE
       ELSE
           IF MSG-STAT = "35"
               OPEN OUTPUT MSG-FILE
               IF MSG-STAT = "00"
                   CLOSE MSG-FILE
               END-IF
           END-IF
       END-IF
       EXIT.

*> Lists the messages the current user has received, numbered, and
*> files a report against the one picked. Nothing is flipped to READ
*> here - that stays the inbox's job.
REPORT-A-MESSAGE.
       MOVE "--- Report a Message ---" TO W-MSG PERFORM DISP-MSG
       MOVE 0 TO MOD-PICK
       PERFORM SCAN-RECEIVED-MESSAGES
       IF MOD-SHOWN = 0
           MOVE "You have not received any messages." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE "Enter the message number to report, or 0 to go back:" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT = "0"
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-NUMERIC-INPUT
       IF NUM-INPUT-BAD
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(W-USR-INPT) TO MOD-PICK
       IF MOD-PICK < 1 OR MOD-PICK > MOD-SHOWN
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM SCAN-RECEIVED-MESSAGES
       IF MOD-NEW-KEY = SPACES
           MOVE "That message is no longer on file." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE "MSG" TO MOD-NEW-TYPE
       PERFORM FILE-ABUSE-REPORT
       EXIT.

*> With MOD-PICK zero, prints the user's received messages numbered and
*> counts them in MOD-SHOWN; otherwise stops on the MOD-PICK'th one and
*> leaves its key and sender in MOD-NEW-KEY/MOD-NEW-AUTHOR.
SCAN-RECEIVED-MESSAGES.
       MOVE 0 TO MOD-SHOWN
       MOVE SPACES TO MOD-NEW-KEY MOD-NEW-AUTHOR
       MOVE 'N' TO MSG-EOF
       OPEN INPUT MSG-FILE
       IF MSG-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MSG-EOF = 'Y'
           READ MSG-FILE INTO MSG-REC
               AT END
                   MOVE 'Y' TO MSG-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(MSG-REC) TO MSG-LINE
                   IF MSG-LINE NOT = SPACES
                       MOVE 1 TO MSG-POINTER
                       MOVE SPACES TO MSG-TO-FIELD MSG-FROM-FIELD
                       MOVE SPACES TO MSG-STATE-FIELD MSG-TEXT-FIELD
                       UNSTRING MSG-LINE DELIMITED BY "|"
                           INTO MSG-TO-FIELD
                                MSG-FROM-FIELD
                                MSG-STATE-FIELD
                                MSG-TEXT-FIELD
                           WITH POINTER MSG-POINTER
                       END-UNSTRING
                       IF FUNCTION LOWER-CASE(FUNCTION TRIM(MSG-TO-FIELD))
                          = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                           ADD 1 TO MOD-SHOWN
                           IF MOD-PICK = 0
                               MOVE MOD-SHOWN TO MOD-NUM-TEXT
                               MOVE SPACES TO W-MSG
                               STRING FUNCTION TRIM(MOD-NUM-TEXT) ". From "
                                      FUNCTION TRIM(MSG-FROM-FIELD) ": "
                                      FUNCTION TRIM(MSG-TEXT-FIELD)
                                   INTO W-MSG
                               END-STRING
                               PERFORM DISP-MSG
                           ELSE
                               IF MOD-SHOWN = MOD-PICK
                                   STRING FUNCTION TRIM(MSG-FROM-FIELD) ":"
                                          FUNCTION TRIM(MSG-TO-FIELD) ":"
                                          FUNCTION TRIM(MSG-TEXT-FIELD)
                                       INTO MOD-NEW-KEY
                                   END-STRING
                                   MOVE MSG-FROM-FIELD TO MOD-NEW-AUTHOR
                                   MOVE 'Y' TO MSG-EOF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MSG-FILE
       EXIT.

ENSURE-MOD-FILE.
       MOVE 'N' TO MOD-EOF
       OPEN INPUT MOD-FILE
       IF MOD-STAT = "00"
           CLOSE MOD-FILE
       ELSE
           IF MOD-STAT = "35"
               OPEN OUTPUT MOD-FILE
               IF MOD-STAT = "00"
                   CLOSE MOD-FILE
               END-IF
           END-IF
       END-IF
       EXIT.

*> Loads every MOD-FILE row into MOD-TABLE.
LOAD-MOD-TABLE.
       MOVE 0 TO MOD-COUNT
       MOVE 'N' TO MOD-OVERFLOW
       MOVE 'N' TO MOD-EOF
       OPEN INPUT MOD-FILE
       IF MOD-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MOD-EOF = 'Y'
           READ MOD-FILE INTO MOD-REC
               AT END
                   MOVE 'Y' TO MOD-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(MOD-REC) TO MOD-LINE
                   IF MOD-LINE NOT = SPACES AND MOD-COUNT = MAX-MOD-ENTRIES
                       MOVE 'Y' TO MOD-OVERFLOW
                   END-IF
                   IF MOD-LINE NOT = SPACES AND MOD-COUNT < MAX-MOD-ENTRIES
                       ADD 1 TO MOD-COUNT
                       MOVE 1 TO MOD-POINTER
                       MOVE SPACES TO MOD-ENTRY(MOD-COUNT)
                       UNSTRING MOD-LINE DELIMITED BY "|"
                           INTO MOD-ENT-REPORTER(MOD-COUNT)
                                MOD-ENT-TYPE(MOD-COUNT)
                                MOD-ENT-KEY(MOD-COUNT)
                                MOD-ENT-REASON(MOD-COUNT)
                                MOD-ENT-DATE(MOD-COUNT)
                                MOD-ENT-STATE(MOD-COUNT)
                                MOD-ENT-AUTHOR(MOD-COUNT)
                           WITH POINTER MOD-POINTER
                       END-UNSTRING
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MOD-FILE
       EXIT.

*> Dumps MOD-TABLE back over the queue. Never called after an
*> overflowed load - that would drop the rows past the table.
REWRITE-MOD-FILE.
       OPEN OUTPUT MOD-FILE
       IF MOD-STAT NOT = "00"
           MOVE "Unable to update the moderation queue. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING MOD-IDX2 FROM 1 BY 1 UNTIL MOD-IDX2 > MOD-COUNT
           MOVE SPACES TO MOD-LINE
           STRING FUNCTION TRIM(MOD-ENT-REPORTER(MOD-IDX2)) "|"
                  FUNCTION TRIM(MOD-ENT-TYPE(MOD-IDX2))     "|"
                  FUNCTION TRIM(MOD-ENT-KEY(MOD-IDX2))      "|"
                  FUNCTION TRIM(MOD-ENT-REASON(MOD-IDX2))   "|"
                  FUNCTION TRIM(MOD-ENT-DATE(MOD-IDX2))     "|"
                  FUNCTION TRIM(MOD-ENT-STATE(MOD-IDX2))    "|"
                  FUNCTION TRIM(MOD-ENT-AUTHOR(MOD-IDX2))
               INTO MOD-LINE
           END-STRING
           MOVE MOD-LINE TO MOD-REC
           WRITE MOD-REC
       END-PERFORM
       CLOSE MOD-FILE
       EXIT.

*> Streams the queue through MODT-FILE, moving every settled report
*> into the moderation archive so the queue only carries what is still
*> OPEN. Left as it is when the archive cannot be opened.
MOD-ARCHIVE-CLOSED.
       MOVE 0 TO MOD-ARCHIVED
       MOVE 'N' TO MOD-EOF
       OPEN INPUT MOD-FILE
       IF MOD-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND MODA-FILE
       IF MODA-STAT = "35"
           OPEN OUTPUT MODA-FILE
       END-IF
       IF MODA-STAT NOT = "00"
           CLOSE MOD-FILE
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT MODT-FILE
       IF MODT-STAT NOT = "00"
           CLOSE MOD-FILE
           CLOSE MODA-FILE
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MOD-EOF = 'Y'
           READ MOD-FILE INTO MOD-REC
               AT END
                   MOVE 'Y' TO MOD-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(MOD-REC) TO MOD-LINE
                   IF MOD-LINE NOT = SPACES
                       MOVE 1 TO MOD-IDX2
                       PERFORM MOD-SPLIT-LINE
                       IF FUNCTION TRIM(MOD-ENT-STATE(1)) = "OPEN"
                           WRITE MODT-REC FROM MOD-LINE
                       ELSE
                           WRITE MODA-REC FROM MOD-LINE
                           ADD 1 TO MOD-ARCHIVED
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MOD-FILE
       CLOSE MODA-FILE
       CLOSE MODT-FILE
       IF MOD-ARCHIVED > 0
           CALL "SYSTEM" USING
               "mv bin/InCollege_moderationQueue-temp.txt bin/InCollege_moderationQueue.txt"
           PERFORM WRITE-CHECKPOINT
       ELSE
           CALL "SYSTEM" USING "rm -f bin/InCollege_moderationQueue-temp.txt"
       END-IF
       EXIT.

*> Splits MOD-LINE into MOD-ENTRY(MOD-IDX2).
MOD-SPLIT-LINE.
       MOVE 1 TO MOD-POINTER
       MOVE SPACES TO MOD-ENTRY(MOD-IDX2)
       UNSTRING MOD-LINE DELIMITED BY "|"
           INTO MOD-ENT-REPORTER(MOD-IDX2)
                MOD-ENT-TYPE(MOD-IDX2)
                MOD-ENT-KEY(MOD-IDX2)
                MOD-ENT-REASON(MOD-IDX2)
                MOD-ENT-DATE(MOD-IDX2)
                MOD-ENT-STATE(MOD-IDX2)
                MOD-ENT-AUTHOR(MOD-IDX2)
           WITH POINTER MOD-POINTER
       END-UNSTRING
       EXIT.

*> Queues a report on the item described by MOD-NEW-TYPE/MOD-NEW-KEY/
*> MOD-NEW-AUTHOR. Nobody reports their own item, and a reporter's
*> second report on something still open is turned away.
FILE-ABUSE-REPORT.
       IF FUNCTION LOWER-CASE(FUNCTION TRIM(MOD-NEW-AUTHOR))
          = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
           MOVE "You cannot report your own content." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM ENSURE-MOD-FILE
       PERFORM LOAD-MOD-TABLE
       PERFORM VARYING MOD-IDX FROM 1 BY 1 UNTIL MOD-IDX > MOD-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(MOD-ENT-REPORTER(MOD-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
              AND FUNCTION TRIM(MOD-ENT-TYPE(MOD-IDX)) = FUNCTION TRIM(MOD-NEW-TYPE)
              AND FUNCTION TRIM(MOD-ENT-KEY(MOD-IDX)) = FUNCTION TRIM(MOD-NEW-KEY)
              AND FUNCTION TRIM(MOD-ENT-STATE(MOD-IDX)) = "OPEN"
               MOVE "You have already reported this - it is waiting for a moderator." TO W-MSG
               PERFORM DISP-MSG
               EXIT PARAGRAPH
           END-IF
       END-PERFORM

       MOVE "Why are you reporting this? (max 100 chars, Enter to cancel):" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT-RAW
       IF FUNCTION TRIM(W-USR-INPT) = SPACES
           MOVE "Report cancelled." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION TRIM(W-USR-INPT) TO MOD-NEW-REASON
       MOVE 0 TO JOB-PIPE-COUNT
       INSPECT MOD-NEW-REASON TALLYING JOB-PIPE-COUNT FOR ALL "|"
       IF JOB-PIPE-COUNT > 0
           MOVE "The '|' character is not allowed. Report cancelled." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       OPEN EXTEND MOD-FILE
       IF MOD-STAT NOT = "00"
           MOVE "Unable to file your report. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO MOD-LINE
       STRING FUNCTION TRIM(W-USERNAME)     "|"
              FUNCTION TRIM(MOD-NEW-TYPE)   "|"
              FUNCTION TRIM(MOD-NEW-KEY)    "|"
              FUNCTION TRIM(MOD-NEW-REASON) "|"
              W-TODAY-DATE                  "|"
              "OPEN"                        "|"
              FUNCTION TRIM(MOD-NEW-AUTHOR)
           INTO MOD-LINE
       END-STRING
       MOVE MOD-LINE TO MOD-REC
       WRITE MOD-REC
       CLOSE MOD-FILE
       PERFORM WRITE-CHECKPOINT
       MOVE "Thank you - your report has been sent to the moderators." TO W-MSG
       PERFORM DISP-MSG
       EXIT.

*> Counts MSG-FILE rows addressed to the current user still marked NEW.
COUNT-UNREAD-MESSAGES.
       MOVE 0 TO MSG-UNREAD-COUNT
       MOVE 'N' TO MSG-EOF
       OPEN INPUT MSG-FILE
       IF MSG-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MSG-EOF = 'Y'
           READ MSG-FILE INTO MSG-REC
               AT END
                   MOVE 'Y' TO MSG-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(MSG-REC) TO MSG-LINE
                   IF MSG-LINE NOT = SPACES
                       MOVE 1 TO MSG-POINTER
                       MOVE SPACES TO MSG-TO-FIELD MSG-FROM-FIELD
                       MOVE SPACES TO MSG-STATE-FIELD MSG-TEXT-FIELD
                       UNSTRING MSG-LINE DELIMITED BY "|"
                           INTO MSG-TO-FIELD
                                MSG-FROM-FIELD
                                MSG-STATE-FIELD
                                MSG-TEXT-FIELD
                           WITH POINTER MSG-POINTER
                       END-UNSTRING
                       IF FUNCTION LOWER-CASE(FUNCTION TRIM(MSG-TO-FIELD))
                          = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                          AND FUNCTION TRIM(MSG-STATE-FIELD) = "NEW"
                           ADD 1 TO MSG-UNREAD-COUNT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MSG-FILE
       EXIT.

*> Builds MSG-CONTACT-TABLE: a student may message their established
*> connections; an employer may message the people who applied to
*> their postings.
LOAD-MESSAGE-CONTACTS.
       MOVE 0 TO MSG-CONTACT-COUNT
       IF EMPLOYER-USER
           PERFORM LOAD-EMPLOYER-CONTACTS
           EXIT PARAGRAPH
       END-IF
       PERFORM LOAD-ECFILE-TABLE
       PERFORM VARYING RECON-IDX FROM 1 BY 1 UNTIL RECON-IDX > RECON-PAIR-COUNT
           IF FUNCTION TRIM(RECON-PAIR-U1(RECON-IDX)) = FUNCTION TRIM(W-USERNAME)
              AND MSG-CONTACT-COUNT < 100
               ADD 1 TO MSG-CONTACT-COUNT
               MOVE RECON-PAIR-U2(RECON-IDX) TO MSG-CONTACT-NAME(MSG-CONTACT-COUNT)
           ELSE
               IF FUNCTION TRIM(RECON-PAIR-U2(RECON-IDX)) = FUNCTION TRIM(W-USERNAME)
                  AND MSG-CONTACT-COUNT < 100
                   ADD 1 TO MSG-CONTACT-COUNT
                   MOVE RECON-PAIR-U1(RECON-IDX) TO MSG-CONTACT-NAME(MSG-CONTACT-COUNT)
               END-IF
           END-IF
       END-PERFORM
       EXIT.

*> Distinct applicants across the employer's postings, gathered by
*> checking each application row's posting against the keyed store.
LOAD-EMPLOYER-CONTACTS.
       PERFORM ENSURE-APX-FILE
       IF APX-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE 'A' TO APX-SCAN-MODE
       PERFORM APX-SCAN-START
       PERFORM UNTIL APX-EOF = 'Y'
           PERFORM APX-SCAN-NEXT
           IF APX-EOF NOT = 'Y'
               MOVE CUR-APP-JOB-ID TO JOB-ID-INPUT
               PERFORM JX-FETCH
               IF CUR-JOB-FOUND = 'Y'
                  AND FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-JOB-POSTER))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                   MOVE CUR-APP-USER TO APP-USER-FIELD
                   PERFORM ADD-MESSAGE-CONTACT
               END-IF
           END-IF
       END-PERFORM
       PERFORM APX-SCAN-STOP
       EXIT.

*> Adds APP-USER-FIELD to MSG-CONTACT-TABLE unless already there.
ADD-MESSAGE-CONTACT.
       PERFORM VARYING MSG-CONTACT-IDX FROM 1 BY 1
               UNTIL MSG-CONTACT-IDX > MSG-CONTACT-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(MSG-CONTACT-NAME(MSG-CONTACT-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(APP-USER-FIELD))
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       IF MSG-CONTACT-COUNT < 100
           ADD 1 TO MSG-CONTACT-COUNT
           MOVE FUNCTION TRIM(APP-USER-FIELD)
               TO MSG-CONTACT-NAME(MSG-CONTACT-COUNT)
       END-IF
       EXIT.

SEND-MESSAGE.
       PERFORM LOAD-MESSAGE-CONTACTS

       IF MSG-CONTACT-COUNT = 0
           IF EMPLOYER-USER
               MOVE "No one has applied to your postings yet." TO W-MSG
           ELSE
               MOVE "You have no established connections to message yet." TO W-MSG
           END-IF
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE "--- Send a Message ---" TO W-MSG PERFORM DISP-MSG
       PERFORM VARYING MSG-CONTACT-IDX FROM 1 BY 1
               UNTIL MSG-CONTACT-IDX > MSG-CONTACT-COUNT
           MOVE MSG-CONTACT-IDX TO MSG-NUM-TEXT
           MOVE SPACES TO W-MSG
           STRING FUNCTION TRIM(MSG-NUM-TEXT) ". "
                  FUNCTION TRIM(MSG-CONTACT-NAME(MSG-CONTACT-IDX))
               INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
       END-PERFORM

       MOVE "Enter the number of the connection to message, or 0 to cancel:" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT

       IF W-USR-INPT = "0"
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-NUMERIC-INPUT
       IF NUM-INPUT-BAD
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(W-USR-INPT) TO MSG-CONTACT-IDX
       IF MSG-CONTACT-IDX < 1 OR MSG-CONTACT-IDX > MSG-CONTACT-COUNT
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE MSG-CONTACT-NAME(MSG-CONTACT-IDX) TO MSG-RECIPIENT
       PERFORM SEND-MESSAGE-TO-RECIPIENT
       EXIT.

*> Prints every message addressed to the current user (oldest first)
*> and flips the NEW ones to READ so the unread count stays honest.
*> The store is streamed line by line through a scratch copy that
*> replaces it afterwards (the same copy-then-mv pattern the profile
*> rewrites use), so the inbox has no size ceiling.
READ-INBOX.
       MOVE 0 TO MSG-SHOWN-COUNT
       MOVE 'N' TO MSG-FLIPPED-ANY
       MOVE 'N' TO MSG-EOF

       MOVE "--- Your Inbox ---" TO W-MSG PERFORM DISP-MSG

       OPEN INPUT MSG-FILE
       IF MSG-STAT NOT = "00"
           MOVE "Unable to read messages right now. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT MSGT-FILE
       IF MSGT-STAT NOT = "00"
           CLOSE MSG-FILE
           MOVE "Unable to update messages. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       PERFORM UNTIL MSG-EOF = 'Y'
           READ MSG-FILE INTO MSG-REC
               AT END
                   MOVE 'Y' TO MSG-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(MSG-REC) TO MSG-LINE
                   IF MSG-LINE NOT = SPACES
                       PERFORM SHOW-ONE-INBOX-LINE
                       WRITE MSGT-REC FROM MSG-LINE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MSG-FILE
       CLOSE MSGT-FILE

       IF MSG-SHOWN-COUNT = 0
           MOVE "Your inbox is empty." TO W-MSG PERFORM DISP-MSG
       END-IF
       MOVE "------------------" TO W-MSG PERFORM DISP-MSG

       IF MSG-FLIPPED-ANY = 'Y'
           CALL "SYSTEM" USING
               "mv bin/InCollege_messages-temp.txt bin/InCollege_messages.txt"
           PERFORM WRITE-CHECKPOINT
       ELSE
           CALL "SYSTEM" USING "rm -f bin/InCollege_messages-temp.txt"
       END-IF
       EXIT.

*> One store row during the inbox pass: if it is addressed to the
*> current user it is printed, and a NEW one is flipped to READ in
*> MSG-LINE before the caller copies the line across.
SHOW-ONE-INBOX-LINE.
       MOVE 1 TO MSG-POINTER
       MOVE SPACES TO MSG-TO-FIELD MSG-FROM-FIELD
       MOVE SPACES TO MSG-STATE-FIELD MSG-TEXT-FIELD
       UNSTRING MSG-LINE DELIMITED BY "|"
           INTO MSG-TO-FIELD
                MSG-FROM-FIELD
                MSG-STATE-FIELD
                MSG-TEXT-FIELD
           WITH POINTER MSG-POINTER
       END-UNSTRING

       IF FUNCTION LOWER-CASE(FUNCTION TRIM(MSG-TO-FIELD))
          NOT = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
           EXIT PARAGRAPH
       END-IF

       ADD 1 TO MSG-SHOWN-COUNT
       MOVE SPACES TO W-MSG
       IF FUNCTION TRIM(MSG-STATE-FIELD) = "NEW"
           STRING "From: " FUNCTION TRIM(MSG-FROM-FIELD)
                  " [NEW]" INTO W-MSG
           END-STRING
           MOVE "READ" TO MSG-STATE-FIELD
           MOVE 'Y' TO MSG-FLIPPED-ANY
           MOVE SPACES TO MSG-LINE
           STRING FUNCTION TRIM(MSG-TO-FIELD)    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(MSG-FROM-FIELD)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(MSG-STATE-FIELD) DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(MSG-TEXT-FIELD)  DELIMITED BY SIZE
               INTO MSG-LINE
           END-STRING
       ELSE
           STRING "From: " FUNCTION TRIM(MSG-FROM-FIELD)
               INTO W-MSG
           END-STRING
       END-IF
       PERFORM DISP-MSG

       MOVE SPACES TO W-MSG
       STRING "  " FUNCTION TRIM(MSG-TEXT-FIELD) INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

DISP-MSG.
       DISPLAY W-MSG.
       MOVE W-MSG TO O-REC.
       WRITE O-REC.
       IF REHEARSAL-MODE = 'Y' AND W-MSG(1:17) = "Invalid selection"
           MOVE "INVALID SELECTION" TO REH-EVENT
           MOVE SPACES TO REH-SUBJECT
           STRING "input '" FUNCTION TRIM(W-USR-INPT) "' from "
                  FUNCTION TRIM(W-USERNAME)
               INTO REH-SUBJECT
           END-STRING
           PERFORM REH-RECORD
       END-IF
       EXIT.
*> Function to grab user input and sanitize it
READ-INPUT.
       READ I-FILE INTO W-TMP
           AT END
               *> Close the input and output files
              PERFORM NOTE-DECK-EXHAUSTED
              PERFORM WRITE-OPERATIONS-SUMMARY
              PERFORM WRITE-CAREERS-EXTRACT
              PERFORM WRITE-ANALYTICS-REPORT
              PERFORM WRITE-PLACEMENT-REPORT
              PERFORM WRITE-FUNNEL-REPORT
              PERFORM WRITE-PAY-BENCHMARK-REPORT
              PERFORM WRITE-NOTIFICATION-EMAILS
              PERFORM ARCHIVE-CLOSED-JOBS
              PERFORM RUN-RECONCILIATION
              PERFORM UNLOAD-USER-FILE
              PERFORM CUT-RESTORE-SNAPSHOT
              PERFORM RELEASE-RUN-LOCK
              PERFORM FINISH-REHEARSAL
              CLOSE I-FILE U-FILE O-FILE

              STOP RUN
           NOT AT END
               ADD 1 TO W-LINES-CONSUMED
               *> Need to sanitize user input by removing all spaces and capitals
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(W-TMP)) TO W-RAW
               MOVE SPACES TO W-CLEAN
               MOVE 1 TO J

               *> Loop through each character in W-RAW
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > LENGTH OF W-RAW
                   *> I:1 views each character at a time and determines if it is a space
                   IF W-RAW(I:1) NOT = SPACE
                       *> If value is not a space then we can add it to the cleaned string
                       MOVE W-RAW(I:1) TO W-CLEAN(J:1)
                       ADD 1 TO J
                   END-IF
               END-PERFORM
               MOVE W-CLEAN TO W-USR-INPT
       END-READ.

*> Alternate version that does not sanitize input for username and password
READ-INPUT-RAW.
       READ I-FILE INTO W-TMP
           AT END
              *> Close the input and output files
              PERFORM NOTE-DECK-EXHAUSTED
              PERFORM WRITE-OPERATIONS-SUMMARY
              PERFORM WRITE-CAREERS-EXTRACT
              PERFORM WRITE-ANALYTICS-REPORT
              PERFORM WRITE-PLACEMENT-REPORT
              PERFORM WRITE-FUNNEL-REPORT
              PERFORM WRITE-PAY-BENCHMARK-REPORT
              PERFORM WRITE-NOTIFICATION-EMAILS
              PERFORM ARCHIVE-CLOSED-JOBS
              PERFORM RUN-RECONCILIATION
              PERFORM UNLOAD-USER-FILE
              PERFORM CUT-RESTORE-SNAPSHOT
              PERFORM RELEASE-RUN-LOCK
              PERFORM FINISH-REHEARSAL
              CLOSE I-FILE U-FILE O-FILE
              STOP RUN
           NOT AT END
              ADD 1 TO W-LINES-CONSUMED
              *> Just trim leading and trailing spaces
              MOVE FUNCTION TRIM(FUNCTION TRIM(W-TMP LEADING) TRAILING) TO W-USR-INPT


       END-READ.
       EXIT.

LOG-IN.
    *> Keyed lookup straight into the user file - no table, no
    *> ceiling. Opened I-O so the consecutive-failure counter can be
    *> rewritten in place.
    OPEN I-O U-FILE
    MOVE SPACES TO U-KEY
    MOVE FUNCTION TRIM(W-USERNAME) TO U-KEY
    READ U-FILE
        INVALID KEY
            CONTINUE
    END-READ

    *> Records written before the lockout fields existed come back
    *> with spaces there - treat those as zero failures, unlocked.
    IF U-STAT = "00" AND U-FAIL-COUNT NOT NUMERIC
        MOVE 0 TO U-FAIL-COUNT
    END-IF

    IF U-STAT = "00" AND U-LOCKED = 'Y'
        MOVE "This account is locked. Please contact an operator." TO W-MSG
        PERFORM DISP-MSG
        MOVE "LOGIN-LOCKED" TO AUDIT-EVENT
        MOVE W-USERNAME TO AUDIT-USER
        PERFORM WRITE-AUDIT-EVENT
        CLOSE U-FILE
        EXIT PARAGRAPH
    END-IF

    IF U-STAT = "00" AND U-LOCKED = 'D'
        MOVE "This account has been disabled. Please contact an operator." TO W-MSG
        PERFORM DISP-MSG
        MOVE "LOGIN-DISABLED" TO AUDIT-EVENT
        MOVE W-USERNAME TO AUDIT-USER
        PERFORM WRITE-AUDIT-EVENT
        CLOSE U-FILE
        EXIT PARAGRAPH
    END-IF

    *> A roster-created account has never had a password; its first
    *> touch has to be the Forgot Password path. Typing the sentinel
    *> itself must not log anyone in, so this check comes before the
    *> password comparison.
    IF U-STAT = "00" AND FUNCTION TRIM(U-PASSWORD) = "*RESET*"
        MOVE "This account requires a password reset before first use." TO W-MSG
        PERFORM DISP-MSG
        MOVE "Please use Forgot Password to set your password." TO W-MSG
        PERFORM DISP-MSG
        MOVE "LOGIN-NEEDS-RESET" TO AUDIT-EVENT
        MOVE W-USERNAME TO AUDIT-USER
        PERFORM WRITE-AUDIT-EVENT
        CLOSE U-FILE
        EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO PW-MATCH-FLAG
    MOVE 'N' TO PW-CONVERT-FLAG
    IF U-STAT = "00"
        PERFORM CHECK-PASSWORD-MATCH
    END-IF

    IF U-STAT = "00" AND PW-MATCH-FLAG = 'Y'
        MOVE SPACES TO W-MSG
        STRING
            "Welcome, "                 DELIMITED BY SIZE
            FUNCTION TRIM(W-USERNAME)   DELIMITED BY SIZE
            "!"                         DELIMITED BY SIZE
        INTO W-MSG
        END-STRING
        PERFORM DISP-MSG

        *> Stamping the last-activity date, clearing the failure
        *> counter, and converting a clear-text password to its hash
        *> all share the one rewrite.
        MOVE 0 TO U-FAIL-COUNT
        IF PW-CONVERT-FLAG = 'Y'
            MOVE PW-HASH-TEXT TO U-PASSWORD
        END-IF
        MOVE W-TODAY-DATE TO U-LAST-SEEN
        REWRITE U-REC

        IF U-TYPE = 'E'
            MOVE 'E' TO W-USER-TYPE
        ELSE
            MOVE 'S' TO W-USER-TYPE
        END-IF

        MOVE "LOGIN-OK" TO AUDIT-EVENT
        MOVE W-USERNAME TO AUDIT-USER
        PERFORM WRITE-AUDIT-EVENT

        SET FOUND TO TRUE
    ELSE
        MOVE "Incorrect username/password, please try again" TO W-MSG
        PERFORM DISP-MSG
        MOVE "LOGIN-FAIL" TO AUDIT-EVENT
        MOVE W-USERNAME TO AUDIT-USER
        PERFORM WRITE-AUDIT-EVENT

        *> Wrong password against a real account counts toward the
        *> lockout; an unknown username has no record to count on.
        IF U-STAT = "00"
            ADD 1 TO U-FAIL-COUNT
            IF U-FAIL-COUNT >= LOCKOUT-LIMIT
                MOVE 'Y' TO U-LOCKED
                MOVE "This account has been locked after repeated failed attempts." TO W-MSG
                PERFORM DISP-MSG
                MOVE "LOCKOUT" TO AUDIT-EVENT
                MOVE W-USERNAME TO AUDIT-USER
                PERFORM WRITE-AUDIT-EVENT
            END-IF
            REWRITE U-REC
        END-IF
    END-IF
    CLOSE U-FILE
    EXIT.

*> Appends one line to the security audit file: the per-run sequence
*> number, the event, and the username it concerns.
WRITE-AUDIT-EVENT.
       OPEN EXTEND AUDIT-FILE
       IF AUDIT-STAT = "35"
           OPEN OUTPUT AUDIT-FILE
       END-IF
       IF AUDIT-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO AUDIT-SEQ
       MOVE AUDIT-SEQ TO AUDIT-SEQ-TEXT
       MOVE SPACES TO AUDIT-LINE
       STRING "SEQ " FUNCTION TRIM(AUDIT-SEQ-TEXT)
              " | " FUNCTION TRIM(AUDIT-EVENT)
              " | " FUNCTION TRIM(AUDIT-USER)
           INTO AUDIT-LINE
       END-STRING
       MOVE AUDIT-LINE TO AUDIT-REC
       WRITE AUDIT-REC
       CLOSE AUDIT-FILE
       EXIT.


*> Self-service password reset: verify identity against the security
*> question captured at account creation, then rewrite the password.
RESET-PASSWORD.
    PERFORM PRINT-LINE
    MOVE "Please enter your username:" TO W-MSG PERFORM DISP-MSG
    PERFORM READ-INPUT-RAW
    MOVE FUNCTION TRIM(W-USR-INPT) TO W-USERNAME

    OPEN INPUT U-FILE
    MOVE SPACES TO U-KEY
    MOVE FUNCTION TRIM(W-USERNAME) TO U-KEY
    READ U-FILE
        INVALID KEY
            CONTINUE
    END-READ
    CLOSE U-FILE

    IF U-STAT NOT = "00"
        MOVE "No account found with that username." TO W-MSG PERFORM DISP-MSG
        EXIT PARAGRAPH
    END-IF

    MOVE U-SEC-Q TO W-SEC-QUESTION
    MOVE U-SEC-A TO W-SEC-ANSWER

    MOVE SPACES TO W-MSG
    STRING "Security question: " FUNCTION TRIM(W-SEC-QUESTION) DELIMITED BY SIZE
        INTO W-MSG
    END-STRING
    PERFORM DISP-MSG
    MOVE "Your answer:" TO W-MSG PERFORM DISP-MSG
    PERFORM READ-INPUT-RAW

    IF FUNCTION LOWER-CASE(FUNCTION TRIM(W-USR-INPT)) NOT =
       FUNCTION LOWER-CASE(FUNCTION TRIM(W-SEC-ANSWER))
        MOVE "Identity could not be verified." TO W-MSG PERFORM DISP-MSG
        EXIT PARAGRAPH
    END-IF

    *> PASS-OK may still be 'Y' from an earlier create/reset in this
    *> same run - clear it or the prompt loop never runs.
    SET INVALID-PASS TO TRUE
    PERFORM UNTIL VALID-PASS
        MOVE "Enter a new password (8-12 chars, 1 uppercase, 1 digit, 1 special, no spaces):" TO W-MSG
        PERFORM DISP-MSG
        PERFORM READ-INPUT-RAW
        MOVE FUNCTION TRIM(W-USR-INPT) TO W-PASS-CANDIDATE
        PERFORM VALIDATE-PASSWORD
        IF INVALID-PASS
            MOVE "Password does not meet requirements. Try again." TO W-MSG
            PERFORM DISP-MSG
        END-IF
    END-PERFORM

    OPEN I-O U-FILE
    MOVE SPACES TO U-KEY
    MOVE FUNCTION TRIM(W-USERNAME) TO U-KEY
    READ U-FILE
        INVALID KEY
            CONTINUE
    END-READ
    IF U-STAT = "00"
        MOVE W-PASS-CANDIDATE TO PW-HASH-INPUT
        PERFORM HASH-PASSWORD
        MOVE PW-HASH-TEXT TO U-PASSWORD
        REWRITE U-REC
        PERFORM WRITE-CHECKPOINT
        MOVE "PWD-RESET" TO AUDIT-EVENT
        MOVE W-USERNAME TO AUDIT-USER
        PERFORM WRITE-AUDIT-EVENT
    END-IF
    CLOSE U-FILE

    MOVE "Password updated. Please log in with your new password." TO W-MSG
    PERFORM DISP-MSG
    EXIT.


*> ---- Self-service data export and account closure ----
MY-DATA-MENU.
       MOVE "--- My Data and Account ---" TO W-MSG PERFORM DISP-MSG
       MOVE "1. Download My Data"         TO W-MSG PERFORM DISP-MSG
       MOVE "2. Close My Account"         TO W-MSG PERFORM DISP-MSG
       MOVE "3. Notification Email On/Off" TO W-MSG PERFORM DISP-MSG
       MOVE "4. Blocked Users"            TO W-MSG PERFORM DISP-MSG
       MOVE "5. Back to Main Menu"        TO W-MSG PERFORM DISP-MSG
       MOVE "Enter your choice:"          TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT

       EVALUATE W-USR-INPT
           WHEN "1"
               PERFORM EXPORT-MY-DATA
               PERFORM MY-DATA-MENU
           WHEN "2"
               PERFORM CLOSE-MY-ACCOUNT
               IF ACCT-CLOSED-FLAG = 'N'
                   PERFORM MY-DATA-MENU
               END-IF
           WHEN "3"
               PERFORM TOGGLE-EMAIL-OPT-OUT
               PERFORM MY-DATA-MENU
           WHEN "4"
               PERFORM MY-BLOCKED-USERS
               PERFORM MY-DATA-MENU
           WHEN "5"
               EXIT PARAGRAPH
           WHEN OTHER
               MOVE "Invalid selection. Please try again." TO W-MSG PERFORM DISP-MSG
               PERFORM MY-DATA-MENU
       END-EVALUATE
       EXIT.

*> Lists the user's blocks; a number lifts that block, B blocks
*> another account by username.
MY-BLOCKED-USERS.
       PERFORM LOAD-BLK-TABLE
       MOVE "--- Blocked Users ---" TO W-MSG PERFORM DISP-MSG
       MOVE 0 TO BLK-SHOWN
       PERFORM VARYING BLK-IDX FROM 1 BY 1 UNTIL BLK-IDX > BLK-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-BY(BLK-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               ADD 1 TO BLK-SHOWN
               MOVE BLK-IDX TO BLK-PICK-ROW(BLK-SHOWN)
               MOVE BLK-SHOWN TO BLK-NUM-TEXT
               MOVE BLK-ENT-DATE(BLK-IDX) TO W-DATE-RAW
               PERFORM FORMAT-DATE-DISPLAY
               MOVE SPACES TO W-MSG
               STRING FUNCTION TRIM(BLK-NUM-TEXT) ". "
                      FUNCTION TRIM(BLK-ENT-USER(BLK-IDX))
                      " (blocked " FUNCTION TRIM(W-DATE-DISPLAY) ")"
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
           END-IF
       END-PERFORM
       IF BLK-SHOWN = 0
           MOVE "You have not blocked anyone." TO W-MSG PERFORM DISP-MSG
           MOVE "Enter B to block a user, or 0 to go back:" TO W-MSG
       ELSE
           MOVE "Enter a number to lift that block, B to block a user, or 0 to go back:" TO W-MSG
       END-IF
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT = "0"
           EXIT PARAGRAPH
       END-IF
       IF W-USR-INPT = "b"
           MOVE "Enter the username to block:" TO W-MSG PERFORM DISP-MSG
           PERFORM READ-INPUT-RAW
           MOVE FUNCTION TRIM(W-USR-INPT) TO BLK-ARG-USER
           PERFORM BLK-FIND-ACCOUNT
           IF BLK-TARGET = SPACES
               MOVE "No account with that username was found." TO W-MSG
               PERFORM DISP-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM BLOCK-USER-TARGET
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-NUMERIC-INPUT
       IF NUM-INPUT-BAD
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(W-USR-INPT) TO BLK-PICK
       IF BLK-PICK < 1 OR BLK-PICK > BLK-SHOWN
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       IF BLK-OVERFLOW = 'Y'
           MOVE "Unable to update your block list. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE BLK-PICK-ROW(BLK-PICK) TO BLK-IDX
       MOVE BLK-ENT-USER(BLK-IDX) TO BLK-TARGET
       MOVE SPACES TO BLK-ENT-BY(BLK-IDX)
       PERFORM REWRITE-BLK-FILE
       IF BLK-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM WRITE-CHECKPOINT
       MOVE SPACES TO W-MSG
       STRING "Block on " FUNCTION TRIM(BLK-TARGET) " lifted." INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> Adds W-USERNAME's block on BLK-TARGET (stored spelling).
BLOCK-USER-TARGET.
       IF FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-TARGET))
          = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
           MOVE "You cannot block yourself." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM LOAD-BLK-TABLE
       MOVE W-USERNAME TO BLK-ARG-BY
       MOVE BLK-TARGET TO BLK-ARG-USER
       PERFORM BLK-CHECK-PAIR
       IF BLK-STATE = 'M'
           MOVE "You have already blocked that user." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       IF BLK-OVERFLOW = 'Y' OR BLK-COUNT >= MAX-BLK-ENTRIES
           MOVE "Unable to update your block list. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO BLK-COUNT
       MOVE FUNCTION TRIM(W-USERNAME) TO BLK-ENT-BY(BLK-COUNT)
       MOVE FUNCTION TRIM(BLK-TARGET) TO BLK-ENT-USER(BLK-COUNT)
       MOVE W-TODAY-DATE              TO BLK-ENT-DATE(BLK-COUNT)
       PERFORM REWRITE-BLK-FILE
       IF BLK-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM WRITE-CHECKPOINT
       MOVE SPACES TO W-MSG
       STRING FUNCTION TRIM(BLK-TARGET)
              " is blocked. Lift it any time from My Data and Account."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> Finds BLK-ARG-USER in the keyed user file ignoring case, leaving
*> its stored spelling in BLK-TARGET - or spaces.
BLK-FIND-ACCOUNT.
       MOVE SPACES TO BLK-TARGET
       IF FUNCTION TRIM(BLK-ARG-USER) = SPACES
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT U-FILE
       IF U-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 0
           READ U-FILE NEXT RECORD
               AT END
                   EXIT PERFORM
               NOT AT END
                   IF FUNCTION LOWER-CASE(FUNCTION TRIM(U-KEY))
                      = FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ARG-USER))
                       MOVE FUNCTION TRIM(U-KEY) TO BLK-TARGET
                       EXIT PERFORM
                   END-IF
           END-READ
       END-PERFORM
       CLOSE U-FILE
       EXIT.

LOAD-BLK-TABLE.
       MOVE 0 TO BLK-COUNT
       MOVE 'N' TO BLK-OVERFLOW
       MOVE 'N' TO BLK-EOF
       OPEN INPUT BLK-FILE
       IF BLK-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL BLK-EOF = 'Y'
           READ BLK-FILE INTO BLK-REC
               AT END
                   MOVE 'Y' TO BLK-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(BLK-REC) TO BLK-LINE
                   IF BLK-LINE NOT = SPACES AND BLK-COUNT = MAX-BLK-ENTRIES
                       MOVE 'Y' TO BLK-OVERFLOW
                   END-IF
                   IF BLK-LINE NOT = SPACES AND BLK-COUNT < MAX-BLK-ENTRIES
                       ADD 1 TO BLK-COUNT
                       MOVE SPACES TO BLK-ENTRY(BLK-COUNT)
                       MOVE 1 TO BLK-POINTER
                       UNSTRING BLK-LINE DELIMITED BY "|"
                           INTO BLK-ENT-BY(BLK-COUNT)
                                BLK-ENT-USER(BLK-COUNT)
                                BLK-ENT-DATE(BLK-COUNT)
                           WITH POINTER BLK-POINTER
                       END-UNSTRING
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BLK-FILE
       EXIT.

*> Dumps BLK-TABLE back over the file, skipping lifted rows. Never
*> called after an overflowed load.
REWRITE-BLK-FILE.
       OPEN OUTPUT BLK-FILE
       IF BLK-STAT NOT = "00"
           MOVE "Unable to update your block list. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING BLK-IDX FROM 1 BY 1 UNTIL BLK-IDX > BLK-COUNT
           IF BLK-ENT-BY(BLK-IDX) NOT = SPACES
               MOVE SPACES TO BLK-LINE
               STRING FUNCTION TRIM(BLK-ENT-BY(BLK-IDX))   "|"
                      FUNCTION TRIM(BLK-ENT-USER(BLK-IDX)) "|"
                      BLK-ENT-DATE(BLK-IDX)
                   INTO BLK-LINE
               END-STRING
               MOVE BLK-LINE TO BLK-REC
               WRITE BLK-REC
           END-IF
       END-PERFORM
       CLOSE BLK-FILE
       EXIT.

*> BLK-STATE for BLK-ARG-BY / BLK-ARG-USER against the loaded table;
*> the caller's own block ('M') wins when both ways are blocked.
BLK-CHECK-PAIR.
       MOVE 'N' TO BLK-STATE
       PERFORM VARYING BLK-IDX FROM 1 BY 1 UNTIL BLK-IDX > BLK-COUNT
           IF BLK-ENT-BY(BLK-IDX) NOT = SPACES
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-BY(BLK-IDX)))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ARG-BY))
                  AND FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-USER(BLK-IDX)))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ARG-USER))
                   MOVE 'M' TO BLK-STATE
                   EXIT PERFORM
               END-IF
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-BY(BLK-IDX)))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ARG-USER))
                  AND FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-USER(BLK-IDX)))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ARG-BY))
                   MOVE 'T' TO BLK-STATE
               END-IF
           END-IF
       END-PERFORM
       EXIT.

*> One-off check of W-USERNAME against BLK-ARG-USER before a request,
*> message, or referral is sent; says why when it is refused.
BLK-REFUSE-CHECK.
       PERFORM LOAD-BLK-TABLE
       MOVE W-USERNAME TO BLK-ARG-BY
       PERFORM BLK-CHECK-PAIR
       EVALUATE BLK-STATE
           WHEN 'M'
               MOVE "You have blocked this user. Lift the block under My Data and Account first." TO W-MSG
               PERFORM DISP-MSG
           WHEN 'T'
               MOVE "This user is not accepting contact from you." TO W-MSG
               PERFORM DISP-MSG
       END-EVALUATE
       EXIT.

*> Drops every block the user placed or is the subject of.
PURGE-MY-BLOCKS.
       PERFORM LOAD-BLK-TABLE
       IF BLK-OVERFLOW = 'Y'
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO BLK-STATE
       PERFORM VARYING BLK-IDX FROM 1 BY 1 UNTIL BLK-IDX > BLK-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-BY(BLK-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
              OR FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-USER(BLK-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               MOVE SPACES TO BLK-ENT-BY(BLK-IDX)
               MOVE 'Y' TO BLK-STATE
           END-IF
       END-PERFORM
       IF BLK-STATE = 'Y'
           PERFORM REWRITE-BLK-FILE
       END-IF
       EXIT.

*> ---- Alumni and mentoring ----
*> A graduate offered the mentor sign-up at login: once as alumni,
*> and never again after answering, because the answer (Y or N) is
*> kept in the mentor store.
OFFER-MENTOR-SIGNUP.
       MOVE W-USERNAME TO ALM-ARG-USER
       PERFORM ALM-CHECK-USER
       IF ALM-FOUND = 'N'
           EXIT PARAGRAPH
       END-IF
       PERFORM LOAD-MNT-TABLE
       PERFORM MNT-FIND-ROW
       IF MNT-ROW > 0 OR MNT-OVERFLOW = 'Y'
           EXIT PARAGRAPH
       END-IF
       MOVE "Congratulations, graduate! You are now listed as alumni." TO W-MSG
       PERFORM DISP-MSG
       MOVE "Would you like to mentor current students? (yes/no):" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT = "1" OR W-USR-INPT = "yes"
           PERFORM MNT-ENTER-TOPICS
           MOVE 'Y' TO MNT-ARG-OPTIN
       ELSE
           MOVE SPACES TO MNT-TOPICS
           MOVE 'N' TO MNT-ARG-OPTIN
       END-IF
       PERFORM MNT-SAVE-ROW
       IF MNT-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       IF MNT-ARG-OPTIN = 'Y'
           MOVE "You are now listed as a mentor. Manage this any time under Mentoring." TO W-MSG
       ELSE
           MOVE "No problem - you can sign up any time under Mentoring." TO W-MSG
       END-IF
       PERFORM DISP-MSG
       EXIT.

*> Main-menu Mentoring: alumni manage their sign-up and answer
*> requests; students look for a mentor and follow their requests.
MENTORING-MENU.
       MOVE W-USERNAME TO ALM-ARG-USER
       PERFORM ALM-CHECK-USER
       MOVE "--- Mentoring ---" TO W-MSG PERFORM DISP-MSG
       IF ALM-FOUND = 'Y'
           MOVE "1. Mentor Sign-Up"             TO W-MSG PERFORM DISP-MSG
           MOVE "2. Mentoring Requests to Me"   TO W-MSG PERFORM DISP-MSG
       ELSE
           MOVE "1. Find a Mentor"              TO W-MSG PERFORM DISP-MSG
           MOVE "2. My Mentoring Requests"      TO W-MSG PERFORM DISP-MSG
       END-IF
       MOVE "3. Back to Main Menu"              TO W-MSG PERFORM DISP-MSG
       MOVE "Enter your choice:"                TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT

       EVALUATE TRUE
           WHEN W-USR-INPT = "1" AND ALM-FOUND = 'Y'
               PERFORM MENTOR-SIGNUP
               PERFORM MENTORING-MENU
           WHEN W-USR-INPT = "1"
               PERFORM FIND-A-MENTOR
               PERFORM MENTORING-MENU
           WHEN W-USR-INPT = "2" AND ALM-FOUND = 'Y'
               PERFORM MENTOR-REQUESTS-TO-ME
               PERFORM MENTORING-MENU
           WHEN W-USR-INPT = "2"
               PERFORM MY-MENTORING-REQUESTS
               PERFORM MENTORING-MENU
           WHEN W-USR-INPT = "3"
               EXIT PARAGRAPH
           WHEN OTHER
               MOVE "Invalid selection. Please try again." TO W-MSG PERFORM DISP-MSG
               PERFORM MENTORING-MENU
       END-EVALUATE
       EXIT.

*> Shows an alumnus's mentor listing and lets them sign up, change
*> their topics, or stop mentoring.
MENTOR-SIGNUP.
       PERFORM LOAD-MNT-TABLE
       PERFORM MNT-FIND-ROW
       IF MNT-ROW > 0
           IF MNT-ENT-OPTIN(MNT-ROW) = 'Y'
               MOVE "You are signed up as a mentor." TO W-MSG PERFORM DISP-MSG
               MOVE SPACES TO W-MSG
               STRING "Topics: " FUNCTION TRIM(MNT-ENT-TOPICS(MNT-ROW))
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
               MOVE "1. Change My Topics" TO W-MSG PERFORM DISP-MSG
               MOVE "2. Stop Mentoring"   TO W-MSG PERFORM DISP-MSG
               MOVE "3. Back"             TO W-MSG PERFORM DISP-MSG
               MOVE "Enter your choice:"  TO W-MSG PERFORM DISP-MSG
               PERFORM READ-INPUT
               EVALUATE W-USR-INPT
                   WHEN "1"
                       PERFORM MNT-ENTER-TOPICS
                       MOVE 'Y' TO MNT-ARG-OPTIN
                       PERFORM MNT-SAVE-ROW
                       IF MNT-STAT = "00"
                           MOVE "Your mentor topics have been updated." TO W-MSG
                           PERFORM DISP-MSG
                       END-IF
                   WHEN "2"
                       MOVE MNT-ENT-TOPICS(MNT-ROW) TO MNT-TOPICS
                       MOVE 'N' TO MNT-ARG-OPTIN
                       PERFORM MNT-SAVE-ROW
                       IF MNT-STAT = "00"
                           MOVE "You are no longer listed as a mentor." TO W-MSG
                           PERFORM DISP-MSG
                       END-IF
                   WHEN "3"
                       CONTINUE
                   WHEN OTHER
                       MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE "You are not signed up as a mentor." TO W-MSG PERFORM DISP-MSG
       MOVE "Sign up so current students can find you? (yes/no):" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT NOT = "1" AND W-USR-INPT NOT = "yes"
           EXIT PARAGRAPH
       END-IF
       PERFORM MNT-ENTER-TOPICS
       MOVE 'Y' TO MNT-ARG-OPTIN
       PERFORM MNT-SAVE-ROW
       IF MNT-STAT = "00"
           MOVE "You are now listed as a mentor." TO W-MSG PERFORM DISP-MSG
       END-IF
       EXIT.

*> Prompts until a usable topic list is given, into MNT-TOPICS.
MNT-ENTER-TOPICS.
       MOVE SPACES TO MNT-TOPICS
       PERFORM UNTIL MNT-TOPICS NOT = SPACES
           MOVE "Enter the topics or skills you can help with (max 80 chars):" TO W-MSG
           PERFORM DISP-MSG
           PERFORM READ-INPUT-RAW
           MOVE FUNCTION TRIM(W-USR-INPT) TO W-TMP
           MOVE 0 TO JOB-PIPE-COUNT
           INSPECT W-TMP TALLYING JOB-PIPE-COUNT FOR ALL "|"
           EVALUATE TRUE
               WHEN W-TMP = SPACES
                   MOVE "At least one topic is required. Please try again." TO W-MSG
                   PERFORM DISP-MSG
               WHEN JOB-PIPE-COUNT > 0
                   MOVE "The '|' character is not allowed. Please try again." TO W-MSG
                   PERFORM DISP-MSG
               WHEN FUNCTION LENGTH(FUNCTION TRIM(W-TMP)) > 80
                   MOVE "Topics too long (max 80). Please try again." TO W-MSG
                   PERFORM DISP-MSG
               WHEN OTHER
                   MOVE W-TMP TO MNT-TOPICS
           END-EVALUATE
       END-PERFORM
       EXIT.

*> MNT-ROW = W-USERNAME's row in the loaded mentor table, or 0.
MNT-FIND-ROW.
       MOVE 0 TO MNT-ROW
       PERFORM VARYING MNT-IDX FROM 1 BY 1 UNTIL MNT-IDX > MNT-COUNT
           IF MNT-ENT-USER(MNT-IDX) NOT = SPACES
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(MNT-ENT-USER(MNT-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               MOVE MNT-IDX TO MNT-ROW
               EXIT PERFORM
           END-IF
       END-PERFORM
       EXIT.

*> Stores MNT-ARG-OPTIN (and MNT-TOPICS) as W-USERNAME's mentor row,
*> after MNT-FIND-ROW. MNT-STAT is left "00" only when it was saved.
MNT-SAVE-ROW.
       IF MNT-OVERFLOW = 'Y'
          OR (MNT-ROW = 0 AND MNT-COUNT >= MAX-MNT-ENTRIES)
           MOVE "Unable to update your mentor sign-up. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           MOVE "99" TO MNT-STAT
           EXIT PARAGRAPH
       END-IF
       IF MNT-ROW = 0
           ADD 1 TO MNT-COUNT
           MOVE MNT-COUNT TO MNT-ROW
           MOVE SPACES TO MNT-ENTRY(MNT-ROW)
           MOVE FUNCTION TRIM(W-USERNAME) TO MNT-ENT-USER(MNT-ROW)
       END-IF
       MOVE MNT-ARG-OPTIN TO MNT-ENT-OPTIN(MNT-ROW)
       MOVE W-TODAY-DATE  TO MNT-ENT-DATE(MNT-ROW)
       MOVE MNT-TOPICS    TO MNT-ENT-TOPICS(MNT-ROW)
       PERFORM REWRITE-MNT-FILE
       IF MNT-STAT = "00"
           PERFORM WRITE-CHECKPOINT
       END-IF
       EXIT.

*> Lists opted-in alumni who share the student's university or
*> major, and sends a mentoring request to the one picked.
FIND-A-MENTOR.
       MOVE SPACES TO MNT-MY-UNIV MNT-MY-MAJOR
       MOVE SPACES TO W-PROFILE-PATH
       STRING "bin/profiles/"
              FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
              ".txt"
           INTO W-PROFILE-PATH
       END-STRING
       OPEN INPUT P-FILE
       IF P-STAT = "00"
           PERFORM CLEAR-PROFILE-WS
           PERFORM PARSE-PROFILE-FILE
           CLOSE P-FILE
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(UNIVERSITY)) TO MNT-MY-UNIV
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(MAJOR))      TO MNT-MY-MAJOR
       END-IF
       IF MNT-MY-UNIV = SPACES AND MNT-MY-MAJOR = SPACES
           MOVE "Add your university or major to your profile to find mentors." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       PERFORM LOAD-MNT-TABLE
       PERFORM LOAD-ALM-TABLE
       PERFORM LOAD-BLK-TABLE
       MOVE "--- Find a Mentor ---" TO W-MSG PERFORM DISP-MSG
       MOVE 0 TO MNT-SHOWN
       PERFORM VARYING MNT-IDX FROM 1 BY 1
               UNTIL MNT-IDX > MNT-COUNT OR MNT-SHOWN >= 20
           IF MNT-ENT-USER(MNT-IDX) NOT = SPACES
              AND MNT-ENT-OPTIN(MNT-IDX) = 'Y'
               PERFORM MNT-CHECK-CANDIDATE
           END-IF
       END-PERFORM
       IF MNT-SHOWN = 0
           MOVE "No mentors from your university or major are available right now." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE "Enter a number to ask that mentor for help, or 0 to go back:" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT = "0"
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-NUMERIC-INPUT
       IF NUM-INPUT-BAD
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(W-USR-INPT) TO MNT-PICK
       IF MNT-PICK < 1 OR MNT-PICK > MNT-SHOWN
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE MNT-PICK-ROW(MNT-PICK) TO MNT-IDX
       MOVE MNT-ENT-USER(MNT-IDX) TO MNT-TARGET
       PERFORM MENTOR-SEND-REQUEST
       EXIT.

*> Lists MNT-ENT-USER(MNT-IDX) when they are alumni, not the student,
*> not blocked either way, and share the university or the major.
MNT-CHECK-CANDIDATE.
       IF FUNCTION LOWER-CASE(FUNCTION TRIM(MNT-ENT-USER(MNT-IDX)))
          = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
           EXIT PARAGRAPH
       END-IF
       MOVE MNT-ENT-USER(MNT-IDX) TO ALM-ARG-USER
       PERFORM ALM-FIND-IN-TABLE
       IF ALM-FOUND = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE W-USERNAME TO BLK-ARG-BY
       MOVE MNT-ENT-USER(MNT-IDX) TO BLK-ARG-USER
       PERFORM BLK-CHECK-PAIR
       IF BLK-STATE NOT = 'N'
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO W-PROFILE-PATH
       STRING "bin/profiles/"
              FUNCTION LOWER-CASE(FUNCTION TRIM(MNT-ENT-USER(MNT-IDX)))
              ".txt"
           INTO W-PROFILE-PATH
       END-STRING
       OPEN INPUT P-FILE
       IF P-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM CLEAR-PROFILE-WS
       PERFORM PARSE-PROFILE-FILE
       CLOSE P-FILE

       MOVE 'N' TO MNT-MATCH
       IF MNT-MY-UNIV NOT = SPACES
          AND FUNCTION LOWER-CASE(FUNCTION TRIM(UNIVERSITY)) = MNT-MY-UNIV
           MOVE 'Y' TO MNT-MATCH
       END-IF
       IF MNT-MY-MAJOR NOT = SPACES
          AND FUNCTION LOWER-CASE(FUNCTION TRIM(MAJOR)) = MNT-MY-MAJOR
           MOVE 'Y' TO MNT-MATCH
       END-IF
       IF MNT-MATCH = 'N'
           EXIT PARAGRAPH
       END-IF

       ADD 1 TO MNT-SHOWN
       MOVE MNT-IDX TO MNT-PICK-ROW(MNT-SHOWN)
       MOVE MNT-SHOWN TO MNT-NUM-TEXT
       MOVE SPACES TO W-MSG
       STRING FUNCTION TRIM(MNT-NUM-TEXT) ". "
              FUNCTION TRIM(FIRST-NAME) " " FUNCTION TRIM(LAST-NAME)
              " (" FUNCTION TRIM(MNT-ENT-USER(MNT-IDX)) "), class of "
              FUNCTION TRIM(W-YEAR-TEXT-VIEW)
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       MOVE SPACES TO W-MSG
       STRING "   " FUNCTION TRIM(MAJOR) " - " FUNCTION TRIM(UNIVERSITY)
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       MOVE SPACES TO W-MSG
       STRING "   Can help with: " FUNCTION TRIM(MNT-ENT-TOPICS(MNT-IDX))
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> Sends W-USERNAME's mentoring request to MNT-TARGET, unless one is
*> already pending or accepted.
MENTOR-SEND-REQUEST.
       PERFORM LOAD-MNR-TABLE
       IF MNR-OVERFLOW = 'Y' OR MNR-COUNT >= MAX-MNR-ENTRIES
           MOVE "Unable to send your mentoring request. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING MNR-IDX FROM 1 BY 1 UNTIL MNR-IDX > MNR-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(MNR-ENT-MENTEE(MNR-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(MNR-ENT-MENTOR(MNR-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(MNT-TARGET))
               IF MNR-ENT-STATE(MNR-IDX) = "PENDING"
                   MOVE SPACES TO W-MSG
                   STRING "Your request to " FUNCTION TRIM(MNT-TARGET)
                          " is still waiting for an answer."
                       INTO W-MSG
                   END-STRING
                   PERFORM DISP-MSG
                   EXIT PARAGRAPH
               END-IF
               IF MNR-ENT-STATE(MNR-IDX) = "ACCEPTED"
                   MOVE SPACES TO W-MSG
                   STRING FUNCTION TRIM(MNT-TARGET) " is already your mentor."
                       INTO W-MSG
                   END-STRING
                   PERFORM DISP-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF
       END-PERFORM

       MOVE "Add a short note about what you would like help with (max 80 chars, Enter to skip):" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT-RAW
       MOVE FUNCTION TRIM(W-USR-INPT) TO MNR-NOTE
       INSPECT MNR-NOTE REPLACING ALL "|" BY "/"

       ADD 1 TO MNR-COUNT
       MOVE SPACES TO MNR-ENTRY(MNR-COUNT)
       MOVE FUNCTION TRIM(W-USERNAME) TO MNR-ENT-MENTEE(MNR-COUNT)
       MOVE FUNCTION TRIM(MNT-TARGET) TO MNR-ENT-MENTOR(MNR-COUNT)
       MOVE "PENDING"                 TO MNR-ENT-STATE(MNR-COUNT)
       MOVE W-TODAY-DATE              TO MNR-ENT-DATE(MNR-COUNT)
       MOVE MNR-NOTE                  TO MNR-ENT-NOTE(MNR-COUNT)
       PERFORM REWRITE-MNR-FILE
       IF MNR-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF

       MOVE MNT-TARGET TO NOTIF-USER
       MOVE SPACES TO NOTIF-TEXT
       STRING FUNCTION TRIM(W-USERNAME)
              " asked you to be their mentor. Answer under Mentoring."
           INTO NOTIF-TEXT
       END-STRING
       PERFORM DROP-NOTIFICATION
       PERFORM WRITE-CHECKPOINT
       MOVE SPACES TO W-MSG
       STRING "Mentoring request sent to " FUNCTION TRIM(MNT-TARGET) "."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> The student's own mentoring requests; an accepted one opens a
*> message to that mentor.
MY-MENTORING-REQUESTS.
       PERFORM LOAD-MNR-TABLE
       MOVE "--- My Mentoring Requests ---" TO W-MSG PERFORM DISP-MSG
       MOVE 0 TO MNR-SHOWN
       PERFORM VARYING MNR-IDX FROM 1 BY 1 UNTIL MNR-IDX > MNR-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(MNR-ENT-MENTEE(MNR-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               ADD 1 TO MNR-SHOWN
               MOVE MNR-IDX TO MNR-PICK-ROW(MNR-SHOWN)
               MOVE MNR-SHOWN TO MNR-NUM-TEXT
               MOVE MNR-ENT-DATE(MNR-IDX) TO W-DATE-RAW
               PERFORM FORMAT-DATE-DISPLAY
               MOVE SPACES TO W-MSG
               STRING FUNCTION TRIM(MNR-NUM-TEXT) ". "
                      FUNCTION TRIM(MNR-ENT-MENTOR(MNR-IDX)) " - "
                      FUNCTION TRIM(MNR-ENT-STATE(MNR-IDX))
                      " (sent " FUNCTION TRIM(W-DATE-DISPLAY) ")"
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
           END-IF
       END-PERFORM
       IF MNR-SHOWN = 0
           MOVE "You have not asked anyone to mentor you yet." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE "Enter the number of an accepted request to message that mentor, or 0 to go back:" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT = "0"
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-NUMERIC-INPUT
       IF NUM-INPUT-BAD
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(W-USR-INPT) TO MNR-PICK
       IF MNR-PICK < 1 OR MNR-PICK > MNR-SHOWN
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE MNR-PICK-ROW(MNR-PICK) TO MNR-IDX
       IF MNR-ENT-STATE(MNR-IDX) NOT = "ACCEPTED"
           MOVE "You can message a mentor once they accept your request." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE MNR-ENT-MENTOR(MNR-IDX) TO MSG-RECIPIENT
       PERFORM SEND-MESSAGE-TO-RECIPIENT
       EXIT.

*> Requests addressed to the alumnus: pending ones are accepted or
*> declined, accepted ones open a message to the student.
MENTOR-REQUESTS-TO-ME.
       PERFORM LOAD-MNR-TABLE
       MOVE "--- Mentoring Requests to Me ---" TO W-MSG PERFORM DISP-MSG
       MOVE 0 TO MNR-SHOWN
       PERFORM VARYING MNR-IDX FROM 1 BY 1 UNTIL MNR-IDX > MNR-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(MNR-ENT-MENTOR(MNR-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               ADD 1 TO MNR-SHOWN
               MOVE MNR-IDX TO MNR-PICK-ROW(MNR-SHOWN)
               MOVE MNR-SHOWN TO MNR-NUM-TEXT
               MOVE MNR-ENT-DATE(MNR-IDX) TO W-DATE-RAW
               PERFORM FORMAT-DATE-DISPLAY
               MOVE SPACES TO W-MSG
               STRING FUNCTION TRIM(MNR-NUM-TEXT) ". "
                      FUNCTION TRIM(MNR-ENT-MENTEE(MNR-IDX)) " - "
                      FUNCTION TRIM(MNR-ENT-STATE(MNR-IDX))
                      " (asked " FUNCTION TRIM(W-DATE-DISPLAY) ")"
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
               IF MNR-ENT-NOTE(MNR-IDX) NOT = SPACES
                   MOVE SPACES TO W-MSG
                   STRING "   Note: " FUNCTION TRIM(MNR-ENT-NOTE(MNR-IDX))
                       INTO W-MSG
                   END-STRING
                   PERFORM DISP-MSG
               END-IF
           END-IF
       END-PERFORM
       IF MNR-SHOWN = 0
           MOVE "No students have asked you to mentor them yet." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE "Enter a number to answer or message that student, or 0 to go back:" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT = "0"
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-NUMERIC-INPUT
       IF NUM-INPUT-BAD
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(W-USR-INPT) TO MNR-PICK
       IF MNR-PICK < 1 OR MNR-PICK > MNR-SHOWN
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE MNR-PICK-ROW(MNR-PICK) TO MNR-IDX

       EVALUATE MNR-ENT-STATE(MNR-IDX)
           WHEN "PENDING"
               PERFORM MENTOR-ANSWER-REQUEST
           WHEN "ACCEPTED"
               MOVE MNR-ENT-MENTEE(MNR-IDX) TO MSG-RECIPIENT
               PERFORM SEND-MESSAGE-TO-RECIPIENT
           WHEN OTHER
               MOVE "You have already declined this request." TO W-MSG
               PERFORM DISP-MSG
       END-EVALUATE
       EXIT.

*> Accept or decline the pending request at MNR-IDX; the student is
*> told either way, and an acceptance carries the mentor's email.
MENTOR-ANSWER-REQUEST.
       MOVE "Enter A to accept or D to decline:" TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT NOT = "a" AND W-USR-INPT NOT = "d"
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       IF MNR-OVERFLOW = 'Y'
           MOVE "Unable to update mentoring requests. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE MNR-ENT-MENTEE(MNR-IDX) TO MNT-TARGET
       IF W-USR-INPT = "a"
           MOVE "ACCEPTED" TO MNR-ENT-STATE(MNR-IDX)
       ELSE
           MOVE "DECLINED" TO MNR-ENT-STATE(MNR-IDX)
       END-IF
       PERFORM REWRITE-MNR-FILE
       IF MNR-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM WRITE-CHECKPOINT

       MOVE MNT-TARGET TO NOTIF-USER
       MOVE SPACES TO NOTIF-TEXT
       IF MNR-ENT-STATE(MNR-IDX) = "DECLINED"
           STRING FUNCTION TRIM(W-USERNAME)
                  " is not able to take on your mentoring request right now."
               INTO NOTIF-TEXT
           END-STRING
           PERFORM DROP-NOTIFICATION
           MOVE SPACES TO W-MSG
           STRING "Request from " FUNCTION TRIM(MNT-TARGET) " declined."
               INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       *> the mentor's own email, when their profile has one
       MOVE SPACES TO EMAIL-ADDRESS
       MOVE SPACES TO W-PROFILE-PATH
       STRING "bin/profiles/"
              FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
              ".txt"
           INTO W-PROFILE-PATH
       END-STRING
       OPEN INPUT P-FILE
       IF P-STAT = "00"
           PERFORM CLEAR-PROFILE-WS
           PERFORM PARSE-PROFILE-FILE
           CLOSE P-FILE
       END-IF
       IF FUNCTION TRIM(EMAIL-ADDRESS) = SPACES
           STRING FUNCTION TRIM(W-USERNAME)
                  " accepted your mentoring request. Message them under Mentoring."
               INTO NOTIF-TEXT
           END-STRING
       ELSE
           STRING FUNCTION TRIM(W-USERNAME)
                  " accepted your mentoring request. Message them under Mentoring or at "
                  FUNCTION TRIM(EMAIL-ADDRESS) "."
               INTO NOTIF-TEXT
           END-STRING
       END-IF
       PERFORM DROP-NOTIFICATION
       MOVE SPACES TO W-MSG
       STRING "You are now mentoring " FUNCTION TRIM(MNT-TARGET) "."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       MOVE "Send them a first message now? (yes/no):" TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT = "1" OR W-USR-INPT = "yes"
           MOVE MNT-TARGET TO MSG-RECIPIENT
           PERFORM SEND-MESSAGE-TO-RECIPIENT
       END-IF
       EXIT.

*> ALM-FOUND for ALM-ARG-USER, loading the alumni list first.
ALM-CHECK-USER.
       PERFORM LOAD-ALM-TABLE
       PERFORM ALM-FIND-IN-TABLE
       EXIT.

*> ALM-FOUND / ALM-IDX for ALM-ARG-USER against the loaded list.
ALM-FIND-IN-TABLE.
       MOVE 'N' TO ALM-FOUND
       PERFORM VARYING ALM-IDX FROM 1 BY 1 UNTIL ALM-IDX > ALM-COUNT
           IF ALM-ENT-USER(ALM-IDX) NOT = SPACES
              AND ALM-ENT-USER(ALM-IDX)
              = FUNCTION LOWER-CASE(FUNCTION TRIM(ALM-ARG-USER))
               MOVE 'Y' TO ALM-FOUND
               EXIT PERFORM
           END-IF
       END-PERFORM
       EXIT.

LOAD-ALM-TABLE.
       MOVE 0 TO ALM-COUNT
       MOVE 'N' TO ALM-OVERFLOW
       MOVE 'N' TO ALM-EOF
       OPEN INPUT ALM-FILE
       IF ALM-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ALM-EOF = 'Y'
           READ ALM-FILE INTO ALM-REC
               AT END
                   MOVE 'Y' TO ALM-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(ALM-REC) TO ALM-LINE
                   IF ALM-LINE NOT = SPACES AND ALM-COUNT = MAX-ALM-ENTRIES
                       MOVE 'Y' TO ALM-OVERFLOW
                   END-IF
                   IF ALM-LINE NOT = SPACES AND ALM-COUNT < MAX-ALM-ENTRIES
                       ADD 1 TO ALM-COUNT
                       MOVE SPACES TO ALM-ENTRY(ALM-COUNT)
                       MOVE 1 TO ALM-POINTER
                       UNSTRING ALM-LINE DELIMITED BY "|"
                           INTO ALM-ENT-USER(ALM-COUNT)
                                ALM-ENT-YEAR(ALM-COUNT)
                                ALM-ENT-DATE(ALM-COUNT)
                           WITH POINTER ALM-POINTER
                       END-UNSTRING
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ALM-FILE
       EXIT.

*> Dumps ALM-TABLE back over the file, skipping blanked rows. Never
*> called after an overflowed load.
REWRITE-ALM-FILE.
       OPEN OUTPUT ALM-FILE
       IF ALM-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING ALM-IDX FROM 1 BY 1 UNTIL ALM-IDX > ALM-COUNT
           IF ALM-ENT-USER(ALM-IDX) NOT = SPACES
               MOVE SPACES TO ALM-LINE
               STRING FUNCTION TRIM(ALM-ENT-USER(ALM-IDX)) "|"
                      ALM-ENT-YEAR(ALM-IDX) "|"
                      ALM-ENT-DATE(ALM-IDX)
                   INTO ALM-LINE
               END-STRING
               MOVE ALM-LINE TO ALM-REC
               WRITE ALM-REC
           END-IF
       END-PERFORM
       CLOSE ALM-FILE
       EXIT.

LOAD-MNT-TABLE.
       MOVE 0 TO MNT-COUNT
       MOVE 'N' TO MNT-OVERFLOW
       MOVE 'N' TO MNT-EOF
       OPEN INPUT MNT-FILE
       IF MNT-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MNT-EOF = 'Y'
           READ MNT-FILE INTO MNT-REC
               AT END
                   MOVE 'Y' TO MNT-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(MNT-REC) TO MNT-LINE
                   IF MNT-LINE NOT = SPACES AND MNT-COUNT = MAX-MNT-ENTRIES
                       MOVE 'Y' TO MNT-OVERFLOW
                   END-IF
                   IF MNT-LINE NOT = SPACES AND MNT-COUNT < MAX-MNT-ENTRIES
                       ADD 1 TO MNT-COUNT
                       MOVE SPACES TO MNT-ENTRY(MNT-COUNT)
                       MOVE 1 TO MNT-POINTER
                       UNSTRING MNT-LINE DELIMITED BY "|"
                           INTO MNT-ENT-USER(MNT-COUNT)
                                MNT-ENT-OPTIN(MNT-COUNT)
                                MNT-ENT-DATE(MNT-COUNT)
                                MNT-ENT-TOPICS(MNT-COUNT)
                           WITH POINTER MNT-POINTER
                       END-UNSTRING
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MNT-FILE
       EXIT.

*> Dumps MNT-TABLE back over the file, skipping blanked rows. Never
*> called after an overflowed load.
REWRITE-MNT-FILE.
       OPEN OUTPUT MNT-FILE
       IF MNT-STAT NOT = "00"
           MOVE "Unable to update your mentor sign-up. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING MNT-IDX FROM 1 BY 1 UNTIL MNT-IDX > MNT-COUNT
           IF MNT-ENT-USER(MNT-IDX) NOT = SPACES
               MOVE SPACES TO MNT-LINE
               STRING FUNCTION TRIM(MNT-ENT-USER(MNT-IDX)) "|"
                      MNT-ENT-OPTIN(MNT-IDX) "|"
                      MNT-ENT-DATE(MNT-IDX) "|"
                      FUNCTION TRIM(MNT-ENT-TOPICS(MNT-IDX))
                   INTO MNT-LINE
               END-STRING
               MOVE MNT-LINE TO MNT-REC
               WRITE MNT-REC
           END-IF
       END-PERFORM
       CLOSE MNT-FILE
       EXIT.

LOAD-MNR-TABLE.
       MOVE 0 TO MNR-COUNT
       MOVE 'N' TO MNR-OVERFLOW
       MOVE 'N' TO MNR-EOF
       OPEN INPUT MNR-FILE
       IF MNR-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MNR-EOF = 'Y'
           READ MNR-FILE INTO MNR-REC
               AT END
                   MOVE 'Y' TO MNR-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(MNR-REC) TO MNR-LINE
                   IF MNR-LINE NOT = SPACES AND MNR-COUNT = MAX-MNR-ENTRIES
                       MOVE 'Y' TO MNR-OVERFLOW
                   END-IF
                   IF MNR-LINE NOT = SPACES AND MNR-COUNT < MAX-MNR-ENTRIES
                       ADD 1 TO MNR-COUNT
                       MOVE SPACES TO MNR-ENTRY(MNR-COUNT)
                       MOVE 1 TO MNR-POINTER
                       UNSTRING MNR-LINE DELIMITED BY "|"
                           INTO MNR-ENT-MENTEE(MNR-COUNT)
                                MNR-ENT-MENTOR(MNR-COUNT)
                                MNR-ENT-STATE(MNR-COUNT)
                                MNR-ENT-DATE(MNR-COUNT)
                                MNR-ENT-NOTE(MNR-COUNT)
                           WITH POINTER MNR-POINTER
                       END-UNSTRING
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MNR-FILE
       EXIT.

*> Dumps MNR-TABLE back over the file, skipping blanked rows. Never
*> called after an overflowed load.
REWRITE-MNR-FILE.
       OPEN OUTPUT MNR-FILE
       IF MNR-STAT NOT = "00"
           MOVE "Unable to update mentoring requests. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING MNR-IDX FROM 1 BY 1 UNTIL MNR-IDX > MNR-COUNT
           IF MNR-ENT-MENTEE(MNR-IDX) NOT = SPACES
               MOVE SPACES TO MNR-LINE
               STRING FUNCTION TRIM(MNR-ENT-MENTEE(MNR-IDX)) "|"
                      FUNCTION TRIM(MNR-ENT-MENTOR(MNR-IDX)) "|"
                      FUNCTION TRIM(MNR-ENT-STATE(MNR-IDX))  "|"
                      MNR-ENT-DATE(MNR-IDX) "|"
                      FUNCTION TRIM(MNR-ENT-NOTE(MNR-IDX))
                   INTO MNR-LINE
               END-STRING
               MOVE MNR-LINE TO MNR-REC
               WRITE MNR-REC
           END-IF
       END-PERFORM
       CLOSE MNR-FILE
       EXIT.

*> Drops the user's alumni row, mentor sign-up, and mentoring
*> requests on either side.
PURGE-MY-MENTORING.
       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME)) TO ALM-ARG-USER
       PERFORM LOAD-ALM-TABLE
       IF ALM-OVERFLOW = 'Y'
           MOVE 'Y' TO PURGE-WARNED
       ELSE
           PERFORM ALM-FIND-IN-TABLE
           IF ALM-FOUND = 'Y'
               MOVE SPACES TO ALM-ENT-USER(ALM-IDX)
               PERFORM REWRITE-ALM-FILE
           END-IF
       END-IF

       PERFORM LOAD-MNT-TABLE
       IF MNT-OVERFLOW = 'Y'
           MOVE 'Y' TO PURGE-WARNED
       ELSE
           PERFORM MNT-FIND-ROW
           IF MNT-ROW > 0
               MOVE SPACES TO MNT-ENT-USER(MNT-ROW)
               PERFORM REWRITE-MNT-FILE
           END-IF
       END-IF

       PERFORM LOAD-MNR-TABLE
       IF MNR-OVERFLOW = 'Y'
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO MNT-CHANGED
       PERFORM VARYING MNR-IDX FROM 1 BY 1 UNTIL MNR-IDX > MNR-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(MNR-ENT-MENTEE(MNR-IDX)))
              = ALM-ARG-USER
              OR FUNCTION LOWER-CASE(FUNCTION TRIM(MNR-ENT-MENTOR(MNR-IDX)))
              = ALM-ARG-USER
               MOVE SPACES TO MNR-ENT-MENTEE(MNR-IDX)
               MOVE 'Y' TO MNT-CHANGED
           END-IF
       END-PERFORM
       IF MNT-CHANGED = 'Y'
           PERFORM REWRITE-MNR-FILE
       END-IF
       EXIT.

*> Shows whether notification email is on for the current user and
*> offers to switch it. Off means a row in the opt-out store.
TOGGLE-EMAIL-OPT-OUT.
       PERFORM LOAD-EMO-TABLE
       PERFORM CHECK-EMAIL-OPT-OUT
       IF EMO-OPTED-OUT = 'Y'
           MOVE "Notification email is OFF for your account." TO W-MSG
           PERFORM DISP-MSG
           MOVE "Turn it back on? (yes/no):" TO W-MSG
       ELSE
           MOVE "Notification email is ON: unseen notifications older than two weeks are emailed to you." TO W-MSG
           PERFORM DISP-MSG
           MOVE "Turn it off? (yes/no):" TO W-MSG
       END-IF
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT NOT = "1" AND W-USR-INPT NOT = "yes"
           EXIT PARAGRAPH
       END-IF
       IF EMO-OVERFLOW = 'Y'
           MOVE "Unable to update your email setting. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       IF EMO-OPTED-OUT = 'Y'
           PERFORM VARYING EMO-IDX FROM 1 BY 1 UNTIL EMO-IDX > EMO-COUNT
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(EMO-USER(EMO-IDX)))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                   MOVE SPACES TO EMO-USER(EMO-IDX)
               END-IF
           END-PERFORM
           MOVE "Notification email turned ON." TO W-MSG
       ELSE
           IF EMO-COUNT = 500
               MOVE "Unable to update your email setting. Please try again later." TO W-MSG
               PERFORM DISP-MSG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EMO-COUNT
           MOVE FUNCTION TRIM(W-USERNAME) TO EMO-USER(EMO-COUNT)
           MOVE "Notification email turned OFF." TO W-MSG
       END-IF
       PERFORM REWRITE-EMO-FILE
       IF EMO-STAT NOT = "00"
           MOVE "Unable to update your email setting. Please try again later." TO W-MSG
       ELSE
           PERFORM WRITE-CHECKPOINT
       END-IF
       PERFORM DISP-MSG
       EXIT.

*> Loads the opt-out store into EMO-TABLE (a missing file is simply
*> an empty list).
LOAD-EMO-TABLE.
       MOVE 0 TO EMO-COUNT
       MOVE 'N' TO EMO-OVERFLOW
       MOVE 'N' TO EMO-EOF
       OPEN INPUT EMO-FILE
       IF EMO-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL EMO-EOF = 'Y'
           READ EMO-FILE INTO EMO-REC
               AT END
                   MOVE 'Y' TO EMO-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(EMO-REC) TO EMO-LINE
                   IF EMO-LINE NOT = SPACES AND EMO-COUNT = 500
                       MOVE 'Y' TO EMO-OVERFLOW
                   END-IF
                   IF EMO-LINE NOT = SPACES AND EMO-COUNT < 500
                       ADD 1 TO EMO-COUNT
                       MOVE EMO-LINE TO EMO-USER(EMO-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EMO-FILE
       EXIT.

*> EMO-OPTED-OUT = 'Y' when W-USERNAME is in EMO-TABLE.
CHECK-EMAIL-OPT-OUT.
       MOVE 'N' TO EMO-OPTED-OUT
       PERFORM VARYING EMO-IDX FROM 1 BY 1 UNTIL EMO-IDX > EMO-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(EMO-USER(EMO-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               MOVE 'Y' TO EMO-OPTED-OUT
               EXIT PERFORM
           END-IF
       END-PERFORM
       EXIT.

*> Dumps EMO-TABLE back over the store, skipping blanked rows. Never
*> called after an overflowed load.
REWRITE-EMO-FILE.
       OPEN OUTPUT EMO-FILE
       IF EMO-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING EMO-IDX FROM 1 BY 1 UNTIL EMO-IDX > EMO-COUNT
           IF EMO-USER(EMO-IDX) NOT = SPACES
               MOVE EMO-USER(EMO-IDX) TO EMO-REC
               WRITE EMO-REC
           END-IF
       END-PERFORM
       CLOSE EMO-FILE
       EXIT.

*> Takes the user off the opt-out list.
PURGE-MY-EMAIL-OPT-OUT.
       PERFORM LOAD-EMO-TABLE
       PERFORM CHECK-EMAIL-OPT-OUT
       IF EMO-OPTED-OUT = 'N'
           EXIT PARAGRAPH
       END-IF
       IF EMO-OVERFLOW = 'Y'
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING EMO-IDX FROM 1 BY 1 UNTIL EMO-IDX > EMO-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(EMO-USER(EMO-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               MOVE SPACES TO EMO-USER(EMO-IDX)
           END-IF
       END-PERFORM
       PERFORM REWRITE-EMO-FILE
       EXIT.

MYD-WRITE.
       MOVE MYD-LINE TO MYD-REC
       WRITE MYD-REC
       EXIT.

*> One consolidated export of everything on file about the current
*> user, one section per store, raw rows as stored so nothing is
*> lost in reformatting. The password is deliberately absent - only
*> its one-way hash exists, and that stays in the user file.
EXPORT-MY-DATA.
       MOVE SPACES TO W-MYD-PATH
       STRING "bin/InCollege-MyData-"
              FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
              ".txt"
           INTO W-MYD-PATH
       END-STRING
       OPEN OUTPUT MYD-FILE
       IF MYD-STAT NOT = "00"
           MOVE "Unable to write your data export. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO MYD-LINE
       STRING "===== InCollege data export for "
              FUNCTION TRIM(W-USERNAME) " ====="
           INTO MYD-LINE
       END-STRING
       PERFORM MYD-WRITE
       MOVE SPACES TO MYD-LINE
       STRING "Exported: " W-TODAY-DATE INTO MYD-LINE
       END-STRING
       PERFORM MYD-WRITE

       MOVE "== Account ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE SPACES TO MYD-LINE
       STRING "Username: " FUNCTION TRIM(W-USERNAME) INTO MYD-LINE
       END-STRING
       PERFORM MYD-WRITE
       IF EMPLOYER-USER
           MOVE "Account type: employer" TO MYD-LINE
       ELSE
           MOVE "Account type: student" TO MYD-LINE
       END-IF
       PERFORM MYD-WRITE
       MOVE "Password: stored as a one-way hash only" TO MYD-LINE
       PERFORM MYD-WRITE
       PERFORM LOAD-EMO-TABLE
       PERFORM CHECK-EMAIL-OPT-OUT
       IF EMO-OPTED-OUT = 'Y'
           MOVE "Notification email: off" TO MYD-LINE
       ELSE
           MOVE "Notification email: on" TO MYD-LINE
       END-IF
       PERFORM MYD-WRITE

       MOVE "== Profile ==" TO MYD-LINE
       PERFORM MYD-WRITE
       PERFORM BUILD-PROFILE-PATH
       MOVE 'N' TO FILE-EOF
       OPEN INPUT P-FILE
       IF P-STAT = "00"
           PERFORM UNTIL FILE-EOF = 'Y'
               READ P-FILE INTO P-REC
                   AT END
                       MOVE 'Y' TO FILE-EOF
                   NOT AT END
                       MOVE P-REC TO MYD-LINE
                       PERFORM MYD-WRITE
               END-READ
           END-PERFORM
           CLOSE P-FILE
       ELSE
           CLOSE P-FILE
           MOVE "(no profile on file)" TO MYD-LINE
           PERFORM MYD-WRITE
       END-IF
       MOVE 'N' TO FILE-EOF

       MOVE "== Established connections ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       PERFORM LOAD-ECFILE-TABLE
       PERFORM VARYING RECON-IDX FROM 1 BY 1 UNTIL RECON-IDX > RECON-PAIR-COUNT
           IF FUNCTION TRIM(RECON-PAIR-U1(RECON-IDX)) = FUNCTION TRIM(W-USERNAME)
              OR FUNCTION TRIM(RECON-PAIR-U2(RECON-IDX)) = FUNCTION TRIM(W-USERNAME)
               ADD 1 TO MYD-SECTION-COUNT
               MOVE SPACES TO MYD-LINE
               STRING FUNCTION TRIM(RECON-PAIR-U1(RECON-IDX)) ","
                      FUNCTION TRIM(RECON-PAIR-U2(RECON-IDX))
                   INTO MYD-LINE
               END-STRING
               PERFORM MYD-WRITE
           END-IF
       END-PERFORM
       PERFORM MYD-SECTION-NONE

       MOVE "== Job applications ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       PERFORM ENSURE-APX-FILE
       MOVE 'U' TO APX-SCAN-MODE
       MOVE W-USERNAME TO APX-SCAN-USER
       PERFORM APX-SCAN-START
       PERFORM UNTIL APX-EOF = 'Y'
           PERFORM APX-SCAN-NEXT
           IF APX-EOF NOT = 'Y'
               ADD 1 TO MYD-SECTION-COUNT
               MOVE SPACES TO MYD-LINE
               STRING FUNCTION TRIM(CUR-APP-TITLE)
                      " at " FUNCTION TRIM(CUR-APP-EMP)
                      " [" FUNCTION TRIM(CUR-APP-STATUS) "]"
                      " applied " FUNCTION TRIM(CUR-APP-DATE)
                   INTO MYD-LINE
               END-STRING
               PERFORM MYD-WRITE
           END-IF
       END-PERFORM
       PERFORM APX-SCAN-STOP
       PERFORM MYD-SECTION-NONE

       MOVE "== Messages (sent and received) ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       MOVE 'N' TO MSG-EOF
       OPEN INPUT MSG-FILE
       IF MSG-STAT = "00"
           PERFORM UNTIL MSG-EOF = 'Y'
               READ MSG-FILE INTO MSG-REC
                   AT END
                       MOVE 'Y' TO MSG-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(MSG-REC) TO MSG-LINE
                       IF MSG-LINE NOT = SPACES
                           MOVE 1 TO MSG-POINTER
                           MOVE SPACES TO MSG-TO-FIELD MSG-FROM-FIELD
                           MOVE SPACES TO MSG-STATE-FIELD MSG-TEXT-FIELD
                           UNSTRING MSG-LINE DELIMITED BY "|"
                               INTO MSG-TO-FIELD
                                    MSG-FROM-FIELD
                                    MSG-STATE-FIELD
                                    MSG-TEXT-FIELD
                               WITH POINTER MSG-POINTER
                           END-UNSTRING
                           IF FUNCTION LOWER-CASE(FUNCTION TRIM(MSG-TO-FIELD))
                              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                              OR FUNCTION LOWER-CASE(FUNCTION TRIM(MSG-FROM-FIELD))
                              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                               ADD 1 TO MYD-SECTION-COUNT
                               MOVE MSG-LINE TO MYD-LINE
                               PERFORM MYD-WRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MSG-FILE
       END-IF
       PERFORM MYD-SECTION-NONE

       MOVE "== Endorsements (given and received) ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       MOVE 'N' TO END-EOF
       OPEN INPUT ENDORSE-FILE
       IF END-STAT = "00"
           PERFORM UNTIL END-EOF = 'Y'
               READ ENDORSE-FILE INTO END-REC
                   AT END
                       MOVE 'Y' TO END-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(END-REC) TO END-LINE
                       IF END-LINE NOT = SPACES
                           MOVE 1 TO END-POINTER
                           MOVE SPACES TO END-OWNER-FIELD END-SKILL-FIELD END-BY-FIELD
                           UNSTRING END-LINE DELIMITED BY "|"
                               INTO END-OWNER-FIELD
                                    END-SKILL-FIELD
                                    END-BY-FIELD
                               WITH POINTER END-POINTER
                           END-UNSTRING
                           IF FUNCTION LOWER-CASE(FUNCTION TRIM(END-OWNER-FIELD))
                              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                              OR FUNCTION LOWER-CASE(FUNCTION TRIM(END-BY-FIELD))
                              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                               ADD 1 TO MYD-SECTION-COUNT
                               MOVE END-LINE TO MYD-LINE
                               PERFORM MYD-WRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDORSE-FILE
       END-IF
       PERFORM MYD-SECTION-NONE

       MOVE "== Skills completed ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       MOVE 'N' TO SKILL-EOF
       OPEN INPUT SKILL-FILE
       IF SKILL-STAT = "00"
           PERFORM UNTIL SKILL-EOF = 'Y'
               READ SKILL-FILE INTO SKILL-REC
                   AT END
                       MOVE 'Y' TO SKILL-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(SKILL-REC) TO SKILL-LINE
                       IF SKILL-LINE NOT = SPACES
                           MOVE 1 TO SKILL-POINTER
                           MOVE SPACES TO SKILL-USER-FIELD SKILL-ID-FIELD
                           UNSTRING SKILL-LINE DELIMITED BY "|"
                               INTO SKILL-USER-FIELD
                                    SKILL-ID-FIELD
                               WITH POINTER SKILL-POINTER
                           END-UNSTRING
                           IF FUNCTION LOWER-CASE(FUNCTION TRIM(SKILL-USER-FIELD))
                              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                               ADD 1 TO MYD-SECTION-COUNT
                               MOVE SKILL-LINE TO MYD-LINE
                               PERFORM MYD-WRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILL-FILE
       END-IF
       PERFORM MYD-SECTION-NONE

       MOVE "== Notifications on file ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       PERFORM ENSURE-NOTIF-FILE
       PERFORM LOAD-NOTIF-TABLE
       PERFORM VARYING NOTIF-IDX FROM 1 BY 1 UNTIL NOTIF-IDX > NOTIF-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(NOTIF-ENT-USER(NOTIF-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               ADD 1 TO MYD-SECTION-COUNT
               MOVE SPACES TO MYD-LINE
               STRING FUNCTION TRIM(NOTIF-ENT-STATE(NOTIF-IDX)) ": "
                      FUNCTION TRIM(NOTIF-ENT-TEXT(NOTIF-IDX))
                   INTO MYD-LINE
               END-STRING
               PERFORM MYD-WRITE
           END-IF
       END-PERFORM
       PERFORM MYD-SECTION-NONE

       MOVE "== Group memberships ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       PERFORM ENSURE-GROUP-FILES
       PERFORM LOAD-GROUP-TABLES
       PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > GRP-COUNT
           IF GRP-ID(GRP-IDX) NOT = SPACES
               PERFORM CHECK-GROUP-MEMBERSHIP
               IF GRP-MEMBER-FLAG = 'Y'
                   ADD 1 TO MYD-SECTION-COUNT
                   MOVE SPACES TO MYD-LINE
                   STRING FUNCTION TRIM(GRP-NAME(GRP-IDX)) INTO MYD-LINE
                   END-STRING
                   PERFORM MYD-WRITE
               END-IF
           END-IF
       END-PERFORM
       PERFORM MYD-SECTION-NONE

       MOVE "== Group posts ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       MOVE 'N' TO GRP-EOF
       OPEN INPUT GRPP-FILE
       IF GRPP-STAT = "00"
           PERFORM UNTIL GRP-EOF = 'Y'
               READ GRPP-FILE INTO GRPP-REC
                   AT END
                       MOVE 'Y' TO GRP-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(GRPP-REC) TO GRP-LINE
                       IF GRP-LINE NOT = SPACES
                           MOVE 1 TO GRP-POINTER
                           MOVE SPACES TO GRP-SEL-ID-CHECK GRP-POST-AUTHOR
                           UNSTRING GRP-LINE DELIMITED BY "|"
                               INTO GRP-SEL-ID-CHECK
                                    GRP-POST-AUTHOR
                               WITH POINTER GRP-POINTER
                           END-UNSTRING
                           IF FUNCTION LOWER-CASE(FUNCTION TRIM(GRP-POST-AUTHOR))
                              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                               ADD 1 TO MYD-SECTION-COUNT
                               MOVE GRP-LINE TO MYD-LINE
                               PERFORM MYD-WRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRPP-FILE
       END-IF
       MOVE 'N' TO GRP-EOF
       PERFORM MYD-SECTION-NONE

       MOVE "== Event RSVPs ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       PERFORM LOAD-EVENT-TABLES
       PERFORM VARYING EV-IDX2 FROM 1 BY 1 UNTIL EV-IDX2 > EVR-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(EVR-USER(EV-IDX2)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               ADD 1 TO MYD-SECTION-COUNT
               MOVE SPACES TO MYD-LINE
               STRING "event #" FUNCTION TRIM(EVR-EVENT(EV-IDX2))
                   INTO MYD-LINE
               END-STRING
               PERFORM MYD-WRITE
           END-IF
       END-PERFORM
       PERFORM MYD-SECTION-NONE

       MOVE "== Referrals (made and received) ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       MOVE 'N' TO REF-EOF
       OPEN INPUT REF-FILE
       IF REF-STAT = "00"
           PERFORM UNTIL REF-EOF = 'Y'
               READ REF-FILE INTO REF-REC
                   AT END
                       MOVE 'Y' TO REF-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(REF-REC) TO REF-LINE
                       IF REF-LINE NOT = SPACES
                           MOVE 1 TO REF-POINTER
                           MOVE SPACES TO REF-JOB-FIELD REF-BY-FIELD REF-TO-FIELD
                           UNSTRING REF-LINE DELIMITED BY "|"
                               INTO REF-JOB-FIELD
                                    REF-BY-FIELD
                                    REF-TO-FIELD
                               WITH POINTER REF-POINTER
                           END-UNSTRING
                           IF FUNCTION LOWER-CASE(FUNCTION TRIM(REF-BY-FIELD))
                              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                              OR FUNCTION LOWER-CASE(FUNCTION TRIM(REF-TO-FIELD))
                              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                               ADD 1 TO MYD-SECTION-COUNT
                               MOVE REF-LINE TO MYD-LINE
                               PERFORM MYD-WRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REF-FILE
       END-IF
       PERFORM MYD-SECTION-NONE

       MOVE "== Interview offers ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       PERFORM ENSURE-ITV-FILE
       PERFORM LOAD-ITV-TABLE
       PERFORM VARYING ITV-IDX FROM 1 BY 1 UNTIL ITV-IDX > ITV-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(ITV-ENT-APP(ITV-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
              OR FUNCTION LOWER-CASE(FUNCTION TRIM(ITV-ENT-POSTER(ITV-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               ADD 1 TO MYD-SECTION-COUNT
               MOVE SPACES TO MYD-LINE
               STRING "job #" FUNCTION TRIM(ITV-ENT-JOB-ID(ITV-IDX))
                      " [" FUNCTION TRIM(ITV-ENT-STATE(ITV-IDX)) "] "
                      FUNCTION TRIM(ITV-ENT-SLOT1(ITV-IDX))
                   INTO MYD-LINE
               END-STRING
               PERFORM MYD-WRITE
           END-IF
       END-PERFORM
       PERFORM MYD-SECTION-NONE

       MOVE "== Job alerts ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       PERFORM ENSURE-JAL-FILE
       PERFORM LOAD-JAL-TABLE
       PERFORM VARYING JAL-IDX FROM 1 BY 1 UNTIL JAL-IDX > JAL-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(JAL-ENT-USER(JAL-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               ADD 1 TO MYD-SECTION-COUNT
               MOVE SPACES TO MYD-LINE
               STRING FUNCTION TRIM(JAL-ENT-NAME(JAL-IDX))
                      " - search: " FUNCTION TRIM(JAL-ENT-FILTER(JAL-IDX))
                   INTO MYD-LINE
               END-STRING
               PERFORM MYD-WRITE
           END-IF
       END-PERFORM
       PERFORM MYD-SECTION-NONE

       MOVE "== Reports you filed ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       PERFORM MYD-ARCHIVED-REPORTS
       PERFORM ENSURE-MOD-FILE
       PERFORM LOAD-MOD-TABLE
       PERFORM VARYING MOD-IDX FROM 1 BY 1 UNTIL MOD-IDX > MOD-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(MOD-ENT-REPORTER(MOD-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               PERFORM MYD-REPORT-LINE
           END-IF
       END-PERFORM
       PERFORM MYD-SECTION-NONE

       MOVE "== Blocked users ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       PERFORM LOAD-BLK-TABLE
       PERFORM VARYING BLK-IDX FROM 1 BY 1 UNTIL BLK-IDX > BLK-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-BY(BLK-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               ADD 1 TO MYD-SECTION-COUNT
               MOVE BLK-ENT-DATE(BLK-IDX) TO W-DATE-RAW
               PERFORM FORMAT-DATE-DISPLAY
               MOVE SPACES TO MYD-LINE
               STRING FUNCTION TRIM(BLK-ENT-USER(BLK-IDX))
                      " blocked " FUNCTION TRIM(W-DATE-DISPLAY)
                   INTO MYD-LINE
               END-STRING
               PERFORM MYD-WRITE
           END-IF
       END-PERFORM
       PERFORM MYD-SECTION-NONE

       MOVE "== Screening answers ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME)) TO SCA-USER-LOW
       MOVE 'N' TO SCA-EOF
       OPEN INPUT SCA-FILE
       IF SCA-STAT = "00"
           PERFORM UNTIL SCA-EOF = 'Y'
               READ SCA-FILE INTO SCA-REC
                   AT END
                       MOVE 'Y' TO SCA-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(SCA-REC) TO SCA-LINE
                       PERFORM SCA-SPLIT-ROW
                       IF SCA-USER-FIELD = SCA-USER-LOW
                          AND SCA-USER-LOW NOT = SPACES
                           ADD 1 TO MYD-SECTION-COUNT
                           MOVE SPACES TO MYD-LINE
                           STRING "Job " FUNCTION TRIM(SCA-JOB-FIELD)
                                  " Q" SCA-SEQ-FIELD ": "
                                  FUNCTION TRIM(SCA-ANS-FIELD)
                               INTO MYD-LINE
                           END-STRING
                           PERFORM MYD-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCA-FILE
       END-IF
       PERFORM MYD-SECTION-NONE

       MOVE "== Mentoring ==" TO MYD-LINE
       PERFORM MYD-WRITE
       MOVE 0 TO MYD-SECTION-COUNT
       MOVE W-USERNAME TO ALM-ARG-USER
       PERFORM ALM-CHECK-USER
       IF ALM-FOUND = 'Y'
           ADD 1 TO MYD-SECTION-COUNT
           MOVE ALM-ENT-DATE(ALM-IDX) TO W-DATE-RAW
           PERFORM FORMAT-DATE-DISPLAY
           MOVE SPACES TO MYD-LINE
           STRING "Alumni, class of " ALM-ENT-YEAR(ALM-IDX)
                  " (since " FUNCTION TRIM(W-DATE-DISPLAY) ")"
               INTO MYD-LINE
           END-STRING
           PERFORM MYD-WRITE
       END-IF
       PERFORM LOAD-MNT-TABLE
       PERFORM MNT-FIND-ROW
       IF MNT-ROW > 0
           ADD 1 TO MYD-SECTION-COUNT
           MOVE SPACES TO MYD-LINE
           IF MNT-ENT-OPTIN(MNT-ROW) = 'Y'
               STRING "Mentor sign-up: yes - "
                      FUNCTION TRIM(MNT-ENT-TOPICS(MNT-ROW))
                   INTO MYD-LINE
               END-STRING
           ELSE
               MOVE "Mentor sign-up: no" TO MYD-LINE
           END-IF
           PERFORM MYD-WRITE
       END-IF
       PERFORM LOAD-MNR-TABLE
       PERFORM VARYING MNR-IDX FROM 1 BY 1 UNTIL MNR-IDX > MNR-COUNT
           MOVE SPACES TO MYD-LINE
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(MNR-ENT-MENTEE(MNR-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               STRING "Request to " FUNCTION TRIM(MNR-ENT-MENTOR(MNR-IDX))
                      ": " FUNCTION TRIM(MNR-ENT-STATE(MNR-IDX))
                      " (" MNR-ENT-DATE(MNR-IDX) ")"
                   INTO MYD-LINE
               END-STRING
           END-IF
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(MNR-ENT-MENTOR(MNR-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               STRING "Request from " FUNCTION TRIM(MNR-ENT-MENTEE(MNR-IDX))
                      ": " FUNCTION TRIM(MNR-ENT-STATE(MNR-IDX))
                      " (" MNR-ENT-DATE(MNR-IDX) ")"
                   INTO MYD-LINE
               END-STRING
           END-IF
           IF MYD-LINE NOT = SPACES
               ADD 1 TO MYD-SECTION-COUNT
               PERFORM MYD-WRITE
           END-IF
       END-PERFORM
       PERFORM MYD-SECTION-NONE

       CLOSE MYD-FILE

       MOVE SPACES TO W-MSG
       STRING "Your data has been written to "
              FUNCTION TRIM(W-MYD-PATH) "."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

MYD-SECTION-NONE.
       IF MYD-SECTION-COUNT = 0
           MOVE "(none)" TO MYD-LINE
           PERFORM MYD-WRITE
       END-IF
       EXIT.

*> One "Reports you filed" line for MOD-ENTRY(MOD-IDX).
MYD-REPORT-LINE.
       ADD 1 TO MYD-SECTION-COUNT
       MOVE MOD-ENT-TYPE(MOD-IDX) TO MOD-TYPE-ARG
       PERFORM MOD-SET-ITEM-TEXT
       MOVE MOD-ENT-DATE(MOD-IDX) TO W-DATE-RAW
       PERFORM FORMAT-DATE-DISPLAY
       MOVE SPACES TO MYD-LINE
       STRING FUNCTION TRIM(MOD-ITEM-TEXT) " by "
              FUNCTION TRIM(MOD-ENT-AUTHOR(MOD-IDX)) " on "
              FUNCTION TRIM(W-DATE-DISPLAY) " ["
              FUNCTION TRIM(MOD-ENT-STATE(MOD-IDX)) "] - "
              FUNCTION TRIM(MOD-ENT-REASON(MOD-IDX))
           INTO MYD-LINE
       END-STRING
       PERFORM MYD-WRITE
       EXIT.

*> The user's settled reports from the moderation archive, parsed one
*> at a time into MOD-ENTRY(1) - run before the queue is loaded.
MYD-ARCHIVED-REPORTS.
       MOVE 'N' TO MOD-EOF
       OPEN INPUT MODA-FILE
       IF MODA-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MOD-EOF = 'Y'
           READ MODA-FILE INTO MODA-REC
               AT END
                   MOVE 'Y' TO MOD-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(MODA-REC) TO MOD-LINE
                   IF MOD-LINE NOT = SPACES
                       MOVE 1 TO MOD-IDX2
                       PERFORM MOD-SPLIT-LINE
                       IF FUNCTION LOWER-CASE(FUNCTION TRIM(MOD-ENT-REPORTER(1)))
                          = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                           MOVE 1 TO MOD-IDX
                           PERFORM MYD-REPORT-LINE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MODA-FILE
       EXIT.

*> Password-confirmed, irreversible closure: removes the account
*> record and cascades through every store the operator delete does
*> not touch, then ends the session. The closure itself is logged to
*> the audit trail.
CLOSE-MY-ACCOUNT.
       MOVE 'N' TO ACCT-CLOSED-FLAG

       MOVE "Enter your password to confirm:" TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT-RAW
       MOVE FUNCTION TRIM(W-USR-INPT) TO W-PASSWORD

       OPEN INPUT U-FILE
       MOVE SPACES TO U-KEY
       MOVE FUNCTION TRIM(W-USERNAME) TO U-KEY
       READ U-FILE
           INVALID KEY
               CONTINUE
       END-READ
       IF U-STAT NOT = "00"
           CLOSE U-FILE
           MOVE "Unable to verify your account right now." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-PASSWORD-MATCH
       CLOSE U-FILE
       IF PW-MATCH-FLAG NOT = 'Y'
           MOVE "Password incorrect. Your account was not closed." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE "This permanently removes your account and data. Type YES to confirm:" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT NOT = "yes"
           MOVE "Your account was not closed." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE 'N' TO PURGE-WARNED
       PERFORM PURGE-CLOSED-ACCOUNT

       MOVE "ACCT-CLOSED" TO AUDIT-EVENT
       MOVE W-USERNAME TO AUDIT-USER
       PERFORM WRITE-AUDIT-EVENT
       PERFORM WRITE-CHECKPOINT

       IF PURGE-WARNED = 'Y'
           MOVE "Some rows could not be removed this run - please ask an operator to finish the cleanup." TO W-MSG
           PERFORM DISP-MSG
       END-IF
       MOVE "Your account has been closed. Goodbye." TO W-MSG
       PERFORM DISP-MSG
       MOVE 'Y' TO ACCT-CLOSED-FLAG
       EXIT.

*> The closure cascade for W-USERNAME, shared by self-service closure
*> and the operator merge (which closes the retired account): every
*> store's rows for the user, then the account record itself. Rows
*> that could not be removed set PURGE-WARNED.
PURGE-CLOSED-ACCOUNT.
       *> profile file, EC pairs, and pending requests - the same
       *> cascade the operator delete runs
       MOVE FUNCTION TRIM(W-USERNAME) TO OPER-TARGET
       PERFORM PURGE-PROFILE-AND-CONNECTIONS

       PERFORM PURGE-MY-APPLICATIONS
       PERFORM PURGE-MY-MESSAGES
       PERFORM PURGE-MY-ENDORSEMENTS
       PERFORM PURGE-MY-SKILLS
       PERFORM PURGE-MY-NOTIFICATIONS
       PERFORM PURGE-MY-GROUP-ROWS
       PERFORM PURGE-MY-GROUP-POSTS
       PERFORM PURGE-MY-RSVPS
       PERFORM PURGE-MY-INTERVIEWS
       PERFORM PURGE-MY-REFERRALS
       PERFORM PURGE-MY-JOB-ALERTS
       PERFORM PURGE-MY-EMAIL-OPT-OUT
       PERFORM PURGE-MY-SCREENING-ANSWERS
       PERFORM PURGE-MY-BLOCKS
       PERFORM PURGE-MY-MENTORING

       *> last of all, the account record itself
       OPEN I-O U-FILE
       MOVE SPACES TO U-KEY
       MOVE FUNCTION TRIM(W-USERNAME) TO U-KEY
       READ U-FILE
           INVALID KEY
               CONTINUE
       END-READ
       IF U-STAT = "00"
           DELETE U-FILE RECORD
       END-IF
       CLOSE U-FILE
       EXIT.

*> Drops the user's rows from the application store.
PURGE-MY-APPLICATIONS.
       PERFORM ENSURE-APX-FILE
       IF APX-STAT NOT = "00"
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       *> keys a batch at a time, removed after each scan closes
       MOVE 'N' TO APX-BATCH-FAILED
       MOVE APX-BATCH-MAX TO APX-BATCH-COUNT
       PERFORM UNTIL APX-BATCH-COUNT < APX-BATCH-MAX
                  OR APX-BATCH-FAILED = 'Y'
           MOVE 0 TO APX-BATCH-COUNT
           MOVE 'U' TO APX-SCAN-MODE
           MOVE W-USERNAME TO APX-SCAN-USER
           PERFORM APX-SCAN-START
           PERFORM UNTIL APX-EOF = 'Y'
               PERFORM APX-SCAN-NEXT
               IF APX-EOF NOT = 'Y'
                   ADD 1 TO APX-BATCH-COUNT
                   MOVE CUR-APP-USER   TO APX-BATCH-USER(APX-BATCH-COUNT)
                   MOVE CUR-APP-JOB-ID TO APX-BATCH-JOB(APX-BATCH-COUNT)
                   IF APX-BATCH-COUNT >= APX-BATCH-MAX
                       MOVE 'Y' TO APX-EOF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM APX-SCAN-STOP

           PERFORM VARYING APX-BATCH-IDX FROM 1 BY 1
                   UNTIL APX-BATCH-IDX > APX-BATCH-COUNT
               MOVE APX-BATCH-USER(APX-BATCH-IDX) TO CUR-APP-USER
               MOVE APX-BATCH-JOB(APX-BATCH-IDX)  TO CUR-APP-JOB-ID
               PERFORM APX-REMOVE
               IF APX-STAT NOT = "00"
                   MOVE 'Y' TO APX-BATCH-FAILED
                   MOVE 'Y' TO PURGE-WARNED
               END-IF
           END-PERFORM
       END-PERFORM
       EXIT.

*> Drops every message the user sent or received, streaming through
*> the same scratch copy the inbox flip uses.
PURGE-MY-MESSAGES.
       PERFORM ENSURE-MSG-FILE
       MOVE 'N' TO MSG-EOF
       OPEN INPUT MSG-FILE
       IF MSG-STAT NOT = "00"
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT MSGT-FILE
       IF MSGT-STAT NOT = "00"
           CLOSE MSG-FILE
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MSG-EOF = 'Y'
           READ MSG-FILE INTO MSG-REC
               AT END
                   MOVE 'Y' TO MSG-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(MSG-REC) TO MSG-LINE
                   IF MSG-LINE NOT = SPACES
                       MOVE 1 TO MSG-POINTER
                       MOVE SPACES TO MSG-TO-FIELD MSG-FROM-FIELD
                       UNSTRING MSG-LINE DELIMITED BY "|"
                           INTO MSG-TO-FIELD
                                MSG-FROM-FIELD
                           WITH POINTER MSG-POINTER
                       END-UNSTRING
                       IF FUNCTION LOWER-CASE(FUNCTION TRIM(MSG-TO-FIELD))
                          NOT = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                          AND FUNCTION LOWER-CASE(FUNCTION TRIM(MSG-FROM-FIELD))
                          NOT = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                           WRITE MSGT-REC FROM MSG-LINE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MSG-FILE
       CLOSE MSGT-FILE
       CALL "SYSTEM" USING
           "mv bin/InCollege_messages-temp.txt bin/InCollege_messages.txt"
       EXIT.

*> Drops endorsements the user gave or received, via the shared
*> purge scratch table.
PURGE-MY-ENDORSEMENTS.
       MOVE 0 TO PURGE-COUNT
       MOVE 'N' TO PURGE-OVERFLOW
       MOVE 'N' TO END-EOF
       OPEN INPUT ENDORSE-FILE
       IF END-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL END-EOF = 'Y'
           READ ENDORSE-FILE INTO END-REC
               AT END
                   MOVE 'Y' TO END-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(END-REC) TO END-LINE
                   IF END-LINE NOT = SPACES
                       MOVE 1 TO END-POINTER
                       MOVE SPACES TO END-OWNER-FIELD END-SKILL-FIELD END-BY-FIELD
                       UNSTRING END-LINE DELIMITED BY "|"
                           INTO END-OWNER-FIELD
                                END-SKILL-FIELD
                                END-BY-FIELD
                           WITH POINTER END-POINTER
                       END-UNSTRING
                       MOVE 'Y' TO PURGE-KEEP
                       IF FUNCTION LOWER-CASE(FUNCTION TRIM(END-OWNER-FIELD))
                          = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                          OR FUNCTION LOWER-CASE(FUNCTION TRIM(END-BY-FIELD))
                          = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                           MOVE 'N' TO PURGE-KEEP
                       END-IF
                       IF PURGE-KEEP = 'Y'
                           IF PURGE-COUNT < MAX-PURGE-ENTRIES
                               ADD 1 TO PURGE-COUNT
                               MOVE END-LINE TO PURGE-LINE(PURGE-COUNT)
                           ELSE
                               MOVE 'Y' TO PURGE-OVERFLOW
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ENDORSE-FILE
       IF PURGE-OVERFLOW = 'Y'
           *> never rewrite from a truncated table
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT ENDORSE-FILE
       IF END-STAT NOT = "00"
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING PURGE-IDX FROM 1 BY 1 UNTIL PURGE-IDX > PURGE-COUNT
           MOVE PURGE-LINE(PURGE-IDX) TO END-REC
           WRITE END-REC
       END-PERFORM
       CLOSE ENDORSE-FILE
       EXIT.

*> Drops referrals the user made or received, same scratch-table
*> pass.
PURGE-MY-REFERRALS.
       MOVE 0 TO PURGE-COUNT
       MOVE 'N' TO PURGE-OVERFLOW
       MOVE 'N' TO REF-EOF
       OPEN INPUT REF-FILE
       IF REF-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL REF-EOF = 'Y'
           READ REF-FILE INTO REF-REC
               AT END
                   MOVE 'Y' TO REF-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(REF-REC) TO REF-LINE
                   IF REF-LINE NOT = SPACES
                       MOVE 1 TO REF-POINTER
                       MOVE SPACES TO REF-JOB-FIELD REF-BY-FIELD REF-TO-FIELD
                       UNSTRING REF-LINE DELIMITED BY "|"
                           INTO REF-JOB-FIELD
                                REF-BY-FIELD
                                REF-TO-FIELD
                           WITH POINTER REF-POINTER
                       END-UNSTRING
                       MOVE 'Y' TO PURGE-KEEP
                       IF FUNCTION LOWER-CASE(FUNCTION TRIM(REF-BY-FIELD))
                          = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                          OR FUNCTION LOWER-CASE(FUNCTION TRIM(REF-TO-FIELD))
                          = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                           MOVE 'N' TO PURGE-KEEP
                       END-IF
                       IF PURGE-KEEP = 'Y'
                           IF PURGE-COUNT < MAX-PURGE-ENTRIES
                               ADD 1 TO PURGE-COUNT
                               MOVE REF-LINE TO PURGE-LINE(PURGE-COUNT)
                           ELSE
                               MOVE 'Y' TO PURGE-OVERFLOW
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE REF-FILE
       IF PURGE-OVERFLOW = 'Y'
           *> never rewrite from a truncated table
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT REF-FILE
       IF REF-STAT NOT = "00"
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING PURGE-IDX FROM 1 BY 1 UNTIL PURGE-IDX > PURGE-COUNT
           MOVE PURGE-LINE(PURGE-IDX) TO REF-REC
           WRITE REF-REC
       END-PERFORM
       CLOSE REF-FILE
       EXIT.

*> Drops the user's completed-skill rows, same scratch-table pass.
PURGE-MY-SKILLS.
       MOVE 0 TO PURGE-COUNT
       MOVE 'N' TO PURGE-OVERFLOW
       MOVE 'N' TO SKILL-EOF
       OPEN INPUT SKILL-FILE
       IF SKILL-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SKILL-EOF = 'Y'
           READ SKILL-FILE INTO SKILL-REC
               AT END
                   MOVE 'Y' TO SKILL-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(SKILL-REC) TO SKILL-LINE
                   IF SKILL-LINE NOT = SPACES
                       MOVE 1 TO SKILL-POINTER
                       MOVE SPACES TO SKILL-USER-FIELD SKILL-ID-FIELD
                       UNSTRING SKILL-LINE DELIMITED BY "|"
                           INTO SKILL-USER-FIELD
                                SKILL-ID-FIELD
                           WITH POINTER SKILL-POINTER
                       END-UNSTRING
                       IF FUNCTION LOWER-CASE(FUNCTION TRIM(SKILL-USER-FIELD))
                          NOT = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                           IF PURGE-COUNT < MAX-PURGE-ENTRIES
                               ADD 1 TO PURGE-COUNT
                               MOVE SKILL-LINE TO PURGE-LINE(PURGE-COUNT)
                           ELSE
                               MOVE 'Y' TO PURGE-OVERFLOW
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SKILL-FILE
       IF PURGE-OVERFLOW = 'Y'
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT SKILL-FILE
       IF SKILL-STAT NOT = "00"
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING PURGE-IDX FROM 1 BY 1 UNTIL PURGE-IDX > PURGE-COUNT
           MOVE PURGE-LINE(PURGE-IDX) TO SKILL-REC
           WRITE SKILL-REC
       END-PERFORM
       CLOSE SKILL-FILE
       EXIT.

*> Marks the user's notifications SEEN so the next rewrite drops
*> them - REWRITE-NOTIF-FILE already prunes SEEN rows.
PURGE-MY-NOTIFICATIONS.
       PERFORM ENSURE-NOTIF-FILE
       PERFORM LOAD-NOTIF-TABLE
       PERFORM VARYING NOTIF-IDX FROM 1 BY 1 UNTIL NOTIF-IDX > NOTIF-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(NOTIF-ENT-USER(NOTIF-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               MOVE "SEEN" TO NOTIF-ENT-STATE(NOTIF-IDX)
           END-IF
       END-PERFORM
       IF NOTIF-OVERFLOW = 'Y'
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       PERFORM REWRITE-NOTIF-FILE
       EXIT.

*> Takes the user off every group roster.
PURGE-MY-GROUP-ROWS.
       PERFORM ENSURE-GROUP-FILES
       PERFORM LOAD-GROUP-TABLES
       MOVE 'N' TO GRPM-REMOVED-ANY
       PERFORM VARYING GRP-IDX2 FROM 1 BY 1 UNTIL GRP-IDX2 > GRP-MEMB-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(GRP-MEMB-USER(GRP-IDX2)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               MOVE SPACES TO GRP-MEMB-ID(GRP-IDX2)
               MOVE SPACES TO GRP-MEMB-USER(GRP-IDX2)
               MOVE 'Y' TO GRPM-REMOVED-ANY
           END-IF
       END-PERFORM
       IF GRPM-REMOVED-ANY = 'Y'
           PERFORM REWRITE-GRPM-FILE
       END-IF
       EXIT.

*> Drops the user's board posts from every group, same scratch-table
*> pass.
PURGE-MY-GROUP-POSTS.
       MOVE 0 TO PURGE-COUNT
       MOVE 'N' TO PURGE-OVERFLOW
       MOVE 'N' TO GRP-EOF
       OPEN INPUT GRPP-FILE
       IF GRPP-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL GRP-EOF = 'Y'
           READ GRPP-FILE INTO GRPP-REC
               AT END
                   MOVE 'Y' TO GRP-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(GRPP-REC) TO GRP-LINE
                   IF GRP-LINE NOT = SPACES
                       MOVE 1 TO GRP-POINTER
                       MOVE SPACES TO GRP-SEL-ID-CHECK GRP-POST-AUTHOR
                       UNSTRING GRP-LINE DELIMITED BY "|"
                           INTO GRP-SEL-ID-CHECK
                                GRP-POST-AUTHOR
                           WITH POINTER GRP-POINTER
                       END-UNSTRING
                       IF FUNCTION LOWER-CASE(FUNCTION TRIM(GRP-POST-AUTHOR))
                          NOT = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                           IF PURGE-COUNT < MAX-PURGE-ENTRIES
                               ADD 1 TO PURGE-COUNT
                               MOVE GRP-LINE TO PURGE-LINE(PURGE-COUNT)
                           ELSE
                               MOVE 'Y' TO PURGE-OVERFLOW
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GRPP-FILE
       MOVE 'N' TO GRP-EOF
       IF PURGE-OVERFLOW = 'Y'
           *> never rewrite from a truncated table
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT GRPP-FILE
       IF GRPP-STAT NOT = "00"
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING PURGE-IDX FROM 1 BY 1 UNTIL PURGE-IDX > PURGE-COUNT
           MOVE PURGE-LINE(PURGE-IDX) TO GRPP-REC
           WRITE GRPP-REC
       END-PERFORM
       CLOSE GRPP-FILE
       EXIT.

*> Drops the user's event RSVPs.
PURGE-MY-RSVPS.
       PERFORM LOAD-EVENT-TABLES
       MOVE 'N' TO EV-CHANGED
       PERFORM VARYING EV-IDX2 FROM 1 BY 1 UNTIL EV-IDX2 > EVR-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(EVR-USER(EV-IDX2)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               MOVE SPACES TO EVR-EVENT(EV-IDX2)
               MOVE SPACES TO EVR-USER(EV-IDX2)
               MOVE 'Y' TO EV-CHANGED
           END-IF
       END-PERFORM
       IF EVR-OVERFLOW = 'Y'
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       IF EV-CHANGED = 'Y'
           PERFORM REWRITE-EVR-FILE
       END-IF
       EXIT.

*> Drops interview offers naming the user on either side - as the
*> applicant, or as the poster (students can post jobs too, so a
*> closing student may have offers of their own on file).
PURGE-MY-INTERVIEWS.
       PERFORM ENSURE-ITV-FILE
       PERFORM LOAD-ITV-TABLE
       MOVE 'N' TO EV-CHANGED
       PERFORM VARYING ITV-IDX FROM 1 BY 1 UNTIL ITV-IDX > ITV-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(ITV-ENT-APP(ITV-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
              OR FUNCTION LOWER-CASE(FUNCTION TRIM(ITV-ENT-POSTER(ITV-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               MOVE SPACES TO ITV-ENT-APP(ITV-IDX)
               MOVE 'Y' TO EV-CHANGED
           END-IF
       END-PERFORM
       IF ITV-OVERFLOW = 'Y'
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       IF EV-CHANGED = 'Y'
           PERFORM REWRITE-ITV-FILE
       END-IF
       EXIT.

*> Drops the user's saved job alerts.
PURGE-MY-JOB-ALERTS.
       PERFORM ENSURE-JAL-FILE
       PERFORM LOAD-JAL-TABLE
       MOVE 'N' TO JAL-CHANGED
       PERFORM VARYING JAL-IDX FROM 1 BY 1 UNTIL JAL-IDX > JAL-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(JAL-ENT-USER(JAL-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               MOVE SPACES TO JAL-ENT-USER(JAL-IDX)
               MOVE 'Y' TO JAL-CHANGED
           END-IF
       END-PERFORM
       IF JAL-OVERFLOW = 'Y'
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       IF JAL-CHANGED = 'Y'
           PERFORM REWRITE-JAL-FILE
       END-IF
       EXIT.

*> Operator console: a supported way to fix what RUN-RECONCILIATION
*> reports, instead of hand-editing the data files at the shell. The
*> operator authenticates against bin/InCollege-Operator.dat, not a
*> student account.
OPERATOR-CONSOLE.
       PERFORM ENSURE-OPERATOR-FILE
       IF OPER-STAT NOT = "00"
           MOVE "Operator console is unavailable right now." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE "Enter the operator password:" TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT-RAW

       IF FUNCTION TRIM(W-USR-INPT) NOT = FUNCTION TRIM(OPER-PASSWORD)
           MOVE "Operator authentication failed." TO W-MSG PERFORM DISP-MSG
           MOVE "OPER-LOGIN-FAIL" TO AUDIT-EVENT
           MOVE "operator" TO AUDIT-USER
           PERFORM WRITE-AUDIT-EVENT
           EXIT PARAGRAPH
       END-IF

       MOVE "OPER-LOGIN-OK" TO AUDIT-EVENT
       MOVE "operator" TO AUDIT-USER
       PERFORM WRITE-AUDIT-EVENT
       PERFORM OPERATOR-MENU
       EXIT.

*> Reads the operator password; seeds the file with a default the
*> first time so the console is reachable on a fresh install.
ENSURE-OPERATOR-FILE.
       MOVE SPACES TO OPER-PASSWORD
       OPEN INPUT OPER-FILE
       IF OPER-STAT = "35"
           OPEN OUTPUT OPER-FILE
           IF OPER-STAT = "00"
               MOVE "ChangeMe#Ops1" TO OPER-REC
               WRITE OPER-REC
               CLOSE OPER-FILE
           END-IF
           MOVE "ChangeMe#Ops1" TO OPER-PASSWORD
           MOVE "00" TO OPER-STAT
           EXIT PARAGRAPH
       END-IF
       IF OPER-STAT = "00"
           READ OPER-FILE INTO OPER-REC
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FUNCTION TRIM(OPER-REC) TO OPER-PASSWORD
           END-READ
           CLOSE OPER-FILE
       END-IF
       EXIT.

OPERATOR-MENU.
       MOVE "--- Operator Console ---"              TO W-MSG PERFORM DISP-MSG
       MOVE "1. List All Accounts"                  TO W-MSG PERFORM DISP-MSG
       MOVE "2. Disable/Re-enable an Account"       TO W-MSG PERFORM DISP-MSG
       MOVE "3. Force a Password Reset"             TO W-MSG PERFORM DISP-MSG
       MOVE "4. Delete a Profile and Its Connections" TO W-MSG PERFORM DISP-MSG
       MOVE "5. View Current Checkpoint"            TO W-MSG PERFORM DISP-MSG
       MOVE "6. Bulk Roster Intake"                 TO W-MSG PERFORM DISP-MSG
       MOVE "7. Career Events"                      TO W-MSG PERFORM DISP-MSG
       MOVE "8. Restore From Snapshot"              TO W-MSG PERFORM DISP-MSG
       MOVE "9. Write Security Report"              TO W-MSG PERFORM DISP-MSG
       MOVE "10. Bulk-Lock Dormant Accounts"        TO W-MSG PERFORM DISP-MSG
       MOVE "11. Moderation Queue"                  TO W-MSG PERFORM DISP-MSG
       MOVE "12. Load Staged Skill Catalog"         TO W-MSG PERFORM DISP-MSG
       MOVE "13. Bulk Job-Feed Intake"              TO W-MSG PERFORM DISP-MSG
       MOVE "14. University/Major Mismatch Report"  TO W-MSG PERFORM DISP-MSG
       MOVE "15. Duplicate Account Report"          TO W-MSG PERFORM DISP-MSG
       MOVE "16. Merge Duplicate Accounts"          TO W-MSG PERFORM DISP-MSG
       MOVE "17. Graduation Rollover"               TO W-MSG PERFORM DISP-MSG
       MOVE "18. Exit Operator Console"             TO W-MSG PERFORM DISP-MSG
       MOVE "Enter your choice:"                    TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT

       EVALUATE W-USR-INPT
           WHEN "1"
               PERFORM OPER-LIST-ACCOUNTS
               PERFORM OPERATOR-MENU
           WHEN "2"
               PERFORM OPER-TOGGLE-ACCOUNT
               PERFORM OPERATOR-MENU
           WHEN "3"
               PERFORM OPER-FORCE-RESET
               PERFORM OPERATOR-MENU
           WHEN "4"
               PERFORM OPER-DELETE-PROFILE
               PERFORM OPERATOR-MENU
           WHEN "5"
               PERFORM OPER-VIEW-CHECKPOINT
               PERFORM OPERATOR-MENU
           WHEN "6"
               PERFORM OPER-ROSTER-INTAKE
               PERFORM OPERATOR-MENU
           WHEN "7"
               *> console runs before anyone is logged in, so posting
               *> as "operator" cannot clobber a session's username
               MOVE "operator" TO W-USERNAME
               PERFORM EVENTS-ADMIN-MENU
               PERFORM OPERATOR-MENU
           WHEN "8"
               PERFORM OPER-RESTORE-SNAPSHOT
               PERFORM OPERATOR-MENU
           WHEN "9"
               PERFORM OPER-SECURITY-REPORT
               PERFORM OPERATOR-MENU
           WHEN "10"
               PERFORM OPER-BULK-LOCK-DORMANT
               PERFORM OPERATOR-MENU
           WHEN "11"
               PERFORM OPER-MODERATION-QUEUE
               PERFORM OPERATOR-MENU
           WHEN "12"
               PERFORM OPER-LOAD-SKILL-CATALOG
               PERFORM OPERATOR-MENU
           WHEN "13"
               PERFORM OPER-JOB-FEED-INTAKE
               PERFORM OPERATOR-MENU
           WHEN "14"
               PERFORM OPER-REFERENCE-MISMATCH
               PERFORM OPERATOR-MENU
           WHEN "15"
               PERFORM OPER-DUPLICATE-REPORT
               PERFORM OPERATOR-MENU
           WHEN "16"
               PERFORM OPER-MERGE-ACCOUNTS
               PERFORM OPERATOR-MENU
           WHEN "17"
               PERFORM OPER-GRADUATION-ROLLOVER
               PERFORM OPERATOR-MENU
           WHEN "18"
               MOVE "Leaving the operator console." TO W-MSG PERFORM DISP-MSG
               EXIT PARAGRAPH
           WHEN OTHER
               MOVE "Invalid selection. Please try again." TO W-MSG PERFORM DISP-MSG
               PERFORM OPERATOR-MENU
       END-EVALUATE
       EXIT.

*> Scans the whole keyed user file in key order and prints each
*> account with its current standing.
OPER-LIST-ACCOUNTS.
       MOVE "--- All Accounts ---" TO W-MSG PERFORM DISP-MSG
       MOVE 0 TO OPER-ACCT-COUNT
       OPEN INPUT U-FILE
       IF U-STAT = "00"
           PERFORM UNTIL 1 = 0
               READ U-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO OPER-ACCT-COUNT
                       PERFORM OPER-STATE-OF-RECORD
                       MOVE SPACES TO W-MSG
                       STRING FUNCTION TRIM(U-KEY) " ["
                              FUNCTION TRIM(OPER-STATE-TEXT) "]"
                           INTO W-MSG
                       END-STRING
                       PERFORM DISP-MSG
               END-READ
           END-PERFORM
           CLOSE U-FILE
       END-IF
       MOVE OPER-ACCT-COUNT TO OPER-COUNT-TEXT
       MOVE SPACES TO W-MSG
       STRING "Total accounts: " FUNCTION TRIM(OPER-COUNT-TEXT)
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       MOVE "---------------------" TO W-MSG PERFORM DISP-MSG
       EXIT.

OPER-STATE-OF-RECORD.
       EVALUATE U-LOCKED
           WHEN 'Y'
               MOVE "LOCKED" TO OPER-STATE-TEXT
           WHEN 'D'
               MOVE "DISABLED" TO OPER-STATE-TEXT
           WHEN OTHER
               MOVE "ACTIVE" TO OPER-STATE-TEXT
       END-EVALUATE
       EXIT.

*> Prompts for the account to operate on. The same letters-and-digits
*> rule accounts are created under applies here, so a stray special
*> character can never reach the shell commands built from the name.
OPER-PROMPT-TARGET.
       MOVE "Enter the username:" TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT-RAW
       MOVE SPACES TO OPER-TARGET
       PERFORM VALIDATE-USERNAME
       IF VALID-USERNAME
           MOVE FUNCTION TRIM(W-USERNAME) TO OPER-TARGET
       END-IF
       EXIT.

*> Keyed read of OPER-TARGET, leaving U-FILE open I-O so the caller
*> can REWRITE and CLOSE.
OPER-READ-TARGET.
       OPEN I-O U-FILE
       MOVE SPACES TO U-KEY
       MOVE FUNCTION TRIM(OPER-TARGET) TO U-KEY
       READ U-FILE
           INVALID KEY
               CONTINUE
       END-READ
       EXIT.

*> An active account is disabled; a disabled or locked one is put
*> back in service (which also clears the failed-attempt counter, so
*> this is how a lockout gets cleared).
OPER-TOGGLE-ACCOUNT.
       PERFORM OPER-PROMPT-TARGET
       PERFORM OPER-TOGGLE-TARGET
       EXIT.

*> The toggle itself, for the account already in OPER-TARGET.
OPER-TOGGLE-TARGET.
       PERFORM OPER-READ-TARGET
       IF U-STAT NOT = "00"
           MOVE "No account found with that username." TO W-MSG PERFORM DISP-MSG
           CLOSE U-FILE
           EXIT PARAGRAPH
       END-IF

       PERFORM OPER-STATE-OF-RECORD
       IF OPER-STATE-TEXT = "ACTIVE"
           MOVE 'D' TO U-LOCKED
           MOVE "ACCT-DISABLED" TO AUDIT-EVENT
           MOVE SPACES TO W-MSG
           STRING "Account " FUNCTION TRIM(OPER-TARGET) " disabled."
               INTO W-MSG
           END-STRING
       ELSE
           MOVE 'N' TO U-LOCKED
           MOVE 0 TO U-FAIL-COUNT
           MOVE "ACCT-ENABLED" TO AUDIT-EVENT
           MOVE SPACES TO W-MSG
           STRING "Account " FUNCTION TRIM(OPER-TARGET) " re-enabled."
               INTO W-MSG
           END-STRING
       END-IF
       REWRITE U-REC
       CLOSE U-FILE
       MOVE OPER-TARGET TO AUDIT-USER
       PERFORM WRITE-AUDIT-EVENT
       PERFORM WRITE-CHECKPOINT
       PERFORM DISP-MSG
       EXIT.

*> Works the abuse reports still OPEN, oldest first. The operator
*> dismisses a report, removes the reported item, or disables the
*> account behind it; both the reporter and the author are told the
*> outcome, and other open reports on the same item close with it.
*> Reports settled on an earlier visit are archived first.
OPER-MODERATION-QUEUE.
       PERFORM ENSURE-MOD-FILE
       PERFORM MOD-ARCHIVE-CLOSED
       PERFORM LOAD-MOD-TABLE
       MOVE "--- Moderation Queue ---" TO W-MSG PERFORM DISP-MSG
       MOVE 0 TO MOD-SHOWN
       PERFORM VARYING MOD-IDX FROM 1 BY 1 UNTIL MOD-IDX > MOD-COUNT
           IF FUNCTION TRIM(MOD-ENT-STATE(MOD-IDX)) = "OPEN"
               ADD 1 TO MOD-SHOWN
               MOVE MOD-SHOWN TO MOD-NUM-TEXT
               MOVE MOD-ENT-DATE(MOD-IDX) TO W-DATE-RAW
               PERFORM FORMAT-DATE-DISPLAY
               MOVE SPACES TO W-MSG
               STRING FUNCTION TRIM(MOD-NUM-TEXT) ". ["
                      FUNCTION TRIM(MOD-ENT-TYPE(MOD-IDX)) "] by "
                      FUNCTION TRIM(MOD-ENT-REPORTER(MOD-IDX)) " on "
                      FUNCTION TRIM(W-DATE-DISPLAY) " - author: "
                      FUNCTION TRIM(MOD-ENT-AUTHOR(MOD-IDX))
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
               MOVE SPACES TO W-MSG
               STRING "   Item: " FUNCTION TRIM(MOD-ENT-KEY(MOD-IDX))
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
               MOVE SPACES TO W-MSG
               STRING "   Reason: " FUNCTION TRIM(MOD-ENT-REASON(MOD-IDX))
                   INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
           END-IF
       END-PERFORM
       IF MOD-SHOWN = 0
           MOVE "No open reports." TO W-MSG PERFORM DISP-MSG
           MOVE "------------------------" TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE "------------------------" TO W-MSG PERFORM DISP-MSG
       *> Acting on a truncated queue would rewrite it without the rows
       *> past the table, so a full queue is view-only.
       IF MOD-OVERFLOW = 'Y'
           MOVE "The queue is larger than this screen can work - view only." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE "Enter the report number to work, or 0 to go back:" TO W-MSG
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT = "0"
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-NUMERIC-INPUT
       IF NUM-INPUT-BAD
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(W-USR-INPT) TO MOD-PICK
       IF MOD-PICK < 1 OR MOD-PICK > MOD-SHOWN
           MOVE "Invalid selection." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO MOD-SHOWN
       PERFORM VARYING MOD-IDX FROM 1 BY 1 UNTIL MOD-IDX > MOD-COUNT
           IF FUNCTION TRIM(MOD-ENT-STATE(MOD-IDX)) = "OPEN"
               ADD 1 TO MOD-SHOWN
               IF MOD-SHOWN = MOD-PICK
                   EXIT PERFORM
               END-IF
           END-IF
       END-PERFORM

       MOVE "1. Dismiss the report"           TO W-MSG PERFORM DISP-MSG
       MOVE "2. Remove the reported item"     TO W-MSG PERFORM DISP-MSG
       MOVE "3. Disable the author's account" TO W-MSG PERFORM DISP-MSG
       MOVE "4. Cancel"                       TO W-MSG PERFORM DISP-MSG
       MOVE "Enter your choice:"              TO W-MSG PERFORM DISP-MSG
       PERFORM READ-INPUT
       EVALUATE W-USR-INPT
           WHEN "1"
               MOVE "DISMISSED" TO MOD-OUTCOME
           WHEN "2"
               PERFORM MOD-REMOVE-ITEM
               IF MOD-ITEM-REMOVED NOT = 'Y'
                   MOVE "Unable to remove the item. The report stays open." TO W-MSG
                   PERFORM DISP-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE "REMOVED" TO MOD-OUTCOME
           WHEN "3"
               MOVE FUNCTION TRIM(MOD-ENT-AUTHOR(MOD-IDX)) TO OPER-TARGET
               PERFORM MOD-DISABLE-AUTHOR
               IF MOD-AUTHOR-DISABLED NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE "DISABLED" TO MOD-OUTCOME
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE

       MOVE MOD-IDX TO MOD-IDX2
       PERFORM MOD-CLOSE-REPORT
       *> removing the item or its author settles every open report
       *> on that item, not just this one
       IF MOD-OUTCOME NOT = "DISMISSED"
           PERFORM VARYING MOD-IDX2 FROM 1 BY 1 UNTIL MOD-IDX2 > MOD-COUNT
               IF MOD-IDX2 NOT = MOD-IDX
                  AND FUNCTION TRIM(MOD-ENT-STATE(MOD-IDX2)) = "OPEN"
                  AND MOD-ENT-TYPE(MOD-IDX2) = MOD-ENT-TYPE(MOD-IDX)
                  AND MOD-ENT-KEY(MOD-IDX2) = MOD-ENT-KEY(MOD-IDX)
                   PERFORM MOD-CLOSE-REPORT
               END-IF
           END-PERFORM
       END-IF
       PERFORM REWRITE-MOD-FILE

       MOVE SPACES TO AUDIT-EVENT
       STRING "MOD-" FUNCTION TRIM(MOD-OUTCOME) INTO AUDIT-EVENT
       END-STRING
       MOVE MOD-ENT-AUTHOR(MOD-IDX) TO AUDIT-USER
       PERFORM WRITE-AUDIT-EVENT
       PERFORM WRITE-CHECKPOINT
       MOVE SPACES TO W-MSG
       STRING "Report closed as " FUNCTION TRIM(MOD-OUTCOME) "."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> Disables OPER-TARGET on a moderation decision. A locked account is
*> disabled as well - a lockout lifts with a password reset, which a
*> disabled account cannot use. MOD-AUTHOR-DISABLED comes back 'Y'
*> once the account stands disabled.
MOD-DISABLE-AUTHOR.
       MOVE 'N' TO MOD-AUTHOR-DISABLED
       PERFORM OPER-READ-TARGET
       IF U-STAT NOT = "00"
           CLOSE U-FILE
           MOVE "The author no longer has an account - remove the item instead." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM OPER-STATE-OF-RECORD
       IF OPER-STATE-TEXT = "DISABLED"
           CLOSE U-FILE
           MOVE SPACES TO W-MSG
           STRING "Account " FUNCTION TRIM(OPER-TARGET) " is already disabled."
               INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
           MOVE 'Y' TO MOD-AUTHOR-DISABLED
           EXIT PARAGRAPH
       END-IF
       MOVE 'D' TO U-LOCKED
       REWRITE U-REC
       IF U-STAT NOT = "00"
           CLOSE U-FILE
           MOVE "Unable to disable the account. The report stays open." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       CLOSE U-FILE
       MOVE 'Y' TO MOD-AUTHOR-DISABLED
       MOVE "ACCT-DISABLED" TO AUDIT-EVENT
       MOVE OPER-TARGET TO AUDIT-USER
       PERFORM WRITE-AUDIT-EVENT
       PERFORM WRITE-CHECKPOINT
       MOVE SPACES TO W-MSG
       STRING "Account " FUNCTION TRIM(OPER-TARGET) " disabled."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> Marks report MOD-IDX2 with MOD-OUTCOME and tells its reporter and
*> the item's author what was decided.
MOD-CLOSE-REPORT.
       MOVE MOD-OUTCOME TO MOD-ENT-STATE(MOD-IDX2)
       MOVE MOD-ENT-TYPE(MOD-IDX2) TO MOD-TYPE-ARG
       PERFORM MOD-SET-ITEM-TEXT

       MOVE FUNCTION TRIM(MOD-ENT-REPORTER(MOD-IDX2)) TO NOTIF-USER
       MOVE SPACES TO NOTIF-TEXT
       EVALUATE MOD-OUTCOME
           WHEN "DISMISSED"
               STRING "Your report of a " FUNCTION TRIM(MOD-ITEM-TEXT)
                      " was reviewed; no action was taken."
                   INTO NOTIF-TEXT
               END-STRING
           WHEN "REMOVED"
               STRING "Your report of a " FUNCTION TRIM(MOD-ITEM-TEXT)
                      " was upheld and the item has been removed."
                   INTO NOTIF-TEXT
               END-STRING
           WHEN OTHER
               STRING "Your report of a " FUNCTION TRIM(MOD-ITEM-TEXT)
                      " was upheld and the author's account has been disabled."
                   INTO NOTIF-TEXT
               END-STRING
       END-EVALUATE
       PERFORM DROP-NOTIFICATION

       MOVE FUNCTION TRIM(MOD-ENT-AUTHOR(MOD-IDX2)) TO NOTIF-USER
       MOVE SPACES TO NOTIF-TEXT
       EVALUATE MOD-OUTCOME
           WHEN "DISMISSED"
               STRING "A report about your " FUNCTION TRIM(MOD-ITEM-TEXT)
                      " was reviewed and dismissed."
                   INTO NOTIF-TEXT
               END-STRING
           WHEN "REMOVED"
               STRING "Your " FUNCTION TRIM(MOD-ITEM-TEXT)
                      " was removed by a moderator after a report."
                   INTO NOTIF-TEXT
               END-STRING
           WHEN OTHER
               STRING "Your account was disabled by a moderator after a report about your "
                      FUNCTION TRIM(MOD-ITEM-TEXT) "."
                   INTO NOTIF-TEXT
               END-STRING
       END-EVALUATE
       PERFORM DROP-NOTIFICATION
       EXIT.

*> Plain-words name for item type MOD-TYPE-ARG.
MOD-SET-ITEM-TEXT.
       EVALUATE FUNCTION TRIM(MOD-TYPE-ARG)
           WHEN "MSG"
               MOVE "direct message" TO MOD-ITEM-TEXT
           WHEN "POST"
               MOVE "group post" TO MOD-ITEM-TEXT
           WHEN "JOB"
               MOVE "job listing" TO MOD-ITEM-TEXT
           WHEN OTHER
               MOVE "career event" TO MOD-ITEM-TEXT
       END-EVALUATE
       EXIT.

*> Takes the item reported in MOD-IDX out of its store. MOD-ITEM-REMOVED
*> comes back 'Y' once the item is gone (including when it already
*> was), 'N' if its store could not be updated.
MOD-REMOVE-ITEM.
       MOVE 'N' TO MOD-ITEM-REMOVED
       MOVE 1 TO MOD-KEY-PTR
       MOVE SPACES TO MOD-KEY-P1 MOD-KEY-P2 MOD-KEY-P3 MOD-KEY-REST
       EVALUATE FUNCTION TRIM(MOD-ENT-TYPE(MOD-IDX))
           WHEN "MSG"
               UNSTRING MOD-ENT-KEY(MOD-IDX) DELIMITED BY ":"
                   INTO MOD-KEY-P1 MOD-KEY-P2
                   WITH POINTER MOD-KEY-PTR
               END-UNSTRING
               IF MOD-KEY-PTR <= 300
                   MOVE MOD-ENT-KEY(MOD-IDX)(MOD-KEY-PTR:) TO MOD-KEY-REST
               END-IF
               PERFORM MOD-REMOVE-MESSAGE
           WHEN "POST"
               UNSTRING MOD-ENT-KEY(MOD-IDX) DELIMITED BY ":"
                   INTO MOD-KEY-P1 MOD-KEY-P2 MOD-KEY-P3
                   WITH POINTER MOD-KEY-PTR
               END-UNSTRING
               IF MOD-KEY-PTR <= 300
                   MOVE MOD-ENT-KEY(MOD-IDX)(MOD-KEY-PTR:) TO MOD-KEY-REST
               END-IF
               PERFORM MOD-REMOVE-GROUP-POST
           WHEN "JOB"
               PERFORM ENSURE-JX-FILE
               MOVE FUNCTION TRIM(MOD-ENT-KEY(MOD-IDX)) TO JOB-ID-INPUT
               PERFORM JX-FETCH
               IF CUR-JOB-FOUND NOT = 'Y'
                   MOVE 'Y' TO MOD-ITEM-REMOVED
                   EXIT PARAGRAPH
               END-IF
               PERFORM JX-REMOVE
               IF JX-STAT = "00"
                   MOVE 'Y' TO MOD-ITEM-REMOVED
                   PERFORM DROP-JOB-EXTRAS
                   MOVE "POSTING DELETED" TO REH-EVENT
                   PERFORM REH-SUBJECT-JOB
                   PERFORM REH-RECORD
                   PERFORM NOTIFY-APPLICANTS-OF-CLOSE
               END-IF
           WHEN OTHER
               PERFORM LOAD-EVENT-TABLES
               IF EV-OVERFLOW = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO MOD-ITEM-REMOVED
               PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > EV-COUNT
                   IF FUNCTION TRIM(EV-ID(EV-IDX))
                      = FUNCTION TRIM(MOD-ENT-KEY(MOD-IDX))
                       MOVE "REMOVED" TO EV-STATUS(EV-IDX)
                       PERFORM REWRITE-EV-FILE
                       IF EV-STAT NOT = "00"
                           MOVE 'N' TO MOD-ITEM-REMOVED
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
       END-EVALUATE
       EXIT.

*> Streams the message store through the scratch copy, leaving out the
*> reported message (sender MOD-KEY-P1, recipient MOD-KEY-P2, text
*> MOD-KEY-REST), then moves the copy into place.
MOD-REMOVE-MESSAGE.
       PERFORM ENSURE-MSG-FILE
       MOVE 'N' TO MSG-EOF
       OPEN INPUT MSG-FILE
       IF MSG-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT MSGT-FILE
       IF MSGT-STAT NOT = "00"
           CLOSE MSG-FILE
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MSG-EOF = 'Y'
           READ MSG-FILE INTO MSG-REC
               AT END
                   MOVE 'Y' TO MSG-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(MSG-REC) TO MSG-LINE
                   IF MSG-LINE NOT = SPACES
                       MOVE 1 TO MSG-POINTER
                       MOVE SPACES TO MSG-TO-FIELD MSG-FROM-FIELD
                       MOVE SPACES TO MSG-STATE-FIELD MSG-TEXT-FIELD
                       UNSTRING MSG-LINE DELIMITED BY "|"
                           INTO MSG-TO-FIELD
                                MSG-FROM-FIELD
                                MSG-STATE-FIELD
                                MSG-TEXT-FIELD
                           WITH POINTER MSG-POINTER
                       END-UNSTRING
                       IF FUNCTION LOWER-CASE(FUNCTION TRIM(MSG-FROM-FIELD))
                          = FUNCTION LOWER-CASE(FUNCTION TRIM(MOD-KEY-P1))
                          AND FUNCTION LOWER-CASE(FUNCTION TRIM(MSG-TO-FIELD))
                          = FUNCTION LOWER-CASE(FUNCTION TRIM(MOD-KEY-P2))
                          AND FUNCTION TRIM(MSG-TEXT-FIELD)
                          = FUNCTION TRIM(MOD-KEY-REST)
                           CONTINUE
                       ELSE
                           WRITE MSGT-REC FROM MSG-LINE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MSG-FILE
       CLOSE MSGT-FILE
       CALL "SYSTEM" USING
           "mv bin/InCollege_messages-temp.txt bin/InCollege_messages.txt"
       MOVE 'Y' TO MOD-ITEM-REMOVED
       EXIT.

*> Rewrites the group-post store without the reported post (group
*> MOD-KEY-P1, author MOD-KEY-P2, date MOD-KEY-P3, text MOD-KEY-REST),
*> via the shared purge scratch table.
MOD-REMOVE-GROUP-POST.
       MOVE 0 TO PURGE-COUNT
       MOVE 'N' TO PURGE-OVERFLOW
       MOVE 'N' TO GRP-EOF
       OPEN INPUT GRPP-FILE
       IF GRPP-STAT NOT = "00"
           MOVE 'Y' TO MOD-ITEM-REMOVED
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL GRP-EOF = 'Y'
           READ GRPP-FILE INTO GRPP-REC
               AT END
                   MOVE 'Y' TO GRP-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(GRPP-REC) TO GRP-LINE
                   IF GRP-LINE NOT = SPACES
                       MOVE 1 TO GRP-POINTER
                       MOVE SPACES TO GRP-SEL-ID-CHECK GRP-POST-AUTHOR
                       MOVE SPACES TO GRP-POST-DATE GRP-POST-TEXT
                       UNSTRING GRP-LINE DELIMITED BY "|"
                           INTO GRP-SEL-ID-CHECK
                                GRP-POST-AUTHOR
                                GRP-POST-DATE
                                GRP-POST-TEXT
                           WITH POINTER GRP-POINTER
                       END-UNSTRING
                       IF FUNCTION TRIM(GRP-SEL-ID-CHECK) = FUNCTION TRIM(MOD-KEY-P1)
                          AND FUNCTION LOWER-CASE(FUNCTION TRIM(GRP-POST-AUTHOR))
                          = FUNCTION LOWER-CASE(FUNCTION TRIM(MOD-KEY-P2))
                          AND FUNCTION TRIM(GRP-POST-DATE) = FUNCTION TRIM(MOD-KEY-P3)
                          AND FUNCTION TRIM(GRP-POST-TEXT) = FUNCTION TRIM(MOD-KEY-REST)
                           CONTINUE
                       ELSE
                           IF PURGE-COUNT < 500
                               ADD 1 TO PURGE-COUNT
                               MOVE GRP-LINE TO PURGE-LINE(PURGE-COUNT)
                           ELSE
                               MOVE 'Y' TO PURGE-OVERFLOW
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GRPP-FILE
       IF PURGE-OVERFLOW = 'Y'
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT GRPP-FILE
       IF GRPP-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING PURGE-IDX FROM 1 BY 1 UNTIL PURGE-IDX > PURGE-COUNT
           MOVE PURGE-LINE(PURGE-IDX) TO GRPP-REC
           WRITE GRPP-REC
       END-PERFORM
       CLOSE GRPP-FILE
       MOVE 'Y' TO MOD-ITEM-REMOVED
       EXIT.

*> Sets a new password without the security answer - the operator
*> has already authenticated.
OPER-FORCE-RESET.
       PERFORM OPER-PROMPT-TARGET
       PERFORM OPER-READ-TARGET
       IF U-STAT NOT = "00"
           MOVE "No account found with that username." TO W-MSG PERFORM DISP-MSG
           CLOSE U-FILE
           EXIT PARAGRAPH
       END-IF

       SET INVALID-PASS TO TRUE
       PERFORM UNTIL VALID-PASS
           MOVE "Enter a new password (8-12 chars, 1 uppercase, 1 digit, 1 special, no spaces):" TO W-MSG
           PERFORM DISP-MSG
           PERFORM READ-INPUT-RAW
           MOVE FUNCTION TRIM(W-USR-INPT) TO W-PASS-CANDIDATE
           PERFORM VALIDATE-PASSWORD
           IF INVALID-PASS
               MOVE "Password does not meet requirements. Try again." TO W-MSG
               PERFORM DISP-MSG
           END-IF
       END-PERFORM

       MOVE W-PASS-CANDIDATE TO PW-HASH-INPUT
       PERFORM HASH-PASSWORD
       MOVE PW-HASH-TEXT TO U-PASSWORD
       REWRITE U-REC
       CLOSE U-FILE
       MOVE "PWD-FORCED" TO AUDIT-EVENT
       MOVE OPER-TARGET TO AUDIT-USER
       PERFORM WRITE-AUDIT-EVENT
       PERFORM WRITE-CHECKPOINT
       MOVE SPACES TO W-MSG
       STRING "Password reset for " FUNCTION TRIM(OPER-TARGET) "."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> Removes a user's profile file together with every EC-FILE pair
*> naming them and any pending request they left in other profiles -
*> the by-hand cleanup that used to create the orphans the
*> reconciliation pass reports.
OPER-DELETE-PROFILE.
       PERFORM OPER-PROMPT-TARGET
       IF OPER-TARGET = SPACES
           MOVE "Invalid username." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       PERFORM PURGE-PROFILE-AND-CONNECTIONS

       MOVE "PROFILE-DELETED" TO AUDIT-EVENT
       MOVE OPER-TARGET TO AUDIT-USER
       PERFORM WRITE-AUDIT-EVENT
       PERFORM WRITE-CHECKPOINT

       MOVE SPACES TO W-MSG
       STRING "Profile data for " FUNCTION TRIM(OPER-TARGET)
              " removed."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> The profile/connection cascade shared by the operator delete and
*> self-service account closure: OPER-TARGET's profile file, every
*> EC-FILE pair naming them, and any pending request they left in
*> other profiles.
PURGE-PROFILE-AND-CONNECTIONS.
       MOVE SPACES TO W-TMP
       STRING "rm -f bin/profiles/"
              FUNCTION LOWER-CASE(FUNCTION TRIM(OPER-TARGET))
              ".txt"
           INTO W-TMP
       END-STRING
       CALL "SYSTEM" USING W-TMP

       *> Drop EC-FILE pairs naming the user on either side
       PERFORM LOAD-ECFILE-TABLE
       MOVE 'N' TO OPER-EC-REMOVED
       PERFORM VARYING RECON-IDX FROM 1 BY 1 UNTIL RECON-IDX > RECON-PAIR-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(RECON-PAIR-U1(RECON-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(OPER-TARGET))
              OR FUNCTION LOWER-CASE(FUNCTION TRIM(RECON-PAIR-U2(RECON-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(OPER-TARGET))
               MOVE SPACES TO RECON-PAIR-U1(RECON-IDX)
               MOVE SPACES TO RECON-PAIR-U2(RECON-IDX)
               MOVE 'Y' TO OPER-EC-REMOVED
           END-IF
       END-PERFORM
       IF OPER-EC-REMOVED = 'Y'
           PERFORM REWRITE-ECFILE-FROM-TABLE
       END-IF

       *> Withdraw any pending request the user left in other
       *> profiles (same sweep CANCEL-SENT-REQUESTS uses).
       CALL "SYSTEM" USING "ls bin/profiles/*.txt > bin/profiles/file-list.txt"
       MOVE "bin/profiles/file-list.txt" TO W-PROFILE-PATH-CUR
       OPEN INPUT P-FILE-CUR
       MOVE 'N' TO FILE-EOF
       PERFORM UNTIL FILE-EOF = 'Y'
           READ P-FILE-CUR
               AT END
                   MOVE 'Y' TO FILE-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(P-REC-CUR) TO W-PROFILE-PATH
                   IF W-PROFILE-PATH = "bin/profiles/file-list.txt"
                       CONTINUE
                   ELSE
                       PERFORM GET-CONNECTIONS
                       PERFORM PARSE-CONNECTIONS
                       MOVE FUNCTION TRIM(OPER-TARGET) TO CON-SEARCH-NAME
                       PERFORM COMPARE-CONNECTIONS
                       IF CON-FOUND = 'Y'
                           MOVE FUNCTION TRIM(OPER-TARGET) TO RQ-NAME
                           PERFORM REMOVE-PENDING-REQUEST
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE P-FILE-CUR
       CALL "SYSTEM" USING "rm bin/profiles/file-list.txt"
       EXIT.

*> Semester-start bulk intake: loads bin/InCollege-Roster.txt
*> (username|first|last|university|major|gradyear|email), creating a
*> reset-pending account and a pre-filled profile per good row, and
*> writes the rows it refused - with reasons - to the rejects file.
OPER-ROSTER-INTAKE.
       OPEN INPUT ROSTER-FILE
       IF RST-STAT NOT = "00"
           MOVE "No roster file found at bin/InCollege-Roster.txt." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT RREJ-FILE
       IF RREJ-STAT NOT = "00"
           CLOSE ROSTER-FILE
           MOVE "Unable to write the rejects listing. Intake not run." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       PERFORM LOAD-UMR-TABLES
       MOVE 0 TO RST-OK-COUNT RST-REJ-COUNT
       MOVE 'N' TO RST-EOF
       PERFORM UNTIL RST-EOF = 'Y'
           READ ROSTER-FILE INTO RST-REC
               AT END
                   MOVE 'Y' TO RST-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(RST-REC) TO RST-LINE
                   IF RST-LINE NOT = SPACES
                       PERFORM ROSTER-ONE-ROW
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ROSTER-FILE
       CLOSE RREJ-FILE

       MOVE "ROSTER-INTAKE" TO AUDIT-EVENT
       MOVE "operator" TO AUDIT-USER
       PERFORM WRITE-AUDIT-EVENT
       PERFORM WRITE-CHECKPOINT

       MOVE RST-OK-COUNT TO RST-COUNT-TEXT
       MOVE SPACES TO W-MSG
       STRING "Roster intake complete: " FUNCTION TRIM(RST-COUNT-TEXT)
              " account(s) created, "
           INTO W-MSG
       END-STRING
       MOVE RST-REJ-COUNT TO RST-COUNT-TEXT
       STRING FUNCTION TRIM(W-MSG) FUNCTION TRIM(RST-COUNT-TEXT)
              " row(s) rejected."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       MOVE "Rejected rows (if any) are in bin/InCollege-RosterRejects.txt." TO W-MSG
       PERFORM DISP-MSG
       EXIT.

*> One roster row: validate, create the account, write the profile.
*> Anything wrong sends the original row - plus why - to the rejects
*> listing and moves on; one bad row never stops the batch.
ROSTER-ONE-ROW.
       MOVE 1 TO RST-POINTER
       MOVE SPACES TO RST-USER RST-FIRST RST-LAST RST-UNIV
       MOVE SPACES TO RST-MAJOR RST-YEAR RST-EMAIL
       UNSTRING RST-LINE DELIMITED BY "|"
           INTO RST-USER
                RST-FIRST
                RST-LAST
                RST-UNIV
                RST-MAJOR
                RST-YEAR
                RST-EMAIL
           WITH POINTER RST-POINTER
       END-UNSTRING

       MOVE SPACES TO RST-REASON
       MOVE RST-USER TO W-USR-INPT
       PERFORM VALIDATE-USERNAME
       IF INVALID-USERNAME
           MOVE "invalid username" TO RST-REASON
       ELSE
           PERFORM CHECK-USERNAME-UNIQUE
           IF USERNAME-TAKEN
               MOVE "username already exists" TO RST-REASON
           END-IF
       END-IF
       IF RST-REASON = SPACES
          AND (FUNCTION TRIM(RST-FIRST) = SPACES
               OR FUNCTION TRIM(RST-LAST) = SPACES
               OR FUNCTION TRIM(RST-UNIV) = SPACES
               OR FUNCTION TRIM(RST-MAJOR) = SPACES
               OR FUNCTION TRIM(RST-EMAIL) = SPACES)
           MOVE "missing required field" TO RST-REASON
       END-IF
       IF RST-REASON = SPACES
          AND (FUNCTION LENGTH(FUNCTION TRIM(RST-YEAR)) NOT = 4
               OR RST-YEAR(1:4) IS NOT NUMERIC)
           MOVE "invalid graduation year" TO RST-REASON
       END-IF
       IF RST-REASON = SPACES
           MOVE 'U' TO UMR-KIND-ARG
           MOVE RST-UNIV TO UMR-VALUE-ARG
           PERFORM UMR-MATCH-VALUE
           IF UMR-MATCHED = 'N'
               MOVE "unrecognized university" TO RST-REASON
           ELSE
               MOVE UMR-CANON TO RST-UNIV
           END-IF
       END-IF
       IF RST-REASON = SPACES
           MOVE 'M' TO UMR-KIND-ARG
           MOVE RST-MAJOR TO UMR-VALUE-ARG
           PERFORM UMR-MATCH-VALUE
           IF UMR-MATCHED = 'N'
               MOVE "unrecognized major" TO RST-REASON
           ELSE
               MOVE UMR-CANON TO RST-MAJOR
           END-IF
       END-IF

       IF RST-REASON = SPACES
           PERFORM ROSTER-APPEND-USER
           IF USER-WRITE-FAILED
               MOVE "account record could not be stored" TO RST-REASON
           END-IF
       END-IF

       IF RST-REASON NOT = SPACES
           ADD 1 TO RST-REJ-COUNT
           MOVE SPACES TO RREJ-LINE
           STRING FUNCTION TRIM(RST-LINE)
                  " -- "
                  FUNCTION TRIM(RST-REASON)
               INTO RREJ-LINE
           END-STRING
           MOVE RREJ-LINE TO RREJ-REC
           WRITE RREJ-REC
           EXIT PARAGRAPH
       END-IF

       *> Pre-fill the profile the way Create/Edit Profile would have
       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME)) TO W-USER-LOW
       PERFORM CLEAR-PROFILE-WS
       MOVE SPACES TO CONNECTIONS-LINE
       MOVE FUNCTION TRIM(RST-FIRST) TO FIRST-NAME
       MOVE FUNCTION TRIM(RST-LAST)  TO LAST-NAME
       MOVE FUNCTION TRIM(RST-UNIV)  TO UNIVERSITY
       MOVE FUNCTION TRIM(RST-MAJOR) TO MAJOR
       MOVE FUNCTION TRIM(RST-EMAIL) TO EMAIL-ADDRESS
       MOVE FUNCTION NUMVAL(RST-YEAR(1:4)) TO GRAD-YEAR
       PERFORM SAVE-PROFILE-TO-FILE

       ADD 1 TO RST-OK-COUNT
       ADD 1 TO STAT-ACCOUNTS-CREATED
       MOVE "ACCOUNT CREATED" TO REH-EVENT
       MOVE SPACES TO REH-SUBJECT
       STRING FUNCTION TRIM(W-USERNAME) " (roster intake)" INTO REH-SUBJECT
       END-STRING
       PERFORM REH-RECORD
       MOVE "ROSTER-CREATED" TO AUDIT-EVENT
       MOVE W-USERNAME TO AUDIT-USER
       PERFORM WRITE-AUDIT-EVENT
       EXIT.

*> Partner job-feed intake: loads bin/InCollege-JobFeed.txt the way
*> the roster intake loads students. Each good row becomes an OPEN
*> listing under the next job id, posted in the registered company's
*> name by the row's posting account; a row repeating a listing that
*> company already has OPEN is skipped; anything else wrong goes to
*> the feed rejects file with its reason.
OPER-JOB-FEED-INTAKE.
       OPEN INPUT JFD-FILE
       IF JFD-STAT NOT = "00"
           MOVE "No job feed found at bin/InCollege-JobFeed.txt." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM ENSURE-JX-FILE
       IF JX-STAT NOT = "00"
           CLOSE JFD-FILE
           MOVE "Unable to access job postings. Intake not run." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT JFR-FILE
       IF JFR-STAT NOT = "00"
           CLOSE JFD-FILE
           MOVE "Unable to write the rejects listing. Intake not run." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM LOAD-COMPANY-TABLES

       MOVE 0 TO JFD-OK-COUNT JFD-SKIP-COUNT JFD-REJ-COUNT
       MOVE 'N' TO JFD-EOF
       PERFORM UNTIL JFD-EOF = 'Y'
           READ JFD-FILE INTO JFD-REC
               AT END
                   MOVE 'Y' TO JFD-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(JFD-REC) TO JFD-LINE
                   IF JFD-LINE NOT = SPACES
                       PERFORM JOB-FEED-ONE-ROW
                   END-IF
           END-READ
       END-PERFORM
       CLOSE JFD-FILE
       CLOSE JFR-FILE

       MOVE "JOBFEED-INTAKE" TO AUDIT-EVENT
       MOVE "operator" TO AUDIT-USER
       PERFORM WRITE-AUDIT-EVENT
       PERFORM WRITE-CHECKPOINT

       MOVE JFD-OK-COUNT TO JFD-COUNT-TEXT
       MOVE SPACES TO W-MSG
       STRING "Job feed intake complete: " FUNCTION TRIM(JFD-COUNT-TEXT)
              " posted, "
           INTO W-MSG
       END-STRING
       MOVE JFD-SKIP-COUNT TO JFD-COUNT-TEXT
       STRING FUNCTION TRIM(W-MSG) " " FUNCTION TRIM(JFD-COUNT-TEXT)
              " skipped as already open, "
           INTO W-MSG
       END-STRING
       MOVE JFD-REJ-COUNT TO JFD-COUNT-TEXT
       STRING FUNCTION TRIM(W-MSG) " " FUNCTION TRIM(JFD-COUNT-TEXT)
              " rejected."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       MOVE "Rejected and skipped rows (if any) are in bin/InCollege-JobFeedRejects.txt." TO W-MSG
       PERFORM DISP-MSG
       EXIT.

*> One feed row: validate, check for an open duplicate, store.
JOB-FEED-ONE-ROW.
       MOVE 1 TO JFD-POINTER
       MOVE SPACES TO JFD-CO-ID JFD-TITLE JFD-DESC JFD-LOC
       MOVE SPACES TO JFD-SALARY JFD-ACCOUNT
       UNSTRING JFD-LINE DELIMITED BY "|"
           INTO JFD-CO-ID
                JFD-TITLE
                JFD-DESC
                JFD-LOC
                JFD-SALARY
                JFD-ACCOUNT
           WITH POINTER JFD-POINTER
       END-UNSTRING
       MOVE 0 TO JFD-PIPES
       INSPECT JFD-LINE TALLYING JFD-PIPES FOR ALL "|"

       MOVE SPACES TO JFD-REASON
       EVALUATE TRUE
           WHEN JFD-PIPES NOT = 5
               MOVE "expected 6 fields" TO JFD-REASON
           WHEN JFD-CO-ID = SPACES OR JFD-TITLE = SPACES
                OR JFD-DESC = SPACES OR JFD-LOC = SPACES
                OR JFD-ACCOUNT = SPACES
               MOVE "missing required field" TO JFD-REASON
           WHEN FUNCTION LENGTH(FUNCTION TRIM(JFD-TITLE)) > 100
               MOVE "title longer than 100 characters" TO JFD-REASON
           WHEN FUNCTION LENGTH(FUNCTION TRIM(JFD-DESC)) > 200
               MOVE "description longer than 200 characters" TO JFD-REASON
           WHEN FUNCTION LENGTH(FUNCTION TRIM(JFD-LOC)) > 100
               MOVE "location longer than 100 characters" TO JFD-REASON
           WHEN FUNCTION LENGTH(FUNCTION TRIM(JFD-SALARY)) > 60
               MOVE "salary longer than 60 characters" TO JFD-REASON
       END-EVALUATE

       IF JFD-REASON = SPACES
           MOVE SPACES TO JFD-EMPLOYER
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COMP-COUNT
               IF FUNCTION TRIM(CO-COMP-ID(CO-IDX)) = FUNCTION TRIM(JFD-CO-ID)
                   MOVE CO-COMP-NAME(CO-IDX) TO JFD-EMPLOYER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF JFD-EMPLOYER = SPACES
               MOVE "unknown company id" TO JFD-REASON
           END-IF
       END-IF

       IF JFD-REASON = SPACES
           PERFORM JOB-FEED-FIND-ACCOUNT
           EVALUATE TRUE
               WHEN JFD-POSTER = SPACES
                   MOVE "posting account not found" TO JFD-REASON
               WHEN JFD-ACCT-LOCKED = 'D'
                   MOVE "posting account is disabled" TO JFD-REASON
           END-EVALUATE
       END-IF
       *> a company's listings are credited through its members, so an
       *> account registered to another company cannot post for this one
       IF JFD-REASON = SPACES
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-MEMB-COUNT
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(CO-MEMB-USER(CO-IDX)))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(JFD-POSTER))
                  AND FUNCTION TRIM(CO-MEMB-ID(CO-IDX))
                  NOT = FUNCTION TRIM(JFD-CO-ID)
                   MOVE "posting account belongs to another company" TO JFD-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM
       END-IF

       IF JFD-REASON NOT = SPACES
           ADD 1 TO JFD-REJ-COUNT
           PERFORM JOB-FEED-WRITE-REJECT
           EXIT PARAGRAPH
       END-IF

       PERFORM JOB-FEED-FIND-OPEN-DUP
       IF JFD-DUP-ID NOT = SPACES
           ADD 1 TO JFD-SKIP-COUNT
           MOVE SPACES TO JFD-REASON
           STRING "skipped - already OPEN as job "
                  FUNCTION TRIM(JFD-DUP-ID)
               INTO JFD-REASON
           END-STRING
           PERFORM JOB-FEED-WRITE-REJECT
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO CUR-JOB
       MOVE JOB-NEXT-ID TO CUR-JOB-ID
       MOVE FUNCTION TRIM(JFD-TITLE)    TO CUR-JOB-TITLE
       MOVE FUNCTION TRIM(JFD-DESC)     TO CUR-JOB-DESC
       MOVE FUNCTION TRIM(JFD-EMPLOYER) TO CUR-JOB-EMPLOYER
       MOVE FUNCTION TRIM(JFD-LOC)      TO CUR-JOB-LOCATION
       IF JFD-SALARY = SPACES
          OR FUNCTION UPPER-CASE(FUNCTION TRIM(JFD-SALARY)) = "NONE"
           MOVE "Not provided" TO CUR-JOB-SALARY
       ELSE
           MOVE FUNCTION TRIM(JFD-SALARY) TO CUR-JOB-SALARY
       END-IF
       MOVE FUNCTION TRIM(JFD-POSTER)   TO CUR-JOB-POSTER
       MOVE "OPEN"                      TO CUR-JOB-STATUS
       MOVE W-TODAY-DATE                TO CUR-JOB-POSTED
       PERFORM JX-STORE
       IF JX-STAT NOT = "00"
           ADD 1 TO JFD-REJ-COUNT
           MOVE "posting could not be stored" TO JFD-REASON
           PERFORM JOB-FEED-WRITE-REJECT
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO JOB-NEXT-ID
       *> feed listings are open to everyone; clear any audience an
       *> archived listing left under this id before the alerts go
       MOVE 0 TO AUD-R-COUNT
       PERFORM AUD-SAVE-JOB
       IF AUD-SAVE-OK = 'N'
           PERFORM JX-REMOVE
           ADD 1 TO JFD-REJ-COUNT
           MOVE "posting audience could not be cleared" TO JFD-REASON
           PERFORM JOB-FEED-WRITE-REJECT
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO JOB-TOTAL-COUNT
       ADD 1 TO JFD-OK-COUNT
       ADD 1 TO STAT-JOBS-POSTED
       PERFORM NOTIFY-JOB-ALERTS
       MOVE "POSTING ADDED" TO REH-EVENT
       PERFORM REH-SUBJECT-JOB
       PERFORM REH-RECORD
       *> feed listings carry no screening questions, and their salary
       *> stays free text with no structured pay range
       MOVE 0 TO SCQ-Q-COUNT
       PERFORM SCQ-SAVE-JOB
       MOVE 'N' TO PAY-RESULT
       PERFORM PAY-SAVE-JOB
       EXIT.

JOB-FEED-WRITE-REJECT.
       MOVE SPACES TO JFR-REC
       STRING FUNCTION TRIM(JFD-LINE)
              " -- "
              FUNCTION TRIM(JFD-REASON)
           INTO JFR-REC
       END-STRING
       WRITE JFR-REC
       EXIT.

*> Finds JFD-ACCOUNT in the keyed user file ignoring case (the key is
*> case-sensitive), leaving its stored spelling in JFD-POSTER - or
*> spaces - and its lock byte in JFD-ACCT-LOCKED.
JOB-FEED-FIND-ACCOUNT.
       MOVE SPACES TO JFD-POSTER
       MOVE SPACE TO JFD-ACCT-LOCKED
       OPEN INPUT U-FILE
       IF U-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 0
           READ U-FILE NEXT RECORD
               AT END
                   EXIT PERFORM
               NOT AT END
                   IF FUNCTION LOWER-CASE(FUNCTION TRIM(U-KEY))
                      = FUNCTION LOWER-CASE(FUNCTION TRIM(JFD-ACCOUNT))
                       MOVE FUNCTION TRIM(U-KEY) TO JFD-POSTER
                       MOVE U-LOCKED TO JFD-ACCT-LOCKED
                       EXIT PERFORM
                   END-IF
           END-READ
       END-PERFORM
       CLOSE U-FILE
       EXIT.

*> JFD-DUP-ID = an OPEN listing of this company with the same title
*> and location, or spaces. Listings stored earlier in this same feed
*> are on file by now, so a row repeated inside the feed is caught too.
JOB-FEED-FIND-OPEN-DUP.
       MOVE SPACES TO JFD-DUP-ID
       PERFORM JX-SCAN-START
       PERFORM UNTIL JX-EOF = 'Y'
           PERFORM JX-SCAN-NEXT
           IF JX-EOF NOT = 'Y'
              AND FUNCTION TRIM(CUR-JOB-STATUS) = "OPEN"
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-JOB-EMPLOYER))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(JFD-EMPLOYER))
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-JOB-TITLE))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(JFD-TITLE))
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-JOB-LOCATION))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(JFD-LOC))
               MOVE CUR-JOB-ID TO JFD-DUP-ID
               MOVE 'Y' TO JX-EOF
           END-IF
       END-PERFORM
       PERFORM JX-SCAN-STOP
       EXIT.

*> Writes the roster account: the "*RESET*" sentinel instead of a
*> password, and the roster email as the security answer so the
*> student can claim the account through Forgot Password.
ROSTER-APPEND-USER.
       OPEN I-O U-FILE
       IF U-STAT = "35"
           OPEN OUTPUT U-FILE
       END-IF

       MOVE SPACES TO U-REC
       MOVE FUNCTION TRIM(W-USERNAME) TO U-KEY
       MOVE "*RESET*" TO U-PASSWORD
       MOVE "What is the email address on your student record?" TO U-SEC-Q
       MOVE FUNCTION TRIM(RST-EMAIL) TO U-SEC-A
       MOVE 0   TO U-FAIL-COUNT
       MOVE 'N' TO U-LOCKED
       MOVE 'S' TO U-TYPE
       WRITE U-REC
           INVALID KEY
               CONTINUE
       END-WRITE
       IF U-STAT = "00"
           SET USER-WRITE-OK TO TRUE
       ELSE
           SET USER-WRITE-FAILED TO TRUE
       END-IF
       CLOSE U-FILE
       EXIT.

*> ---- University / major reference data ----
*> Loads bin/InCollege_referenceData.txt into UMR-TABLE. A missing
*> file just leaves both kinds unchecked. Canonical names wider than
*> the profile field they fill are ignored.
LOAD-UMR-TABLES.
       MOVE 0 TO UMR-COUNT UMR-UNIV-COUNT UMR-MAJOR-COUNT
       MOVE 'N' TO UMR-EOF
       OPEN INPUT UMR-FILE
       IF UMR-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL UMR-EOF = 'Y'
           READ UMR-FILE INTO UMR-REC
               AT END
                   MOVE 'Y' TO UMR-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(UMR-REC) TO UMR-LINE
                   IF UMR-LINE NOT = SPACES
                       PERFORM PARSE-UMR-LINE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE UMR-FILE
       EXIT.

PARSE-UMR-LINE.
       MOVE 1 TO UMR-POINTER
       MOVE SPACES TO UMR-KIND UMR-CANON-IN
       UNSTRING UMR-LINE DELIMITED BY "|"
           INTO UMR-KIND UMR-CANON-IN
           WITH POINTER UMR-POINTER
       END-UNSTRING
       EVALUATE TRUE
           WHEN FUNCTION TRIM(UMR-KIND) = "UNIVERSITY"
               MOVE 'U' TO UMR-KIND-ARG
           WHEN FUNCTION TRIM(UMR-KIND) = "MAJOR"
               MOVE 'M' TO UMR-KIND-ARG
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE
       IF FUNCTION TRIM(UMR-CANON-IN) = SPACES
          OR (UMR-KIND-ARG = 'U'
              AND FUNCTION LENGTH(FUNCTION TRIM(UMR-CANON-IN)) > 60)
          OR (UMR-KIND-ARG = 'M'
              AND FUNCTION LENGTH(FUNCTION TRIM(UMR-CANON-IN)) > 40)
          OR UMR-COUNT >= 600
           EXIT PARAGRAPH
       END-IF
       IF UMR-KIND-ARG = 'U'
           ADD 1 TO UMR-UNIV-COUNT
       ELSE
           ADD 1 TO UMR-MAJOR-COUNT
       END-IF
       MOVE FUNCTION TRIM(UMR-CANON-IN) TO UMR-FIELD
       PERFORM ADD-UMR-ENTRY
       PERFORM UNTIL UMR-POINTER > FUNCTION LENGTH(FUNCTION TRIM(UMR-LINE))
                  OR UMR-COUNT >= 600
           MOVE SPACES TO UMR-FIELD
           UNSTRING UMR-LINE DELIMITED BY "|"
               INTO UMR-FIELD
               WITH POINTER UMR-POINTER
           END-UNSTRING
           IF FUNCTION TRIM(UMR-FIELD) NOT = SPACES
               PERFORM ADD-UMR-ENTRY
           END-IF
       END-PERFORM
       EXIT.

*> One accepted spelling (UMR-FIELD) for the canonical UMR-CANON-IN.
ADD-UMR-ENTRY.
       ADD 1 TO UMR-COUNT
       MOVE UMR-KIND-ARG TO UMR-ENT-KIND(UMR-COUNT)
       MOVE FUNCTION TRIM(UMR-FIELD) TO UMR-ENT-NAME(UMR-COUNT)
       MOVE FUNCTION TRIM(UMR-CANON-IN) TO UMR-ENT-CANON(UMR-COUNT)
       EXIT.

*> Looks UMR-VALUE-ARG up among the UMR-KIND-ARG spellings, ignoring
*> case. UMR-MATCHED = 'Y' with the canonical name in UMR-CANON, and
*> UMR-WAS-ALIAS = 'Y' when the spelling given was not the canonical
*> one. With no reference rows of that kind every value matches as is.
UMR-MATCH-VALUE.
       MOVE 'N' TO UMR-MATCHED
       MOVE 'N' TO UMR-WAS-ALIAS
       MOVE FUNCTION TRIM(UMR-VALUE-ARG) TO UMR-CANON
       IF (UMR-KIND-ARG = 'U' AND UMR-UNIV-COUNT = 0)
          OR (UMR-KIND-ARG = 'M' AND UMR-MAJOR-COUNT = 0)
           MOVE 'Y' TO UMR-MATCHED
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING UMR-IDX FROM 1 BY 1 UNTIL UMR-IDX > UMR-COUNT
           IF UMR-ENT-KIND(UMR-IDX) = UMR-KIND-ARG
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(UMR-ENT-NAME(UMR-IDX)))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(UMR-VALUE-ARG))
               MOVE 'Y' TO UMR-MATCHED
               MOVE UMR-ENT-CANON(UMR-IDX) TO UMR-CANON
               IF FUNCTION TRIM(UMR-VALUE-ARG) NOT = FUNCTION TRIM(UMR-CANON)
                   MOVE 'Y' TO UMR-WAS-ALIAS
               END-IF
               EXIT PERFORM
           END-IF
       END-PERFORM
       EXIT.

*> Create/Edit Profile: keeps asking until W-OUTPUT is a recognized
*> university or major (UMR-KIND-ARG), then leaves the canonical name
*> in W-OUTPUT. LIST shows the recognized names.
UMR-CHECK-PROFILE-FIELD.
       IF UMR-KIND-ARG = 'U'
           MOVE "university" TO UMR-LABEL
       ELSE
           MOVE "major" TO UMR-LABEL
       END-IF
       MOVE W-OUTPUT TO UMR-VALUE-ARG
       PERFORM UMR-MATCH-VALUE
       PERFORM UNTIL UMR-MATCHED = 'Y'
           MOVE SPACES TO W-MSG
           STRING "'" FUNCTION TRIM(UMR-VALUE-ARG) "' is not a recognized "
                  FUNCTION TRIM(UMR-LABEL) "."
               INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
           MOVE "Enter LIST to see the recognized names, or re-enter:" TO W-MSG
           PERFORM DISP-MSG
           PERFORM READ-INPUT-RAW
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(W-USR-INPT)) = "list"
               PERFORM UMR-LIST-NAMES
           ELSE
               IF FUNCTION TRIM(W-USR-INPT) NOT = SPACES
                   MOVE FUNCTION TRIM(W-USR-INPT) TO UMR-VALUE-ARG
                   PERFORM UMR-MATCH-VALUE
               END-IF
           END-IF
       END-PERFORM
       IF UMR-WAS-ALIAS = 'Y'
           MOVE SPACES TO W-MSG
           STRING "Recorded as: " FUNCTION TRIM(UMR-CANON) INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
       END-IF
       MOVE UMR-CANON TO W-OUTPUT
       EXIT.

*> Canonical names of kind UMR-KIND-ARG, one per line.
UMR-LIST-NAMES.
       MOVE 0 TO UMR-SHOWN
       PERFORM VARYING UMR-IDX FROM 1 BY 1 UNTIL UMR-IDX > UMR-COUNT
           IF UMR-ENT-KIND(UMR-IDX) = UMR-KIND-ARG
              AND UMR-ENT-NAME(UMR-IDX) = UMR-ENT-CANON(UMR-IDX)
               ADD 1 TO UMR-SHOWN
               MOVE SPACES TO W-MSG
               STRING "  " FUNCTION TRIM(UMR-ENT-CANON(UMR-IDX)) INTO W-MSG
               END-STRING
               PERFORM DISP-MSG
           END-IF
       END-PERFORM
       EXIT.

*> Operator report: every profile whose UNIVERSITY or MAJOR is not
*> a canonical name - either a known alias (with the name it should
*> carry) or not recognized at all. Blank values are not listed.
OPER-REFERENCE-MISMATCH.
       PERFORM LOAD-UMR-TABLES
       IF UMR-UNIV-COUNT = 0 AND UMR-MAJOR-COUNT = 0
           MOVE "No reference data at bin/InCollege_referenceData.txt." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT UMRM-FILE
       IF UMRM-STAT NOT = "00"
           MOVE "Unable to write the mismatch report." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE "University/major values not matching the reference data" TO UMRM-REC
       WRITE UMRM-REC
       MOVE "username|field|value on profile|canonical name or NOT RECOGNIZED" TO UMRM-REC
       WRITE UMRM-REC

       MOVE 0 TO UMRM-COUNT
       PERFORM COLLECT-EXTRACT-PROFILES
       PERFORM VARYING XP-IDX FROM 1 BY 1 UNTIL XP-IDX > XP-COUNT
           IF UMR-UNIV-COUNT > 0 AND XP-UNIV(XP-IDX) NOT = SPACES
               MOVE 'U' TO UMR-KIND-ARG
               MOVE "UNIVERSITY" TO UMR-LABEL
               MOVE XP-UNIV(XP-IDX) TO UMR-VALUE-ARG
               PERFORM UMRM-CHECK-VALUE
           END-IF
           IF UMR-MAJOR-COUNT > 0 AND XP-MAJOR(XP-IDX) NOT = SPACES
               MOVE 'M' TO UMR-KIND-ARG
               MOVE "MAJOR" TO UMR-LABEL
               MOVE XP-MAJOR(XP-IDX) TO UMR-VALUE-ARG
               PERFORM UMRM-CHECK-VALUE
           END-IF
       END-PERFORM
       CLOSE UMRM-FILE

       MOVE UMRM-COUNT TO UMRM-COUNT-TEXT
       MOVE SPACES TO W-MSG
       STRING "Mismatch report written: " FUNCTION TRIM(UMRM-COUNT-TEXT)
              " value(s) to review."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       MOVE "See bin/InCollege-ReferenceMismatchReport.txt." TO W-MSG
       PERFORM DISP-MSG
       EXIT.

UMRM-CHECK-VALUE.
       PERFORM UMR-MATCH-VALUE
       IF UMR-MATCHED = 'Y' AND UMR-WAS-ALIAS = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO UMRM-LINE
       IF UMR-MATCHED = 'Y'
           STRING FUNCTION TRIM(XP-OWNER(XP-IDX)) "|"
                  FUNCTION TRIM(UMR-LABEL) "|"
                  FUNCTION TRIM(UMR-VALUE-ARG) "|"
                  FUNCTION TRIM(UMR-CANON)
               INTO UMRM-LINE
           END-STRING
       ELSE
           STRING FUNCTION TRIM(XP-OWNER(XP-IDX)) "|"
                  FUNCTION TRIM(UMR-LABEL) "|"
                  FUNCTION TRIM(UMR-VALUE-ARG) "|"
                  "NOT RECOGNIZED"
               INTO UMRM-LINE
           END-STRING
       END-IF
       MOVE UMRM-LINE TO UMRM-REC
       WRITE UMRM-REC
       ADD 1 TO UMRM-COUNT
       EXIT.

*> Pairs up student profiles that look like the same person: the same
*> email address, or the same first name, last name and university
*> (all ignoring case). Reuses the careers-extract profile pass, so it
*> shares its 200-profile cap.
OPER-DUPLICATE-REPORT.
       OPEN OUTPUT DUPR-FILE
       IF DUPR-STAT NOT = "00"
           MOVE "Unable to write the duplicate account report." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE "Likely duplicate student accounts" TO DUPR-REC
       WRITE DUPR-REC
       MOVE "username|username|reason|matched on" TO DUPR-REC
       WRITE DUPR-REC

       MOVE 0 TO DUPR-COUNT
       PERFORM COLLECT-EXTRACT-PROFILES
       PERFORM VARYING XP-IDX FROM 1 BY 1 UNTIL XP-IDX > XP-COUNT
           PERFORM VARYING DUPR-IDX FROM XP-IDX BY 1 UNTIL DUPR-IDX > XP-COUNT
               IF DUPR-IDX > XP-IDX
                   PERFORM DUPR-CHECK-PAIR
               END-IF
           END-PERFORM
       END-PERFORM
       CLOSE DUPR-FILE

       MOVE DUPR-COUNT TO DUPR-COUNT-TEXT
       MOVE SPACES TO W-MSG
       STRING "Duplicate account report written: " FUNCTION TRIM(DUPR-COUNT-TEXT)
              " pair(s) to review."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       MOVE "See bin/InCollege-DuplicateAccountReport.txt." TO W-MSG
       PERFORM DISP-MSG
       EXIT.

*> Compares XP-TABLE rows XP-IDX and DUPR-IDX; a likely pair is
*> written to the report.
DUPR-CHECK-PAIR.
       MOVE SPACES TO DUPR-REASON DUPR-DETAIL
       EVALUATE TRUE
           WHEN XP-EMAIL(XP-IDX) NOT = SPACES
                AND FUNCTION LOWER-CASE(FUNCTION TRIM(XP-EMAIL(XP-IDX)))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(XP-EMAIL(DUPR-IDX)))
               MOVE "same email" TO DUPR-REASON
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(XP-EMAIL(XP-IDX)))
                 TO DUPR-DETAIL
           WHEN XP-FIRST(XP-IDX) NOT = SPACES
                AND XP-LAST(XP-IDX) NOT = SPACES
                AND XP-UNIV(XP-IDX) NOT = SPACES
                AND FUNCTION LOWER-CASE(FUNCTION TRIM(XP-FIRST(XP-IDX)))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(XP-FIRST(DUPR-IDX)))
                AND FUNCTION LOWER-CASE(FUNCTION TRIM(XP-LAST(XP-IDX)))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(XP-LAST(DUPR-IDX)))
                AND FUNCTION LOWER-CASE(FUNCTION TRIM(XP-UNIV(XP-IDX)))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(XP-UNIV(DUPR-IDX)))
               MOVE "same name and university" TO DUPR-REASON
               STRING FUNCTION TRIM(XP-FIRST(XP-IDX)) " "
                      FUNCTION TRIM(XP-LAST(XP-IDX)) ", "
                      FUNCTION TRIM(XP-UNIV(XP-IDX))
                   INTO DUPR-DETAIL
               END-STRING
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE
       MOVE SPACES TO DUPR-LINE
       STRING FUNCTION TRIM(XP-OWNER(XP-IDX)) "|"
              FUNCTION TRIM(XP-OWNER(DUPR-IDX)) "|"
              FUNCTION TRIM(DUPR-REASON) "|"
              FUNCTION TRIM(DUPR-DETAIL)
           INTO DUPR-LINE
       END-STRING
       MOVE DUPR-LINE TO DUPR-REC
       WRITE DUPR-REC
       ADD 1 TO DUPR-COUNT
       EXIT.

*> Folds one student account into another: connections, pending
*> requests, applications (with their interview offers and screening
*> answers), skills, endorsements, messages, group memberships, RSVPs
*> and blocks move to the surviving account, rows the move would
*> duplicate are dropped, and the retired account is then closed with
*> the same cascade as self-service closure. If any move fails the
*> retired account is left open for a rerun. The merge is written to
*> the audit trail.
OPER-MERGE-ACCOUNTS.
       MOVE "Account to retire (its data moves to the surviving account)." TO W-MSG
       PERFORM DISP-MSG
       PERFORM OPER-PROMPT-TARGET
       IF OPER-TARGET = SPACES
           MOVE "Invalid username." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE OPER-TARGET TO MRG-FIND-NAME
       PERFORM MRG-FIND-ACCOUNT
       IF MRG-FOUND-KEY = SPACES
           MOVE "No account found with that username." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       IF MRG-FOUND-TYPE = 'E'
           MOVE "Employer accounts cannot be merged." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE MRG-FOUND-KEY TO MRG-RETIRED

       MOVE "Surviving account." TO W-MSG PERFORM DISP-MSG
       PERFORM OPER-PROMPT-TARGET
       IF OPER-TARGET = SPACES
           MOVE "Invalid username." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE OPER-TARGET TO MRG-FIND-NAME
       PERFORM MRG-FIND-ACCOUNT
       IF MRG-FOUND-KEY = SPACES
           MOVE "No account found with that username." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       IF MRG-FOUND-TYPE = 'E'
           MOVE "Employer accounts cannot be merged." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE MRG-FOUND-KEY TO MRG-SURVIVOR

       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(MRG-RETIRED)) TO MRG-RET-LOW
       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(MRG-SURVIVOR)) TO MRG-SUR-LOW
       IF MRG-RET-LOW = MRG-SUR-LOW
           MOVE "The two accounts must be different." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       *> the connection pairs are rewritten whole, so a store bigger
       *> than the pair table would lose rows
       PERFORM LOAD-ECFILE-TABLE
       IF RECON-PAIR-COUNT >= RECON-MAX-PAIRS
           MOVE "The connection store is too large to merge safely. Nothing was changed." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO W-MSG
       STRING "Merge " FUNCTION TRIM(MRG-RETIRED) " into "
              FUNCTION TRIM(MRG-SURVIVOR) "? " FUNCTION TRIM(MRG-RETIRED)
              " will be closed. Type YES to confirm:"
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       PERFORM READ-INPUT
       IF W-USR-INPT NOT = "yes"
           MOVE "No accounts were merged." TO W-MSG PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE 'N' TO PURGE-WARNED
       MOVE 0 TO MRG-APPS-MOVED
       PERFORM MRG-MOVE-CONNECTIONS
       PERFORM MRG-MOVE-PENDING
       PERFORM MRG-MOVE-APPLICATIONS
       PERFORM MRG-MOVE-INTERVIEWS
       PERFORM MRG-MOVE-SKILLS
       PERFORM MRG-MOVE-ENDORSEMENTS
       PERFORM MRG-MOVE-MESSAGES
       PERFORM MRG-MOVE-GROUP-ROWS
       PERFORM MRG-MOVE-RSVPS
       PERFORM MRG-MOVE-SCREENING-ANSWERS
       PERFORM MRG-MOVE-BLOCKS

       *> closing now would purge whatever did not move
       IF PURGE-WARNED = 'Y'
           PERFORM WRITE-CHECKPOINT
           MOVE "The merge stopped: some rows could not be moved." TO W-MSG
           PERFORM DISP-MSG
           MOVE SPACES TO W-MSG
           STRING FUNCTION TRIM(MRG-RETIRED)
                  " was not closed - check the stores, then run the merge again."
               INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       *> whatever is left under the retired name goes with the account
       MOVE MRG-RETIRED TO W-USERNAME
       PERFORM PURGE-CLOSED-ACCOUNT
       MOVE SPACES TO W-USERNAME

       MOVE "ACCT-MERGED" TO AUDIT-EVENT
       MOVE SPACES TO AUDIT-USER
       STRING FUNCTION TRIM(MRG-RETIRED) " into " FUNCTION TRIM(MRG-SURVIVOR)
           INTO AUDIT-USER
       END-STRING
       PERFORM WRITE-AUDIT-EVENT
       PERFORM WRITE-CHECKPOINT
       MOVE "ACCOUNTS MERGED" TO REH-EVENT
       MOVE SPACES TO REH-SUBJECT
       STRING FUNCTION TRIM(MRG-RETIRED) " into " FUNCTION TRIM(MRG-SURVIVOR)
           INTO REH-SUBJECT
       END-STRING
       PERFORM REH-RECORD

       IF PURGE-WARNED = 'Y'
           MOVE "Some of the retired account's rows could not be removed - check the stores." TO W-MSG
           PERFORM DISP-MSG
       END-IF
       MOVE MRG-APPS-MOVED TO MRG-COUNT-TEXT
       MOVE SPACES TO W-MSG
       STRING FUNCTION TRIM(MRG-RETIRED) " merged into "
              FUNCTION TRIM(MRG-SURVIVOR) " and closed ("
              FUNCTION TRIM(MRG-COUNT-TEXT) " application(s) moved)."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> Case-insensitive account lookup for MRG-FIND-NAME; MRG-FOUND-KEY
*> gets the stored spelling (spaces when there is no such account)
*> and MRG-FOUND-TYPE its account type.
MRG-FIND-ACCOUNT.
       MOVE SPACES TO MRG-FOUND-KEY MRG-FOUND-TYPE
       OPEN INPUT U-FILE
       IF U-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 0
           READ U-FILE NEXT RECORD
               AT END
                   EXIT PERFORM
               NOT AT END
                   IF FUNCTION LOWER-CASE(FUNCTION TRIM(U-KEY))
                      = FUNCTION LOWER-CASE(FUNCTION TRIM(MRG-FIND-NAME))
                       MOVE FUNCTION TRIM(U-KEY) TO MRG-FOUND-KEY
                       MOVE U-TYPE TO MRG-FOUND-TYPE
                       EXIT PERFORM
                   END-IF
           END-READ
       END-PERFORM
       CLOSE U-FILE
       EXIT.

*> Re-points the retired account's EC pairs at the survivor, dropping
*> the pair between the two accounts and any pair the survivor
*> already had. RECON-PAIR-TABLE stays loaded for MRG-MOVE-PENDING.
MRG-MOVE-CONNECTIONS.
       MOVE 'N' TO MRG-CHANGED
       PERFORM VARYING RECON-IDX FROM 1 BY 1 UNTIL RECON-IDX > RECON-PAIR-COUNT
           IF RECON-PAIR-U1(RECON-IDX) NOT = SPACES
               MOVE 'N' TO MRG-RENAMED
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(RECON-PAIR-U1(RECON-IDX)))
                  = MRG-RET-LOW
                   MOVE MRG-SURVIVOR TO RECON-PAIR-U1(RECON-IDX)
                   MOVE 'Y' TO MRG-RENAMED
               END-IF
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(RECON-PAIR-U2(RECON-IDX)))
                  = MRG-RET-LOW
                   MOVE MRG-SURVIVOR TO RECON-PAIR-U2(RECON-IDX)
                   MOVE 'Y' TO MRG-RENAMED
               END-IF
               IF MRG-RENAMED = 'Y'
                   MOVE 'Y' TO MRG-CHANGED
                   IF FUNCTION LOWER-CASE(FUNCTION TRIM(RECON-PAIR-U1(RECON-IDX)))
                      = FUNCTION LOWER-CASE(FUNCTION TRIM(RECON-PAIR-U2(RECON-IDX)))
                       MOVE SPACES TO RECON-PAIR-U1(RECON-IDX)
                       MOVE SPACES TO RECON-PAIR-U2(RECON-IDX)
                   ELSE
                       MOVE RECON-PAIR-U1(RECON-IDX) TO EC-U1
                       MOVE RECON-PAIR-U2(RECON-IDX) TO EC-U2
                       PERFORM NORMALIZE-PAIR
                       MOVE EC-U1 TO RECON-PAIR-U1(RECON-IDX)
                       MOVE EC-U2 TO RECON-PAIR-U2(RECON-IDX)
                       PERFORM MRG-DROP-DUPLICATE-PAIR
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF MRG-CHANGED = 'Y'
           PERFORM REWRITE-ECFILE-FROM-TABLE
       END-IF
       EXIT.

*> Blanks pair RECON-IDX when the same pair is already on another row.
MRG-DROP-DUPLICATE-PAIR.
       PERFORM VARYING MRG-IDX FROM 1 BY 1 UNTIL MRG-IDX > RECON-PAIR-COUNT
           IF MRG-IDX NOT = RECON-IDX
              AND RECON-PAIR-U1(MRG-IDX) NOT = SPACES
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(RECON-PAIR-U1(MRG-IDX)))
                = FUNCTION LOWER-CASE(FUNCTION TRIM(RECON-PAIR-U1(RECON-IDX)))
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(RECON-PAIR-U2(MRG-IDX)))
                = FUNCTION LOWER-CASE(FUNCTION TRIM(RECON-PAIR-U2(RECON-IDX)))
               MOVE SPACES TO RECON-PAIR-U1(RECON-IDX)
               MOVE SPACES TO RECON-PAIR-U2(RECON-IDX)
               EXIT PERFORM
           END-IF
       END-PERFORM
       EXIT.

*> Pending requests. Requests the retired account sent are renamed in
*> every other profile; requests it received are added to the
*> survivor's CONNECTIONS line. When the survivor has no profile yet,
*> the retired profile simply becomes the survivor's.
MRG-MOVE-PENDING.
       MOVE SPACES TO MRG-RET-PATH MRG-SUR-PATH
       STRING "bin/profiles/" FUNCTION TRIM(MRG-RET-LOW) ".txt"
           INTO MRG-RET-PATH
       END-STRING
       STRING "bin/profiles/" FUNCTION TRIM(MRG-SUR-LOW) ".txt"
           INTO MRG-SUR-PATH
       END-STRING

       MOVE 'N' TO MRG-RET-PROFILE MRG-SUR-PROFILE
       MOVE MRG-RET-PATH TO W-PROFILE-PATH
       OPEN INPUT P-FILE
       IF P-STAT = "00"
           CLOSE P-FILE
           MOVE 'Y' TO MRG-RET-PROFILE
       END-IF
       MOVE MRG-SUR-PATH TO W-PROFILE-PATH
       OPEN INPUT P-FILE
       IF P-STAT = "00"
           CLOSE P-FILE
           MOVE 'Y' TO MRG-SUR-PROFILE
       END-IF

       MOVE 0 TO MRG-EXTRA-COUNT
       IF MRG-RET-PROFILE = 'Y'
           IF MRG-SUR-PROFILE = 'Y'
               MOVE MRG-RET-PATH TO W-PROFILE-PATH
               PERFORM GET-CONNECTIONS
               PERFORM PARSE-CONNECTIONS
               PERFORM VARYING CONN-IDX FROM 1 BY 1
                       UNTIL CONN-IDX > CONNECTIONS-COUNT
                   ADD 1 TO MRG-EXTRA-COUNT
                   MOVE CONNECTIONS-ENTRY(CONN-IDX)
                     TO MRG-EXTRA-ENTRY(MRG-EXTRA-COUNT)
               END-PERFORM
           ELSE
               MOVE SPACES TO W-TMP
               STRING "mv " FUNCTION TRIM(MRG-RET-PATH) " "
                      FUNCTION TRIM(MRG-SUR-PATH)
                   INTO W-TMP
               END-STRING
               CALL "SYSTEM" USING W-TMP
           END-IF
       END-IF

       CALL "SYSTEM" USING "ls bin/profiles/*.txt > bin/profiles/file-list.txt"
       MOVE "bin/profiles/file-list.txt" TO W-PROFILE-PATH-CUR
       OPEN INPUT P-FILE-CUR
       MOVE 'N' TO FILE-EOF
       PERFORM UNTIL FILE-EOF = 'Y'
           READ P-FILE-CUR
               AT END
                   MOVE 'Y' TO FILE-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(P-REC-CUR) TO W-PROFILE-PATH
                   IF W-PROFILE-PATH = "bin/profiles/file-list.txt"
                      OR W-PROFILE-PATH = MRG-RET-PATH
                       CONTINUE
                   ELSE
                       PERFORM MRG-REBUILD-PENDING
                   END-IF
           END-READ
       END-PERFORM
       CLOSE P-FILE-CUR
       CALL "SYSTEM" USING "rm bin/profiles/file-list.txt"
       EXIT.

*> Rebuilds the CONNECTIONS line of W-PROFILE-PATH with the retired
*> name replaced by the survivor's (plus, on the survivor's own
*> profile, the requests the retired account had received). A request
*> from the profile's owner to itself, a repeat, or a moved request
*> between users already connected is dropped. The file is only
*> rewritten when something changed.
MRG-REBUILD-PENDING.
       MOVE W-PROFILE-PATH(14:) TO W-TMP
       MOVE SPACES TO MRG-OWNER-LOW
       UNSTRING W-TMP DELIMITED BY ".txt"
           INTO MRG-OWNER-LOW
       END-UNSTRING
       MOVE FUNCTION LOWER-CASE(MRG-OWNER-LOW) TO MRG-OWNER-LOW

       PERFORM GET-CONNECTIONS
       PERFORM PARSE-CONNECTIONS
       MOVE 0 TO MRG-PEND-COUNT
       MOVE 'N' TO MRG-CHANGED
       MOVE 'N' TO MRG-PEND-EXTRA
       PERFORM VARYING CONN-IDX FROM 1 BY 1 UNTIL CONN-IDX > CONNECTIONS-COUNT
           MOVE CONNECTIONS-ENTRY(CONN-IDX) TO MRG-PEND-NAME
           PERFORM MRG-ADD-PENDING
       END-PERFORM
       IF W-PROFILE-PATH = MRG-SUR-PATH
           MOVE 'Y' TO MRG-PEND-EXTRA
           PERFORM VARYING MRG-IDX2 FROM 1 BY 1 UNTIL MRG-IDX2 > MRG-EXTRA-COUNT
               MOVE MRG-EXTRA-ENTRY(MRG-IDX2) TO MRG-PEND-NAME
               PERFORM MRG-ADD-PENDING
           END-PERFORM
       END-IF
       IF MRG-CHANGED = 'Y'
           PERFORM MRG-WRITE-PENDING
       END-IF
       EXIT.

*> Adds MRG-PEND-NAME to MRG-PEND-TABLE unless it has to be dropped;
*> flags MRG-CHANGED when the line will differ from the file.
MRG-ADD-PENDING.
       MOVE 'N' TO MRG-RENAMED
       IF FUNCTION LOWER-CASE(FUNCTION TRIM(MRG-PEND-NAME)) = MRG-RET-LOW
           MOVE MRG-SURVIVOR TO MRG-PEND-NAME
           MOVE 'Y' TO MRG-RENAMED
       END-IF
       MOVE 'Y' TO MRG-KEEP
       IF FUNCTION LOWER-CASE(FUNCTION TRIM(MRG-PEND-NAME)) = MRG-OWNER-LOW
           MOVE 'N' TO MRG-KEEP
       END-IF
       IF MRG-KEEP = 'Y'
           PERFORM VARYING MRG-IDX FROM 1 BY 1 UNTIL MRG-IDX > MRG-PEND-COUNT
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(MRG-PEND-ENTRY(MRG-IDX)))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(MRG-PEND-NAME))
                   MOVE 'N' TO MRG-KEEP
                   EXIT PERFORM
               END-IF
           END-PERFORM
       END-IF
       IF MRG-KEEP = 'Y' AND (MRG-RENAMED = 'Y' OR MRG-PEND-EXTRA = 'Y')
           PERFORM VARYING MRG-IDX FROM 1 BY 1 UNTIL MRG-IDX > RECON-PAIR-COUNT
               IF RECON-PAIR-U1(MRG-IDX) NOT = SPACES
                  AND ((FUNCTION LOWER-CASE(FUNCTION TRIM(RECON-PAIR-U1(MRG-IDX)))
                        = MRG-OWNER-LOW
                        AND FUNCTION LOWER-CASE(FUNCTION TRIM(RECON-PAIR-U2(MRG-IDX)))
                        = FUNCTION LOWER-CASE(FUNCTION TRIM(MRG-PEND-NAME)))
                    OR (FUNCTION LOWER-CASE(FUNCTION TRIM(RECON-PAIR-U2(MRG-IDX)))
                        = MRG-OWNER-LOW
                        AND FUNCTION LOWER-CASE(FUNCTION TRIM(RECON-PAIR-U1(MRG-IDX)))
                        = FUNCTION LOWER-CASE(FUNCTION TRIM(MRG-PEND-NAME))))
                   MOVE 'N' TO MRG-KEEP
                   EXIT PERFORM
               END-IF
           END-PERFORM
       END-IF
       IF MRG-KEEP = 'Y' AND MRG-PEND-COUNT < 200
           ADD 1 TO MRG-PEND-COUNT
           MOVE FUNCTION TRIM(MRG-PEND-NAME) TO MRG-PEND-ENTRY(MRG-PEND-COUNT)
           IF MRG-RENAMED = 'Y' OR MRG-PEND-EXTRA = 'Y'
               MOVE 'Y' TO MRG-CHANGED
           END-IF
       ELSE
           IF MRG-PEND-EXTRA = 'N'
               MOVE 'Y' TO MRG-CHANGED
           END-IF
       END-IF
       EXIT.

*> Writes W-PROFILE-PATH back with its CONNECTIONS line built from
*> MRG-PEND-TABLE (same temp-and-move as REMOVE-PENDING-REQUEST); a
*> profile without the line gets one at the end.
MRG-WRITE-PENDING.
       MOVE "CONNECTIONS: " TO NEW-CONN-LINE
       PERFORM VARYING MRG-IDX FROM 1 BY 1 UNTIL MRG-IDX > MRG-PEND-COUNT
           IF MRG-IDX > 1
               STRING FUNCTION TRIM(NEW-CONN-LINE) ","
                   INTO NEW-CONN-LINE
               END-STRING
           END-IF
           STRING FUNCTION TRIM(NEW-CONN-LINE)
                  FUNCTION TRIM(MRG-PEND-ENTRY(MRG-IDX))
               INTO NEW-CONN-LINE
           END-STRING
       END-PERFORM

       OPEN INPUT  P-FILE
       OPEN OUTPUT P-TEMP-FILE
       MOVE 'N' TO FILE-EOF
       MOVE 'N' TO MRG-LINE-SEEN
       PERFORM UNTIL FILE-EOF = 'Y'
           READ P-FILE INTO P-REC
               AT END
                   MOVE 'Y' TO FILE-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(P-REC) TO VIEW-LINE
                   IF FUNCTION TRIM(VIEW-LINE(1:12)) = "CONNECTIONS:"
                       WRITE P-TEMP-REC FROM NEW-CONN-LINE
                       MOVE 'Y' TO MRG-LINE-SEEN
                   ELSE
                       WRITE P-TEMP-REC FROM P-REC
                   END-IF
           END-READ
       END-PERFORM
       IF MRG-LINE-SEEN = 'N'
           WRITE P-TEMP-REC FROM NEW-CONN-LINE
       END-IF
       CLOSE P-FILE
       CLOSE P-TEMP-FILE
       MOVE 'N' TO FILE-EOF

       MOVE SPACES TO W-TMP
       STRING "mv bin/profiles/te-mp.txt " W-PROFILE-PATH INTO W-TMP
       END-STRING
       CALL "SYSTEM" USING W-TMP
       EXIT.

*> Moves the retired account's applications to the survivor a batch
*> of keys at a time (as PURGE-MY-APPLICATIONS does). Where the
*> survivor already applied to the same posting, the survivor's
*> application is kept and the retired one dropped.
MRG-MOVE-APPLICATIONS.
       PERFORM ENSURE-APX-FILE
       IF APX-STAT NOT = "00"
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO APX-BATCH-FAILED
       MOVE APX-BATCH-MAX TO APX-BATCH-COUNT
       PERFORM UNTIL APX-BATCH-COUNT < APX-BATCH-MAX
                  OR APX-BATCH-FAILED = 'Y'
           MOVE 0 TO APX-BATCH-COUNT
           MOVE 'U' TO APX-SCAN-MODE
           MOVE MRG-RETIRED TO APX-SCAN-USER
           PERFORM APX-SCAN-START
           PERFORM UNTIL APX-EOF = 'Y'
               PERFORM APX-SCAN-NEXT
               IF APX-EOF NOT = 'Y'
                   ADD 1 TO APX-BATCH-COUNT
                   MOVE CUR-APP-USER   TO APX-BATCH-USER(APX-BATCH-COUNT)
                   MOVE CUR-APP-JOB-ID TO APX-BATCH-JOB(APX-BATCH-COUNT)
                   IF APX-BATCH-COUNT >= APX-BATCH-MAX
                       MOVE 'Y' TO APX-EOF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM APX-SCAN-STOP

           PERFORM VARYING APX-BATCH-IDX FROM 1 BY 1
                   UNTIL APX-BATCH-IDX > APX-BATCH-COUNT
                      OR APX-BATCH-FAILED = 'Y'
               PERFORM MRG-MOVE-ONE-APPLICATION
           END-PERFORM
       END-PERFORM
       EXIT.

MRG-MOVE-ONE-APPLICATION.
       MOVE MRG-SURVIVOR TO CUR-APP-USER
       MOVE APX-BATCH-JOB(APX-BATCH-IDX) TO CUR-APP-JOB-ID
       PERFORM APX-FETCH
       EVALUATE APX-STAT
           WHEN "00"
               *> survivor's own application on this posting wins
               CONTINUE
           WHEN "23"
               MOVE APX-BATCH-USER(APX-BATCH-IDX) TO CUR-APP-USER
               MOVE APX-BATCH-JOB(APX-BATCH-IDX)  TO CUR-APP-JOB-ID
               PERFORM APX-FETCH
               IF APX-STAT NOT = "00"
                   MOVE 'Y' TO APX-BATCH-FAILED
                   MOVE 'Y' TO PURGE-WARNED
                   EXIT PARAGRAPH
               END-IF
               MOVE MRG-SURVIVOR TO CUR-APP-USER
               PERFORM APX-STORE
               IF APX-STAT NOT = "00"
                   MOVE 'Y' TO APX-BATCH-FAILED
                   MOVE 'Y' TO PURGE-WARNED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO MRG-APPS-MOVED
           WHEN OTHER
               MOVE 'Y' TO APX-BATCH-FAILED
               MOVE 'Y' TO PURGE-WARNED
               EXIT PARAGRAPH
       END-EVALUATE
       MOVE APX-BATCH-USER(APX-BATCH-IDX) TO CUR-APP-USER
       MOVE APX-BATCH-JOB(APX-BATCH-IDX)  TO CUR-APP-JOB-ID
       PERFORM APX-REMOVE
       IF APX-STAT NOT = "00"
           MOVE 'Y' TO APX-BATCH-FAILED
           MOVE 'Y' TO PURGE-WARNED
       END-IF
       EXIT.

*> Interview offers follow the application: the retired applicant's
*> offers are renamed, unless the survivor already holds an offer on
*> the same posting.
MRG-MOVE-INTERVIEWS.
       PERFORM ENSURE-ITV-FILE
       PERFORM LOAD-ITV-TABLE
       IF ITV-OVERFLOW = 'Y'
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO MRG-CHANGED
       PERFORM VARYING ITV-IDX FROM 1 BY 1 UNTIL ITV-IDX > ITV-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(ITV-ENT-APP(ITV-IDX)))
              = MRG-RET-LOW
               MOVE 'Y' TO MRG-CHANGED
               MOVE 'N' TO MRG-HELD
               PERFORM VARYING MRG-IDX FROM 1 BY 1 UNTIL MRG-IDX > ITV-COUNT
                   IF FUNCTION LOWER-CASE(FUNCTION TRIM(ITV-ENT-APP(MRG-IDX)))
                      = MRG-SUR-LOW
                      AND FUNCTION TRIM(ITV-ENT-JOB-ID(MRG-IDX))
                        = FUNCTION TRIM(ITV-ENT-JOB-ID(ITV-IDX))
                       MOVE 'Y' TO MRG-HELD
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF MRG-HELD = 'Y'
                   MOVE SPACES TO ITV-ENT-APP(ITV-IDX)
               ELSE
                   MOVE MRG-SURVIVOR TO ITV-ENT-APP(ITV-IDX)
               END-IF
           END-IF
       END-PERFORM
       IF MRG-CHANGED = 'Y'
           PERFORM REWRITE-ITV-FILE
       END-IF
       EXIT.

*> Completed skills move to the survivor; a skill the survivor has
*> already completed keeps the survivor's row.
MRG-MOVE-SKILLS.
       MOVE 0 TO PURGE-COUNT
       MOVE 'N' TO PURGE-OVERFLOW
       MOVE 'N' TO SKILL-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(SKILL-REC) TO SKILL-LINE
                   IF SKILL-LINE NOT = SPACES
                       IF PURGE-COUNT < MAX-PURGE-ENTRIES
                           ADD 1 TO PURGE-COUNT
                           MOVE SKILL-LINE TO PURGE-LINE(PURGE-COUNT)
                       ELSE
                           MOVE 'Y' TO PURGE-OVERFLOW
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SKILL-FILE
       IF PURGE-OVERFLOW = 'Y'
           *> never rewrite from a truncated table
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF

       MOVE 'N' TO MRG-CHANGED
       PERFORM VARYING PURGE-IDX FROM 1 BY 1 UNTIL PURGE-IDX > PURGE-COUNT
           MOVE PURGE-LINE(PURGE-IDX) TO SKILL-LINE
           MOVE 1 TO SKILL-POINTER
           MOVE SPACES TO SKILL-USER-FIELD SKILL-ID-FIELD
           UNSTRING SKILL-LINE DELIMITED BY "|"
               INTO SKILL-USER-FIELD
                    SKILL-ID-FIELD
               WITH POINTER SKILL-POINTER
           END-UNSTRING
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(SKILL-USER-FIELD)) = MRG-RET-LOW
               MOVE 'Y' TO MRG-CHANGED
               MOVE 'N' TO MRG-HELD
               PERFORM VARYING MRG-IDX FROM 1 BY 1 UNTIL MRG-IDX > PURGE-COUNT
                   MOVE SPACES TO MRG-F1 MRG-F2
                   UNSTRING PURGE-LINE(MRG-IDX) DELIMITED BY "|"
                       INTO MRG-F1 MRG-F2
                   END-UNSTRING
                   IF FUNCTION LOWER-CASE(FUNCTION TRIM(MRG-F1)) = MRG-SUR-LOW
                      AND FUNCTION TRIM(MRG-F2) = FUNCTION TRIM(SKILL-ID-FIELD)
                       MOVE 'Y' TO MRG-HELD
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF MRG-HELD = 'Y'
                   MOVE SPACES TO PURGE-LINE(PURGE-IDX)
               ELSE
                   *> same row, survivor's name in front
                   MOVE SPACES TO MRG-REST
                   UNSTRING SKILL-LINE DELIMITED BY "|"
                       INTO MRG-F1
                   END-UNSTRING
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(MRG-F1)) TO MRG-POINTER
                   ADD 1 TO MRG-POINTER
                   MOVE SKILL-LINE(MRG-POINTER:) TO MRG-REST
                   MOVE SPACES TO PURGE-LINE(PURGE-IDX)
                   STRING FUNCTION TRIM(MRG-SURVIVOR) FUNCTION TRIM(MRG-REST)
                       INTO PURGE-LINE(PURGE-IDX)
                   END-STRING
               END-IF
           END-IF
       END-PERFORM
       IF MRG-CHANGED = 'N'
           EXIT PARAGRAPH
       END-IF

       OPEN OUTPUT SKILL-FILE
       IF SKILL-STAT NOT = "00"
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING PURGE-IDX FROM 1 BY 1 UNTIL PURGE-IDX > PURGE-COUNT
           IF PURGE-LINE(PURGE-IDX) NOT = SPACES
               MOVE PURGE-LINE(PURGE-IDX) TO SKILL-REC
               WRITE SKILL-REC
           END-IF
       END-PERFORM
       CLOSE SKILL-FILE
       EXIT.

*> Endorsements given or received move to the survivor. One the
*> survivor would be giving itself is dropped, as is one the survivor
*> already has from the same person for the same skill.
MRG-MOVE-ENDORSEMENTS.
       MOVE 0 TO PURGE-COUNT
       MOVE 'N' TO PURGE-OVERFLOW
       MOVE 'N' TO END-EOF
       OPEN INPUT ENDORSE-FILE
       IF END-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL END-EOF = 'Y'
           READ ENDORSE-FILE INTO END-REC
               AT END
                   MOVE 'Y' TO END-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(END-REC) TO END-LINE
                   IF END-LINE NOT = SPACES
                       IF PURGE-COUNT < MAX-PURGE-ENTRIES
                           ADD 1 TO PURGE-COUNT
                           MOVE END-LINE TO PURGE-LINE(PURGE-COUNT)
                       ELSE
                           MOVE 'Y' TO PURGE-OVERFLOW
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ENDORSE-FILE
       IF PURGE-OVERFLOW = 'Y'
           *> never rewrite from a truncated table
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF

       MOVE 'N' TO MRG-CHANGED
       PERFORM VARYING PURGE-IDX FROM 1 BY 1 UNTIL PURGE-IDX > PURGE-COUNT
           MOVE PURGE-LINE(PURGE-IDX) TO END-LINE
           MOVE 1 TO END-POINTER
           MOVE SPACES TO END-OWNER-FIELD END-SKILL-FIELD END-BY-FIELD
           UNSTRING END-LINE DELIMITED BY "|"
               INTO END-OWNER-FIELD
                    END-SKILL-FIELD
                    END-BY-FIELD
               WITH POINTER END-POINTER
           END-UNSTRING
           MOVE 'N' TO MRG-RENAMED
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(END-OWNER-FIELD)) = MRG-RET-LOW
               MOVE MRG-SURVIVOR TO END-OWNER-FIELD
               MOVE 'Y' TO MRG-RENAMED
           END-IF
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(END-BY-FIELD)) = MRG-RET-LOW
               MOVE MRG-SURVIVOR TO END-BY-FIELD
               MOVE 'Y' TO MRG-RENAMED
           END-IF
           IF MRG-RENAMED = 'Y'
               MOVE 'Y' TO MRG-CHANGED
               MOVE SPACES TO PURGE-LINE(PURGE-IDX)
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(END-OWNER-FIELD))
                  NOT = FUNCTION LOWER-CASE(FUNCTION TRIM(END-BY-FIELD))
                   MOVE SPACES TO END-LINE
                   STRING FUNCTION TRIM(END-OWNER-FIELD) "|"
                          FUNCTION TRIM(END-SKILL-FIELD) "|"
                          FUNCTION TRIM(END-BY-FIELD)
                       INTO END-LINE
                   END-STRING
                   MOVE 'N' TO MRG-HELD
                   PERFORM VARYING MRG-IDX FROM 1 BY 1 UNTIL MRG-IDX > PURGE-COUNT
                       IF FUNCTION LOWER-CASE(FUNCTION TRIM(PURGE-LINE(MRG-IDX)))
                          = FUNCTION LOWER-CASE(FUNCTION TRIM(END-LINE))
                           MOVE 'Y' TO MRG-HELD
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF MRG-HELD = 'N'
                       MOVE END-LINE TO PURGE-LINE(PURGE-IDX)
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF MRG-CHANGED = 'N'
           EXIT PARAGRAPH
       END-IF

       OPEN OUTPUT ENDORSE-FILE
       IF END-STAT NOT = "00"
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING PURGE-IDX FROM 1 BY 1 UNTIL PURGE-IDX > PURGE-COUNT
           IF PURGE-LINE(PURGE-IDX) NOT = SPACES
               MOVE PURGE-LINE(PURGE-IDX) TO END-REC
               WRITE END-REC
           END-IF
       END-PERFORM
       CLOSE ENDORSE-FILE
       EXIT.

*> Messages to or from the retired account are re-addressed to the
*> survivor; messages between the two accounts are dropped. Streams
*> through the same scratch copy the inbox flip uses.
MRG-MOVE-MESSAGES.
       PERFORM ENSURE-MSG-FILE
       MOVE 'N' TO MSG-EOF
       OPEN INPUT MSG-FILE
       IF MSG-STAT NOT = "00"
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT MSGT-FILE
       IF MSGT-STAT NOT = "00"
           CLOSE MSG-FILE
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MSG-EOF = 'Y'
           READ MSG-FILE INTO MSG-REC
               AT END
                   MOVE 'Y' TO MSG-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(MSG-REC) TO MSG-LINE
                   IF MSG-LINE NOT = SPACES
                       MOVE 1 TO MSG-POINTER
                       MOVE SPACES TO MSG-TO-FIELD MSG-FROM-FIELD
                       UNSTRING MSG-LINE DELIMITED BY "|"
                           INTO MSG-TO-FIELD
                                MSG-FROM-FIELD
                           WITH POINTER MSG-POINTER
                       END-UNSTRING
                       MOVE SPACES TO MRG-REST
                       IF MSG-POINTER <= FUNCTION LENGTH(MSG-LINE)
                           MOVE MSG-LINE(MSG-POINTER:) TO MRG-REST
                       END-IF
                       MOVE 'N' TO MRG-RENAMED
                       IF FUNCTION LOWER-CASE(FUNCTION TRIM(MSG-TO-FIELD)) = MRG-RET-LOW
                           MOVE MRG-SURVIVOR TO MSG-TO-FIELD
                           MOVE 'Y' TO MRG-RENAMED
                       END-IF
                       IF FUNCTION LOWER-CASE(FUNCTION TRIM(MSG-FROM-FIELD)) = MRG-RET-LOW
                           MOVE MRG-SURVIVOR TO MSG-FROM-FIELD
                           MOVE 'Y' TO MRG-RENAMED
                       END-IF
                       EVALUATE TRUE
                           WHEN MRG-RENAMED = 'N'
                               WRITE MSGT-REC FROM MSG-LINE
                           WHEN FUNCTION LOWER-CASE(FUNCTION TRIM(MSG-TO-FIELD))
                                = FUNCTION LOWER-CASE(FUNCTION TRIM(MSG-FROM-FIELD))
                               CONTINUE
                           WHEN OTHER
                               MOVE SPACES TO MSG-LINE
                               STRING FUNCTION TRIM(MSG-TO-FIELD) "|"
                                      FUNCTION TRIM(MSG-FROM-FIELD) "|"
                                      FUNCTION TRIM(MRG-REST)
                                   INTO MSG-LINE
                               END-STRING
                               WRITE MSGT-REC FROM MSG-LINE
                       END-EVALUATE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MSG-FILE
       CLOSE MSGT-FILE
       CALL "SYSTEM" USING
           "mv bin/InCollege_messages-temp.txt bin/InCollege_messages.txt"
       EXIT.

*> Group memberships move to the survivor; a group the survivor is
*> already in keeps the survivor's row.
MRG-MOVE-GROUP-ROWS.
       PERFORM ENSURE-GROUP-FILES
       PERFORM LOAD-GROUP-TABLES
       MOVE 'N' TO GRPM-REMOVED-ANY
       PERFORM VARYING GRP-IDX2 FROM 1 BY 1 UNTIL GRP-IDX2 > GRP-MEMB-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(GRP-MEMB-USER(GRP-IDX2)))
              = MRG-RET-LOW
               MOVE 'Y' TO GRPM-REMOVED-ANY
               MOVE 'N' TO MRG-HELD
               PERFORM VARYING MRG-IDX FROM 1 BY 1 UNTIL MRG-IDX > GRP-MEMB-COUNT
                   IF FUNCTION LOWER-CASE(FUNCTION TRIM(GRP-MEMB-USER(MRG-IDX)))
                      = MRG-SUR-LOW
                      AND FUNCTION TRIM(GRP-MEMB-ID(MRG-IDX))
                        = FUNCTION TRIM(GRP-MEMB-ID(GRP-IDX2))
                       MOVE 'Y' TO MRG-HELD
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF MRG-HELD = 'Y'
                   MOVE SPACES TO GRP-MEMB-ID(GRP-IDX2)
                   MOVE SPACES TO GRP-MEMB-USER(GRP-IDX2)
               ELSE
                   MOVE MRG-SURVIVOR TO GRP-MEMB-USER(GRP-IDX2)
               END-IF
           END-IF
       END-PERFORM
       IF GRPM-REMOVED-ANY = 'Y'
           PERFORM REWRITE-GRPM-FILE
       END-IF
       EXIT.

*> Event RSVPs move to the survivor; an event the survivor already
*> answered keeps the survivor's RSVP.
MRG-MOVE-RSVPS.
       PERFORM LOAD-EVENT-TABLES
       IF EVR-OVERFLOW = 'Y'
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO EV-CHANGED
       PERFORM VARYING EV-IDX2 FROM 1 BY 1 UNTIL EV-IDX2 > EVR-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(EVR-USER(EV-IDX2)))
              = MRG-RET-LOW
               MOVE 'Y' TO EV-CHANGED
               MOVE 'N' TO MRG-HELD
               PERFORM VARYING MRG-IDX FROM 1 BY 1 UNTIL MRG-IDX > EVR-COUNT
                   IF FUNCTION LOWER-CASE(FUNCTION TRIM(EVR-USER(MRG-IDX)))
                      = MRG-SUR-LOW
                      AND FUNCTION TRIM(EVR-EVENT(MRG-IDX))
                        = FUNCTION TRIM(EVR-EVENT(EV-IDX2))
                       MOVE 'Y' TO MRG-HELD
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF MRG-HELD = 'Y'
                   MOVE SPACES TO EVR-EVENT(EV-IDX2)
                   MOVE SPACES TO EVR-USER(EV-IDX2)
               ELSE
                   MOVE MRG-SURVIVOR TO EVR-USER(EV-IDX2)
               END-IF
           END-IF
       END-PERFORM
       IF EV-CHANGED = 'Y'
           PERFORM REWRITE-EVR-FILE
       END-IF
       EXIT.

*> Screening answers follow the applications: the retired applicant's
*> answers are renamed, unless the survivor already answered on the
*> same posting (the survivor's application is the one kept there).
MRG-MOVE-SCREENING-ANSWERS.
       MOVE 0 TO MRG-JOB-COUNT
       MOVE 'N' TO MRG-JOB-OVERFLOW
       MOVE 'N' TO SCA-EOF
       OPEN INPUT SCA-FILE
       IF SCA-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SCA-EOF = 'Y'
           READ SCA-FILE INTO SCA-REC
               AT END
                   MOVE 'Y' TO SCA-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(SCA-REC) TO SCA-LINE
                   IF SCA-LINE NOT = SPACES
                       PERFORM SCA-SPLIT-ROW
                       IF SCA-USER-FIELD = MRG-SUR-LOW
                           PERFORM MRG-NOTE-SURVIVOR-JOB
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SCA-FILE
       IF MRG-JOB-OVERFLOW = 'Y'
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF

       MOVE 'N' TO SCA-EOF
       OPEN INPUT SCA-FILE
       IF SCA-STAT NOT = "00"
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT SCAT-FILE
       IF SCAT-STAT NOT = "00"
           CLOSE SCA-FILE
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SCA-EOF = 'Y'
           READ SCA-FILE INTO SCA-REC
               AT END
                   MOVE 'Y' TO SCA-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(SCA-REC) TO SCA-LINE
                   IF SCA-LINE NOT = SPACES
                       PERFORM SCA-SPLIT-ROW
                       IF SCA-USER-FIELD NOT = MRG-RET-LOW
                           WRITE SCAT-REC FROM SCA-LINE
                       ELSE
                           MOVE 'N' TO MRG-HELD
                           PERFORM VARYING MRG-IDX FROM 1 BY 1
                                   UNTIL MRG-IDX > MRG-JOB-COUNT
                               IF MRG-JOB-ID(MRG-IDX) = SCA-JOB-FIELD
                                   MOVE 'Y' TO MRG-HELD
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                           IF MRG-HELD = 'N'
                               MOVE SPACES TO SCA-LINE
                               STRING FUNCTION TRIM(SCA-JOB-FIELD) "|"
                                      FUNCTION TRIM(MRG-SUR-LOW)   "|"
                                      FUNCTION TRIM(SCA-SEQ-FIELD) "|"
                                      FUNCTION TRIM(SCA-ANS-FIELD)
                                   INTO SCA-LINE
                               END-STRING
                               WRITE SCAT-REC FROM SCA-LINE
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SCA-FILE
       CLOSE SCAT-FILE
       CALL "SYSTEM" USING
           "mv bin/InCollege_screeningAnswers-temp.txt bin/InCollege_screeningAnswers.txt"
       EXIT.

*> Adds SCA-JOB-FIELD to the postings the survivor has answers on.
MRG-NOTE-SURVIVOR-JOB.
       PERFORM VARYING MRG-IDX FROM 1 BY 1 UNTIL MRG-IDX > MRG-JOB-COUNT
           IF MRG-JOB-ID(MRG-IDX) = SCA-JOB-FIELD
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       IF MRG-JOB-COUNT >= 200
           MOVE 'Y' TO MRG-JOB-OVERFLOW
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO MRG-JOB-COUNT
       MOVE SCA-JOB-FIELD TO MRG-JOB-ID(MRG-JOB-COUNT)
       EXIT.

*> Blocks placed by or on the retired account move to the survivor,
*> so nobody who blocked the duplicate can be reached through the
*> survivor. A block between the two accounts, or one the survivor
*> already has, is dropped.
MRG-MOVE-BLOCKS.
       PERFORM LOAD-BLK-TABLE
       IF BLK-OVERFLOW = 'Y'
           MOVE 'Y' TO PURGE-WARNED
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO MRG-CHANGED
       PERFORM VARYING BLK-IDX FROM 1 BY 1 UNTIL BLK-IDX > BLK-COUNT
           IF BLK-ENT-BY(BLK-IDX) NOT = SPACES
               MOVE 'N' TO MRG-RENAMED
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-BY(BLK-IDX)))
                  = MRG-RET-LOW
                   MOVE MRG-SURVIVOR TO BLK-ENT-BY(BLK-IDX)
                   MOVE 'Y' TO MRG-RENAMED
               END-IF
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-USER(BLK-IDX)))
                  = MRG-RET-LOW
                   MOVE MRG-SURVIVOR TO BLK-ENT-USER(BLK-IDX)
                   MOVE 'Y' TO MRG-RENAMED
               END-IF
               IF MRG-RENAMED = 'Y'
                   MOVE 'Y' TO MRG-CHANGED
                   IF FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-BY(BLK-IDX)))
                      = FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-USER(BLK-IDX)))
                       MOVE SPACES TO BLK-ENT-BY(BLK-IDX)
                   ELSE
                       PERFORM MRG-DROP-DUPLICATE-BLOCK
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF MRG-CHANGED = 'Y'
           PERFORM REWRITE-BLK-FILE
           IF BLK-STAT NOT = "00"
               MOVE 'Y' TO PURGE-WARNED
           END-IF
       END-IF
       EXIT.

*> Lifts block BLK-IDX when the same block is already on another row.
MRG-DROP-DUPLICATE-BLOCK.
       PERFORM VARYING MRG-IDX FROM 1 BY 1 UNTIL MRG-IDX > BLK-COUNT
           IF MRG-IDX NOT = BLK-IDX
              AND BLK-ENT-BY(MRG-IDX) NOT = SPACES
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-BY(MRG-IDX)))
                = FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-BY(BLK-IDX)))
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-USER(MRG-IDX)))
                = FUNCTION LOWER-CASE(FUNCTION TRIM(BLK-ENT-USER(BLK-IDX)))
               MOVE SPACES TO BLK-ENT-BY(BLK-IDX)
               EXIT PERFORM
           END-IF
       END-PERFORM
       EXIT.

*> Graduation rollover: every profile whose graduation year is
*> before the current year is added to the alumni list. Safe to rerun
*> - anyone already listed is counted, not added again - so the
*> yearly run is simply the operator choosing it after the new year.
OPER-GRADUATION-ROLLOVER.
       PERFORM LOAD-ALM-TABLE
       IF ALM-OVERFLOW = 'Y'
           MOVE "The alumni list is too large to update safely. Nothing was changed." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       MOVE W-TODAY-DATE(1:4) TO ALM-CUR-YEAR
       MOVE 0 TO ALM-ROLLED ALM-ALREADY ALM-SKIPPED

       OPEN EXTEND ALM-FILE
       IF ALM-STAT = "35"
           OPEN OUTPUT ALM-FILE
       END-IF
       IF ALM-STAT NOT = "00"
           MOVE "Unable to update the alumni list. Please try again later." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       CALL "SYSTEM" USING "ls bin/profiles/*.txt > bin/profiles/file-list.txt"
       MOVE "bin/profiles/file-list.txt" TO W-PROFILE-PATH-CUR
       OPEN INPUT P-FILE-CUR
                   MOVE 'Y' TO FILE-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(P-REC-CUR) TO W-PROFILE-PATH
                   IF W-PROFILE-PATH NOT = "bin/profiles/file-list.txt"
                       OPEN INPUT P-FILE
                       IF P-STAT = "00"
                           PERFORM CLEAR-PROFILE-WS
                           PERFORM PARSE-PROFILE-FILE
                           CLOSE P-FILE
                           PERFORM ALM-ROLL-PROFILE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE P-FILE-CUR
       CALL "SYSTEM" USING "rm bin/profiles/file-list.txt"
       CLOSE ALM-FILE

       MOVE ALM-ROLLED TO ALM-COUNT-TEXT
       MOVE "ALUMNI-ROLLOVER" TO AUDIT-EVENT
       MOVE "operator" TO AUDIT-USER
       PERFORM WRITE-AUDIT-EVENT
       IF ALM-ROLLED > 0
           PERFORM WRITE-CHECKPOINT
           MOVE "ALUMNI ROLLOVER" TO REH-EVENT
           MOVE SPACES TO REH-SUBJECT
           STRING FUNCTION TRIM(ALM-COUNT-TEXT) " profile(s) moved to alumni"
               INTO REH-SUBJECT
           END-STRING
           PERFORM REH-RECORD
       END-IF

       IF ALM-SKIPPED > 0
           MOVE ALM-SKIPPED TO ALM-COUNT-TEXT2
           MOVE SPACES TO W-MSG
           STRING "The alumni list is full - " FUNCTION TRIM(ALM-COUNT-TEXT2)
                  " graduate(s) could not be added."
               INTO W-MSG
           END-STRING
           PERFORM DISP-MSG
       END-IF
       MOVE ALM-ALREADY TO ALM-COUNT-TEXT2
       MOVE SPACES TO W-MSG
       STRING "Graduation rollover done: " FUNCTION TRIM(ALM-COUNT-TEXT)
              " profile(s) moved to alumni, " FUNCTION TRIM(ALM-COUNT-TEXT2)
              " already alumni."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       EXIT.

*> Adds the profile just parsed to the alumni list (open for
*> extend) when its graduation year has passed.
ALM-ROLL-PROFILE.
       IF W-YEAR-TEXT-VIEW IS NOT NUMERIC
          OR W-YEAR-TEXT-VIEW = "0000"
          OR W-YEAR-TEXT-VIEW NOT < ALM-CUR-YEAR
           EXIT PARAGRAPH
       END-IF
       MOVE W-PROFILE-PATH(14:) TO W-TMP
       MOVE SPACES TO ALM-ARG-USER
       UNSTRING W-TMP DELIMITED BY ".txt"
           INTO ALM-ARG-USER
       END-UNSTRING
       PERFORM ALM-FIND-IN-TABLE
       IF ALM-FOUND = 'Y'
           ADD 1 TO ALM-ALREADY
           EXIT PARAGRAPH
       END-IF
       IF ALM-COUNT >= MAX-ALM-ENTRIES
           ADD 1 TO ALM-SKIPPED
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO ALM-COUNT
       MOVE SPACES TO ALM-ENTRY(ALM-COUNT)
       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(ALM-ARG-USER))
           TO ALM-ENT-USER(ALM-COUNT)
       MOVE W-YEAR-TEXT-VIEW TO ALM-ENT-YEAR(ALM-COUNT)
       MOVE W-TODAY-DATE     TO ALM-ENT-DATE(ALM-COUNT)
       MOVE SPACES TO ALM-LINE
       STRING FUNCTION TRIM(ALM-ENT-USER(ALM-COUNT)) "|"
              ALM-ENT-YEAR(ALM-COUNT) "|"
              ALM-ENT-DATE(ALM-COUNT)
           INTO ALM-LINE
       END-STRING
       MOVE ALM-LINE TO ALM-REC
       WRITE ALM-REC
       ADD 1 TO ALM-ROLLED
       EXIT.

*> Staged catalog load: checks bin/InCollege-SkillCatalog-Staging.txt
*> in two passes - SKILL rows (and anything that is not a catalog row
*> at all) first, so every skill id is known before the LESSON and
*> QUIZ rows are checked against it - then refuses skills left with
*> no lessons or no quiz questions. Every refused row goes to the
*> rejects listing with its line number and reason; only a file with
*> none is promoted.
OPER-LOAD-SKILL-CATALOG.
       OPEN INPUT CATS-FILE
       IF CATS-STAT NOT = "00"
           MOVE "No staging catalog found at bin/InCollege-SkillCatalog-Staging.txt." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       CLOSE CATS-FILE
       OPEN OUTPUT CATR-FILE
       IF CATR-STAT NOT = "00"
           MOVE "Unable to write the rejects listing. Catalog load not run." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       MOVE 0 TO CST-SKILL-COUNT CST-LESSON-COUNT CST-QUIZ-COUNT
       MOVE 0 TO CST-REJ-COUNT
       PERFORM CST-PASS-SKILLS
       PERFORM CST-PASS-CONTENT
       PERFORM CST-CHECK-EMPTY-SKILLS
       CLOSE CATR-FILE

       MOVE CST-SKILL-COUNT TO CST-COUNT-TEXT
       MOVE SPACES TO W-MSG
       STRING "Staging catalog checked: " FUNCTION TRIM(CST-COUNT-TEXT)
              " skill(s), "
           INTO W-MSG
       END-STRING
       MOVE CST-LESSON-COUNT TO CST-COUNT-TEXT
       STRING FUNCTION TRIM(W-MSG) " " FUNCTION TRIM(CST-COUNT-TEXT)
              " lesson(s), "
           INTO W-MSG
       END-STRING
       MOVE CST-QUIZ-COUNT TO CST-COUNT-TEXT
       STRING FUNCTION TRIM(W-MSG) " " FUNCTION TRIM(CST-COUNT-TEXT)
              " question(s), "
           INTO W-MSG
       END-STRING
       MOVE CST-REJ-COUNT TO CST-COUNT-TEXT
       STRING FUNCTION TRIM(W-MSG) " " FUNCTION TRIM(CST-COUNT-TEXT)
              " row(s) rejected."
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG

       IF CST-REJ-COUNT > 0
           MOVE "Catalog NOT promoted - see bin/InCollege-SkillCatalogRejects.txt." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       IF CST-SKILL-COUNT = 0
           MOVE "The staging catalog has no skills - nothing promoted." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       PERFORM CST-PROMOTE
       EXIT.

*> Splits CST-LINE into its row type and up to three fields, and
*> counts the separators so a short or overlong row can be told apart.
CST-SPLIT-ROW.
       MOVE 1 TO CST-POINTER
       MOVE SPACES TO CST-KIND CST-F1 CST-F2 CST-F3
       UNSTRING CST-LINE DELIMITED BY "|"
           INTO CST-KIND
                CST-F1
                CST-F2
                CST-F3
           WITH POINTER CST-POINTER
       END-UNSTRING
       MOVE 0 TO CST-PIPES
       INSPECT CST-LINE TALLYING CST-PIPES FOR ALL "|"
       EXIT.

*> Writes the current staging row and CST-REASON to the rejects listing.
CST-REJECT.
       ADD 1 TO CST-REJ-COUNT
       MOVE CST-LINE-NO TO CST-LINE-TEXT
       MOVE SPACES TO CATR-REC
       STRING "line " FUNCTION TRIM(CST-LINE-TEXT) ": "
              FUNCTION TRIM(CST-LINE)
              " -- "
              FUNCTION TRIM(CST-REASON)
           INTO CATR-REC
       END-STRING
       WRITE CATR-REC
       EXIT.

*> First pass: SKILL rows and unrecognised rows.
CST-PASS-SKILLS.
       MOVE 0 TO CST-LINE-NO
       MOVE 'N' TO CST-EOF
       OPEN INPUT CATS-FILE
       IF CATS-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL CST-EOF = 'Y'
           READ CATS-FILE INTO CATS-REC
               AT END
                   MOVE 'Y' TO CST-EOF
               NOT AT END
                   ADD 1 TO CST-LINE-NO
                   MOVE FUNCTION TRIM(CATS-REC) TO CST-LINE
                   IF CST-LINE NOT = SPACES
                       PERFORM CST-SPLIT-ROW
                       EVALUATE FUNCTION TRIM(CST-KIND)
                           WHEN "SKILL"
                               PERFORM CST-CHECK-SKILL-ROW
                           WHEN "LESSON"
                           WHEN "QUIZ"
                               CONTINUE
                           WHEN OTHER
                               MOVE "not a SKILL, LESSON or QUIZ row" TO CST-REASON
                               PERFORM CST-REJECT
                       END-EVALUATE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CATS-FILE
       EXIT.

CST-CHECK-SKILL-ROW.
       MOVE SPACES TO CST-REASON
       EVALUATE TRUE
           WHEN CST-PIPES NOT = 2
               MOVE "SKILL rows are SKILL|id|name" TO CST-REASON
           WHEN CST-F1 = SPACES OR CST-F2 = SPACES
               MOVE "missing skill id or name" TO CST-REASON
           WHEN FUNCTION LENGTH(FUNCTION TRIM(CST-F1)) > 20
               MOVE "skill id longer than 20 characters" TO CST-REASON
           WHEN FUNCTION LENGTH(FUNCTION TRIM(CST-F2)) > 30
               MOVE "skill name longer than 30 characters" TO CST-REASON
       END-EVALUATE
       IF CST-REASON = SPACES
           PERFORM CST-FIND-SKILL
           IF CST-FOUND > 0
               MOVE "duplicate skill id" TO CST-REASON
           ELSE
               IF CST-SKILL-COUNT = MAX-CAT-SKILLS
                   MOVE "over the 20-skill catalog limit" TO CST-REASON
               END-IF
           END-IF
       END-IF
       IF CST-REASON NOT = SPACES
           PERFORM CST-REJECT
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO CST-SKILL-COUNT
       MOVE FUNCTION TRIM(CST-F1) TO CST-SKILL-ID(CST-SKILL-COUNT)
       MOVE CST-LINE-NO           TO CST-SKILL-LINE-NO(CST-SKILL-COUNT)
       MOVE CST-LINE              TO CST-SKILL-ROW(CST-SKILL-COUNT)
       MOVE 0 TO CST-SKILL-LESSONS(CST-SKILL-COUNT)
       MOVE 0 TO CST-SKILL-QUIZZES(CST-SKILL-COUNT)
       EXIT.

*> CST-FOUND = the staged skill whose id is CST-F1, or zero.
CST-FIND-SKILL.
       MOVE 0 TO CST-FOUND
       PERFORM VARYING CST-IDX FROM 1 BY 1 UNTIL CST-IDX > CST-SKILL-COUNT
           IF CST-SKILL-ID(CST-IDX) = FUNCTION TRIM(CST-F1)
               MOVE CST-IDX TO CST-FOUND
               EXIT PERFORM
           END-IF
       END-PERFORM
       EXIT.

*> Second pass: LESSON and QUIZ rows, each counted against its skill.
CST-PASS-CONTENT.
       MOVE 0 TO CST-LINE-NO
       MOVE 'N' TO CST-EOF
       OPEN INPUT CATS-FILE
       IF CATS-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL CST-EOF = 'Y'
           READ CATS-FILE INTO CATS-REC
               AT END
                   MOVE 'Y' TO CST-EOF
               NOT AT END
                   ADD 1 TO CST-LINE-NO
                   MOVE FUNCTION TRIM(CATS-REC) TO CST-LINE
                   IF CST-LINE NOT = SPACES
                       PERFORM CST-SPLIT-ROW
                       EVALUATE FUNCTION TRIM(CST-KIND)
                           WHEN "LESSON"
                               PERFORM CST-CHECK-LESSON-ROW
                           WHEN "QUIZ"
                               PERFORM CST-CHECK-QUIZ-ROW
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CATS-FILE
       EXIT.

CST-CHECK-LESSON-ROW.
       MOVE SPACES TO CST-REASON
       EVALUATE TRUE
           WHEN CST-PIPES NOT = 2
               MOVE "LESSON rows are LESSON|skill id|text" TO CST-REASON
           WHEN CST-F1 = SPACES OR CST-F2 = SPACES
               MOVE "missing skill id or lesson text" TO CST-REASON
           WHEN FUNCTION LENGTH(FUNCTION TRIM(CST-F2)) > 100
               MOVE "lesson text longer than 100 characters" TO CST-REASON
       END-EVALUATE
       IF CST-REASON = SPACES
           PERFORM CST-FIND-SKILL
           IF CST-FOUND = 0
               MOVE "lesson for a skill id with no good SKILL row" TO CST-REASON
           ELSE
               IF CST-LESSON-COUNT = MAX-CAT-LESSONS
                   MOVE "over the 200-lesson catalog limit" TO CST-REASON
               END-IF
           END-IF
       END-IF
       IF CST-REASON NOT = SPACES
           PERFORM CST-REJECT
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO CST-LESSON-COUNT
       ADD 1 TO CST-SKILL-LESSONS(CST-FOUND)
       EXIT.

CST-CHECK-QUIZ-ROW.
       MOVE SPACES TO CST-REASON
       EVALUATE TRUE
           WHEN CST-PIPES NOT = 3
               MOVE "QUIZ rows are QUIZ|skill id|question|answer" TO CST-REASON
           WHEN CST-F1 = SPACES OR CST-F2 = SPACES OR CST-F3 = SPACES
               MOVE "missing skill id, question or answer" TO CST-REASON
           WHEN FUNCTION LENGTH(FUNCTION TRIM(CST-F2)) > 100
               MOVE "question longer than 100 characters" TO CST-REASON
           WHEN FUNCTION LENGTH(FUNCTION TRIM(CST-F3)) > 50
               MOVE "answer longer than 50 characters" TO CST-REASON
       END-EVALUATE
       IF CST-REASON = SPACES
           PERFORM CST-FIND-SKILL
           IF CST-FOUND = 0
               MOVE "question for a skill id with no good SKILL row" TO CST-REASON
           ELSE
               IF CST-QUIZ-COUNT = MAX-CAT-QUIZZES
                   MOVE "over the 100-question catalog limit" TO CST-REASON
               END-IF
           END-IF
       END-IF
       IF CST-REASON NOT = SPACES
           PERFORM CST-REJECT
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO CST-QUIZ-COUNT
       ADD 1 TO CST-SKILL-QUIZZES(CST-FOUND)
       EXIT.

*> A skill with nothing to teach or nothing to pass cannot be
*> completed, so its SKILL row is refused too.
CST-CHECK-EMPTY-SKILLS.
       PERFORM VARYING CST-IDX FROM 1 BY 1 UNTIL CST-IDX > CST-SKILL-COUNT
           MOVE SPACES TO CST-REASON
           IF CST-SKILL-LESSONS(CST-IDX) = 0
               MOVE "skill has no lessons" TO CST-REASON
           ELSE
               IF CST-SKILL-QUIZZES(CST-IDX) = 0
                   MOVE "skill has no quiz questions" TO CST-REASON
               END-IF
           END-IF
           IF CST-REASON NOT = SPACES
               MOVE CST-SKILL-LINE-NO(CST-IDX) TO CST-LINE-NO
               MOVE CST-SKILL-ROW(CST-IDX) TO CST-LINE
               PERFORM CST-REJECT
           END-IF
       END-PERFORM
       EXIT.

*> Keeps a dated copy of the live catalog, moves the staging file into
*> its place, and reports skills completed under the old catalog that
*> the new one no longer has. The live catalog is loaded first so the
*> removal report can still name the skills being dropped.
CST-PROMOTE.
       MOVE 'N' TO CAT-LOADED
       PERFORM ENSURE-SKILL-CATALOG

       MOVE SPACES TO CST-STAMP
       STRING FUNCTION CURRENT-DATE(1:8) "-" FUNCTION CURRENT-DATE(9:6)
           INTO CST-STAMP
       END-STRING
       MOVE SPACES TO CST-HIST-PATH
       STRING "bin/catalog-history/InCollege_skillCatalog-"
              FUNCTION TRIM(CST-STAMP) ".txt"
           INTO CST-HIST-PATH
       END-STRING
       CALL "SYSTEM" USING "mkdir -p bin/catalog-history"
       MOVE SPACES TO CST-CMD
       STRING "cp -p bin/InCollege_skillCatalog.txt "
              FUNCTION TRIM(CST-HIST-PATH)
           INTO CST-CMD
       END-STRING
       CALL "SYSTEM" USING CST-CMD RETURNING CST-RC
       IF CST-RC NOT = 0
           MOVE "Unable to keep a copy of the current catalog - not promoted." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF
       CALL "SYSTEM" USING
           "mv bin/InCollege-SkillCatalog-Staging.txt bin/InCollege_skillCatalog.txt"
           RETURNING CST-RC
       IF CST-RC NOT = 0
           MOVE "Unable to move the staging catalog into place - not promoted." TO W-MSG
           PERFORM DISP-MSG
           EXIT PARAGRAPH
       END-IF

       PERFORM CST-WRITE-REMOVALS
       MOVE 'N' TO CAT-LOADED

       MOVE "CATALOG-PROMOTED" TO AUDIT-EVENT
       MOVE "operator" TO AUDIT-USER
       PERFORM WRITE-AUDIT-EVENT
       PERFORM WRITE-CHECKPOINT
       MOVE "CATALOG PROMOTED" TO REH-EVENT
       MOVE SPACES TO REH-SUBJECT
       STRING "skill catalog (old copy " FUNCTION TRIM(CST-HIST-PATH) ")"
           INTO REH-SUBJECT
       END-STRING
       PERFORM REH-RECORD

       MOVE "Staging catalog promoted. The previous catalog was kept as:" TO W-MSG
       PERFORM DISP-MSG
       MOVE CST-HIST-PATH TO W-MSG
       PERFORM DISP-MSG
       MOVE CST-GONE-COUNT TO CST-COUNT-TEXT
       MOVE SPACES TO W-MSG
       STRING FUNCTION TRIM(CST-COUNT-TEXT)
              " completed skill(s) no longer in the catalog - see"
           INTO W-MSG
       END-STRING
       PERFORM DISP-MSG
       MOVE "bin/InCollege-SkillCatalogRemovals.txt." TO W-MSG
       PERFORM DISP-MSG
       EXIT.

*> Lists every skill id on InCollege_skillsCompleted.txt that the new
*> catalog (CST-SKILL-TABLE) does not carry, with the students holding
*> it. CAT-SKILL-TABLE still has the previous catalog for the names.
CST-WRITE-REMOVALS.
       MOVE 0 TO CST-GONE-COUNT
       MOVE 'N' TO CST-GONE-MORE
       MOVE 'N' TO SKILL-EOF
       OPEN INPUT SKILL-FILE
       IF SKILL-STAT = "00"
           PERFORM UNTIL SKILL-EOF = 'Y'
               READ SKILL-FILE INTO SKILL-REC
                   AT END
                       MOVE 'Y' TO SKILL-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(SKILL-REC) TO SKILL-LINE
                       IF SKILL-LINE NOT = SPACES
                           MOVE 1 TO SKILL-POINTER
                           MOVE SPACES TO SKILL-USER-FIELD SKILL-ID-FIELD
                           UNSTRING SKILL-LINE DELIMITED BY "|"
                               INTO SKILL-USER-FIELD
                                    SKILL-ID-FIELD
                               WITH POINTER SKILL-POINTER
                           END-UNSTRING
                           PERFORM CST-NOTE-GONE-SKILL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILL-FILE
       END-IF

       OPEN OUTPUT CATD-FILE
       IF CATD-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "===== Completed Skills No Longer In The Catalog =====" TO CATD-REC
       WRITE CATD-REC
       MOVE SPACES TO CATD-REC
       STRING "Catalog promoted " FUNCTION TRIM(CST-STAMP)
              "; previous catalog kept as " FUNCTION TRIM(CST-HIST-PATH)
           INTO CATD-REC
       END-STRING
       WRITE CATD-REC
       MOVE SPACES TO CATD-REC
       WRITE CATD-REC
       IF CST-GONE-COUNT = 0
           MOVE "(none - every completed skill is still in the catalog)" TO CATD-REC
           WRITE CATD-REC
       END-IF
       PERFORM VARYING CST-IDX FROM 1 BY 1 UNTIL CST-IDX > CST-GONE-COUNT
           MOVE "(not in the previous catalog either)" TO CST-GONE-NAME
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > CAT-SKILL-COUNT
               IF FUNCTION TRIM(CAT-SKILL-ID(CAT-IDX))
                  = FUNCTION TRIM(CST-GONE-ID(CST-IDX))
                   MOVE CAT-SKILL-NAME(CAT-IDX) TO CST-GONE-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE CST-GONE-USERS(CST-IDX) TO CST-COUNT-TEXT
           MOVE SPACES TO CATD-REC
           STRING FUNCTION TRIM(CST-GONE-ID(CST-IDX)) " - "
                  FUNCTION TRIM(CST-GONE-NAME) ": "
                  FUNCTION TRIM(CST-COUNT-TEXT) " student(s)"
               INTO CATD-REC
           END-STRING
           WRITE CATD-REC
           PERFORM CST-WRITE-GONE-HOLDERS
       END-PERFORM
       IF CST-GONE-MORE = 'Y'
           MOVE "(more removed skill ids than this report lists)" TO CATD-REC
           WRITE CATD-REC
       END-IF
       CLOSE CATD-FILE
       EXIT.

*> Tallies SKILL-ID-FIELD into CST-GONE-TABLE when the new catalog
*> does not carry it.
CST-NOTE-GONE-SKILL.
       MOVE SKILL-ID-FIELD TO CST-F1
       PERFORM CST-FIND-SKILL
       IF CST-FOUND > 0
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING CST-IDX FROM 1 BY 1 UNTIL CST-IDX > CST-GONE-COUNT
           IF CST-GONE-ID(CST-IDX) = FUNCTION TRIM(SKILL-ID-FIELD)
               ADD 1 TO CST-GONE-USERS(CST-IDX)
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       IF CST-GONE-COUNT < 50
           ADD 1 TO CST-GONE-COUNT
           MOVE FUNCTION TRIM(SKILL-ID-FIELD) TO CST-GONE-ID(CST-GONE-COUNT)
           MOVE 1 TO CST-GONE-USERS(CST-GONE-COUNT)
       ELSE
           MOVE 'Y' TO CST-GONE-MORE
       END-IF
       EXIT.

*> One line per student still holding removed skill CST-GONE-ID(CST-IDX).
CST-WRITE-GONE-HOLDERS.
       MOVE 'N' TO SKILL-EOF
       OPEN INPUT SKILL-FILE
       IF SKILL-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SKILL-EOF = 'Y'
           READ SKILL-FILE INTO SKILL-REC
               AT END
                   MOVE 'Y' TO SKILL-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(SKILL-REC) TO SKILL-LINE
                   IF SKILL-LINE NOT = SPACES
                       MOVE 1 TO SKILL-POINTER
                       MOVE SPACES TO SKILL-USER-FIELD SKILL-ID-FIELD
                       UNSTRING SKILL-LINE DELIMITED BY "|"
                           INTO SKILL-USER-FIELD
                                SKILL-ID-FIELD
                           WITH POINTER SKILL-POINTER
                       END-UNSTRING
                       IF FUNCTION TRIM(SKILL-ID-FIELD)
                          = FUNCTION TRIM(CST-GONE-ID(CST-IDX))
                           MOVE SPACES TO CATD-REC
                           STRING "   " FUNCTION TRIM(SKILL-USER-FIELD)
                               INTO CATD-REC
                           END-STRING
                           WRITE CATD-REC
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SKILL-FILE
       EXIT.

*> Digests bin/InCollege-SecurityAudit.txt into a written report:
       CALL "SYSTEM" USING SNAP-CMD
       MOVE SPACES TO SNAP-CMD
       STRING "cp -f " FUNCTION TRIM(SNAP-SEL)
              "InCollege-Applications.dat bin/ 2>/dev/null"
           INTO SNAP-CMD
       END-STRING
       CALL "SYSTEM" USING SNAP-CMD
           EXIT PARAGRAPH
       END-IF

       *> students and alumni go to separate files, so the careers
       *> office can work the two lists apart
       PERFORM VARYING XU-IDX FROM 1 BY 1 UNTIL XU-IDX > XU-COUNT
           MOVE 'N' TO XE-ALUMNI-ARG
           PERFORM WRITE-ONE-UNIVERSITY-EXTRACT
           MOVE 'Y' TO XE-ALUMNI-ARG
           PERFORM WRITE-ONE-UNIVERSITY-EXTRACT
       END-PERFORM
       EXIT.
*> belongs to no extract file.
COLLECT-EXTRACT-PROFILES.
       MOVE 0 TO XP-COUNT XU-COUNT
       PERFORM LOAD-ALM-TABLE
       CALL "SYSTEM" USING "ls bin/profiles/*.txt > bin/profiles/file-list.txt"
       MOVE "bin/profiles/file-list.txt" TO W-PROFILE-PATH-CUR
       OPEN INPUT P-FILE-CUR
                           MOVE MAJOR            TO XP-MAJOR(XP-COUNT)
                           MOVE W-YEAR-TEXT-VIEW TO XP-YEAR(XP-COUNT)
                           MOVE EMAIL-ADDRESS    TO XP-EMAIL(XP-COUNT)
                           MOVE XP-OWNER(XP-COUNT) TO ALM-ARG-USER
                           PERFORM ALM-FIND-IN-TABLE
                           MOVE ALM-FOUND        TO XP-ALUMNI(XP-COUNT)

                           *> only a named university gets an
                           *> extract file of its own
       CALL "SYSTEM" USING "rm bin/profiles/file-list.txt"
       EXIT.

*> Writes bin/InCollege-Extract-<university>.csv for the students of
*> XU-NAME(XU-IDX), or bin/InCollege-Extract-<university>-alumni.csv
*> for its alumni when XE-ALUMNI-ARG is 'Y': a PROFILE row per member,
*> then their APPLICATION and SKILL rows.
WRITE-ONE-UNIVERSITY-EXTRACT.
       PERFORM BUILD-EXTRACT-FILENAME
       MOVE SPACES TO W-EXTRACT-PATH
       IF XE-ALUMNI-ARG = 'Y'
           STRING "bin/InCollege-Extract-"
                  FUNCTION TRIM(XF-NAME)
                  "-alumni.csv"
               INTO W-EXTRACT-PATH
           END-STRING
       ELSE
           STRING "bin/InCollege-Extract-"
                  FUNCTION TRIM(XF-NAME)
                  ".csv"
               INTO W-EXTRACT-PATH
           END-STRING
       END-IF

       OPEN OUTPUT EXTRACT-FILE
       IF EXTRACT-STAT NOT = "00"
       PERFORM VARYING XP-IDX FROM 1 BY 1 UNTIL XP-IDX > XP-COUNT
           IF FUNCTION TRIM(XP-UNIV(XP-IDX))
              = FUNCTION TRIM(XU-NAME(XU-IDX))
              AND XP-ALUMNI(XP-IDX) = XE-ALUMNI-ARG
               MOVE XP-FIRST(XP-IDX) TO CSVX-F1
               MOVE XP-LAST(XP-IDX)  TO CSVX-F2
               MOVE XP-UNIV(XP-IDX)  TO CSVX-F3
       END-PERFORM
       EXIT.

*> APPLICATION rows for XP-OWNER(XP-IDX), read off the keyed
*> application file by applicant.
WRITE-EXTRACT-APPLICATIONS.
       MOVE 'U' TO APX-SCAN-MODE
       MOVE XP-OWNER(XP-IDX) TO APX-SCAN-USER
       PERFORM APX-SCAN-START
       PERFORM UNTIL APX-EOF = 'Y'
           PERFORM APX-SCAN-NEXT
           IF APX-EOF NOT = 'Y'
               MOVE CUR-APP-TITLE TO CSVX-F5
               INSPECT CSVX-F5 REPLACING ALL "," BY ";"
               MOVE CUR-APP-EMP TO CSVX-F1
               INSPECT CSVX-F1 REPLACING ALL "," BY ";"
               MOVE SPACES TO X-LINE
               STRING "APPLICATION,"
                      FUNCTION TRIM(XP-OWNER(XP-IDX)) ","
                      FUNCTION TRIM(CUR-APP-JOB-ID) ","
                      FUNCTION TRIM(CSVX-F5) ","
                      FUNCTION TRIM(CSVX-F1) ","
                      FUNCTION TRIM(CUR-APP-STATUS) ","
                      FUNCTION TRIM(CUR-APP-DATE)
                   INTO X-LINE
               END-STRING
               MOVE X-LINE TO EXTRACT-REC
               WRITE EXTRACT-REC
           END-IF
       END-PERFORM
       PERFORM APX-SCAN-STOP
       EXIT.

*> SKILL rows for XP-OWNER(XP-IDX), straight from SKILL-FILE.
       EXIT.

*> End-of-run analytics across all the data stores: profile counts
*> by university/major/grad-year (students and alumni apart), how
*> connected each cohort is, which postings draw applications, and
*> which skills get finished.
*> Leans on the XP-TABLE already filled by WRITE-CAREERS-EXTRACT, so
*> it must run after that pass (and before the archive pass empties
*> the closed postings' application rows out of the live file).
       MOVE "===== InCollege Cohort and Engagement Analytics =====" TO ANA-REC
       WRITE ANA-REC

       MOVE 0 TO ANA-STUDENT-COUNT ANA-ALUMNI-COUNT
       PERFORM VARYING XP-IDX FROM 1 BY 1 UNTIL XP-IDX > XP-COUNT
           IF XP-ALUMNI(XP-IDX) = 'Y'
               ADD 1 TO ANA-ALUMNI-COUNT
           ELSE
               ADD 1 TO ANA-STUDENT-COUNT
           END-IF
       END-PERFORM
       MOVE ANA-STUDENT-COUNT TO ANA-COUNT-TEXT
       MOVE ANA-ALUMNI-COUNT  TO ANA-COUNT-TEXT2
       MOVE SPACES TO ANA-LINE
       STRING "Profiles on file: " FUNCTION TRIM(ANA-COUNT-TEXT)
              " student(s), " FUNCTION TRIM(ANA-COUNT-TEXT2) " alumni"
           INTO ANA-LINE
       END-STRING
       MOVE ANA-LINE TO ANA-REC
       WRITE ANA-REC

       MOVE 'N' TO ANA-ALUMNI-ARG
       MOVE "Student profiles by university:" TO ANA-REC
       WRITE ANA-REC
       MOVE 'U' TO ANA-PROFILE-FIELD
       PERFORM ANA-TALLY-PROFILES

       MOVE "Student profiles by major:" TO ANA-REC
       WRITE ANA-REC
       MOVE 'M' TO ANA-PROFILE-FIELD
       PERFORM ANA-TALLY-PROFILES

       MOVE "Student profiles by graduation year:" TO ANA-REC
       WRITE ANA-REC
       MOVE 'Y' TO ANA-PROFILE-FIELD
       PERFORM ANA-TALLY-PROFILES

       MOVE 'Y' TO ANA-ALUMNI-ARG
       MOVE "Alumni profiles by university:" TO ANA-REC
       WRITE ANA-REC
       MOVE 'U' TO ANA-PROFILE-FIELD
       PERFORM ANA-TALLY-PROFILES

       MOVE "Alumni profiles by major:" TO ANA-REC
       WRITE ANA-REC
       MOVE 'M' TO ANA-PROFILE-FIELD
       PERFORM ANA-TALLY-PROFILES

       MOVE "Alumni profiles by graduation year:" TO ANA-REC
       WRITE ANA-REC
       MOVE 'Y' TO ANA-PROFILE-FIELD
       PERFORM ANA-TALLY-PROFILES

       *> the cohort tallies below bucket alumni apart from students
       MOVE 'Y' TO ANA-SPLIT-ALUMNI

       *> Each established pair counts once toward each member's
       *> university, so a cohort's number is memberships, not pairs.
       MOVE ANA-LINE TO ANA-REC
       WRITE ANA-REC

       MOVE 'N' TO ANA-SPLIT-ALUMNI
       CLOSE ANA-FILE
       EXIT.

*> Tallies the ANA-ALUMNI-ARG half of XP-TABLE by ANA-PROFILE-FIELD
*> (U university, M major, Y graduation year) and writes it out.
ANA-TALLY-PROFILES.
       PERFORM TALLY-RESET
       PERFORM VARYING XP-IDX FROM 1 BY 1 UNTIL XP-IDX > XP-COUNT
           IF XP-ALUMNI(XP-IDX) = ANA-ALUMNI-ARG
               EVALUATE ANA-PROFILE-FIELD
                   WHEN 'U'
                       MOVE XP-UNIV(XP-IDX) TO TALLY-ARG
                   WHEN 'M'
                       MOVE XP-MAJOR(XP-IDX) TO TALLY-ARG
                   WHEN OTHER
                       MOVE XP-YEAR(XP-IDX) TO TALLY-ARG
               END-EVALUATE
               IF TALLY-ARG = SPACES
                   MOVE "(not set)" TO TALLY-ARG
               END-IF
               PERFORM TALLY-ADD
           END-IF
       END-PERFORM
       PERFORM TALLY-WRITE
       EXIT.

*> One pass over the keyed user file bucketing accounts idle more
*> than DORM-THRESHOLD days by university. The 90-day pass also
*> counts the accounts that have never had a login stamped.

*> Buckets ANA-USER's university (via XP-TABLE) - a member with no
*> profile on file lands in "(no profile)", one whose profile has no
*> university yet in "(not set)". Under ANA-SPLIT-ALUMNI alumni get
*> a bucket of their own per university.
TALLY-USER-UNIVERSITY.
       MOVE "(no profile)" TO TALLY-ARG
       PERFORM VARYING XP-IDX FROM 1 BY 1 UNTIL XP-IDX > XP-COUNT
               ELSE
                   MOVE XP-UNIV(XP-IDX) TO TALLY-ARG
               END-IF
               IF ANA-SPLIT-ALUMNI = 'Y' AND XP-ALUMNI(XP-IDX) = 'Y'
                   MOVE SPACES TO W-TMP
                   STRING FUNCTION TRIM(TALLY-ARG) " (alumni)"
                       INTO W-TMP
                   END-STRING
                   MOVE W-TMP TO TALLY-ARG
               END-IF
               EXIT PERFORM
           END-IF
       END-PERFORM
                   MOVE XP-MAJOR(XP-IDX) TO TALLY-ARG
               END-IF
               EXIT PERFORM
           END-IF
       END-PERFORM
       PERFORM TALLY-ADD
       EXIT.

TALLY-APPLICATIONS.
       MOVE 'A' TO APX-SCAN-MODE
       PERFORM APX-SCAN-START
       PERFORM UNTIL APX-EOF = 'Y'
           PERFORM APX-SCAN-NEXT
           IF APX-EOF NOT = 'Y'
               MOVE SPACES TO TALLY-ARG
               STRING FUNCTION TRIM(CUR-APP-TITLE)
                      " (#" FUNCTION TRIM(CUR-APP-JOB-ID) ")"
                   INTO TALLY-ARG
               END-STRING
               PERFORM TALLY-ADD
           END-IF
       END-PERFORM
       PERFORM APX-SCAN-STOP
       EXIT.

TALLY-SKILLS.
       CLOSE PLC-FILE
       EXIT.

*> TALLY-WRITE's twin for the placement report file.
PLR-TALLY-WRITE.
       IF TALLY-COUNT = 0
           MOVE "  (none)" TO PLR-REC
           WRITE PLR-REC
       END-IF
       PERFORM VARYING TALLY-IDX FROM 1 BY 1 UNTIL TALLY-IDX > TALLY-COUNT
           MOVE TALLY-VAL(TALLY-IDX) TO TALLY-VAL-TEXT
           MOVE SPACES TO PLR-LINE
           STRING "  " FUNCTION TRIM(TALLY-KEY(TALLY-IDX))
                  ": " FUNCTION TRIM(TALLY-VAL-TEXT)
               INTO PLR-LINE
           END-STRING
           MOVE PLR-LINE TO PLR-REC
           WRITE PLR-REC
       END-PERFORM
       EXIT.

*> End-of-run pay benchmarking from the structured pay on postings:
*> posted ranges by job location and by employer, and the pay of the
*> roles students were hired into by the hired students' major, with
*> the median pay (midpoint of the posted range) of roles that led to
*> a hire. Different pay bases are never mixed in one figure. Posted
*> ranges come from the live job file, so it runs ahead of the archive
*> pass; the hire section also takes in archived postings through the
*> pay history. Each hired student's major is read from their profile.
WRITE-PAY-BENCHMARK-REPORT.
       OPEN OUTPUT PAYB-FILE
       IF PAYB-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "===== InCollege Pay Benchmarking Report =====" TO PAYB-REC
       WRITE PAYB-REC

       PERFORM LOAD-PAY-TABLE
       PERFORM PAYB-LOAD-HIRES
       MOVE 0 TO PAYO-COUNT PAYB-NO-PAY
       MOVE 'N' TO PAYO-OVERFLOW
       PERFORM JX-SCAN-START
       PERFORM UNTIL JX-EOF = 'Y'
           PERFORM JX-SCAN-NEXT
           IF JX-EOF NOT = 'Y'
               PERFORM PAYB-ADD-POSTING
           END-IF
       END-PERFORM
       PERFORM JX-SCAN-STOP
       PERFORM PAYB-ADD-ARCHIVED

       MOVE "Posted pay by job location:" TO PAYB-REC
       WRITE PAYB-REC
       MOVE 'L' TO PAYO-ARG-KIND
       PERFORM PAYB-WRITE-KIND

       MOVE "Posted pay by employer:" TO PAYB-REC
       WRITE PAYB-REC
       MOVE 'E' TO PAYO-ARG-KIND
       PERFORM PAYB-WRITE-KIND

       MOVE "Pay of roles hired into, by the hired students' major:" TO PAYB-REC
       WRITE PAYB-REC
       MOVE 'M' TO PAYO-ARG-KIND
       PERFORM PAYB-WRITE-KIND

       MOVE PAYB-NO-PAY TO PAYB-NUM-TEXT
       MOVE SPACES TO PAYB-LINE
       STRING "Listings without a structured pay range (not counted): "
              FUNCTION TRIM(PAYB-NUM-TEXT)
           INTO PAYB-LINE
       END-STRING
       MOVE PAYB-LINE TO PAYB-REC
       WRITE PAYB-REC
       IF PAYO-OVERFLOW = 'Y' OR PAY-OVERFLOW = 'Y' OR PAYH-OVERFLOW = 'Y'
           MOVE "Some listings or hires were left out - the report's tables are full." TO PAYB-REC
           WRITE PAYB-REC
       END-IF
       CLOSE PAYB-FILE
       EXIT.

*> The placement store into PAYH-TABLE (job id, title, student).
PAYB-LOAD-HIRES.
       MOVE 0 TO PAYH-COUNT
       MOVE 'N' TO PAYH-OVERFLOW
       MOVE 'N' TO PLC-EOF
       OPEN INPUT PLC-FILE
       IF PLC-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL PLC-EOF = 'Y'
           READ PLC-FILE INTO PLC-REC
               AT END
                   MOVE 'Y' TO PLC-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(PLC-REC) TO PLC-LINE
                   IF PLC-LINE NOT = SPACES AND PAYH-COUNT = MAX-PAYH-ENTRIES
                       MOVE 'Y' TO PAYH-OVERFLOW
                   END-IF
                   IF PLC-LINE NOT = SPACES AND PAYH-COUNT < MAX-PAYH-ENTRIES
                       MOVE 1 TO PLC-POINTER
                       MOVE SPACES TO PLC-USER-FIELD PLC-JOB-FIELD PLC-TITLE-FIELD
                       UNSTRING PLC-LINE DELIMITED BY "|"
                           INTO PLC-USER-FIELD
                                PLC-JOB-FIELD
                                PLC-TITLE-FIELD
                           WITH POINTER PLC-POINTER
                       END-UNSTRING
                       ADD 1 TO PAYH-COUNT
                       MOVE PLC-JOB-FIELD   TO PAYH-JOB(PAYH-COUNT)
                       MOVE PLC-TITLE-FIELD TO PAYH-TITLE(PAYH-COUNT)
                       MOVE PLC-USER-FIELD  TO PAYH-USER(PAYH-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PLC-FILE
       EXIT.

*> Adds the posting in CUR-JOB to the figures when it has a pay row:
*> one location and one employer entry, plus one major entry per
*> hire. A hire belongs to the posting only when the id and the title
*> both match, since archived job ids can be reissued.
PAYB-ADD-POSTING.
       MOVE 'N' TO PAY-FOUND
       PERFORM VARYING PAY-IDX FROM 1 BY 1 UNTIL PAY-IDX > PAY-COUNT
           IF PAY-ENT-JOB(PAY-IDX) = CUR-JOB-ID
               MOVE 'Y' TO PAY-FOUND
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF PAY-FOUND = 'N'
           ADD 1 TO PAYB-NO-PAY
           EXIT PARAGRAPH
       END-IF
       MOVE PAY-ENT-BASIS(PAY-IDX) TO PAYO-ARG-BASIS
       MOVE PAY-ENT-MIN(PAY-IDX)   TO PAYO-ARG-MIN
       MOVE PAY-ENT-MAX(PAY-IDX)   TO PAYO-ARG-MAX

       MOVE 0 TO PAYB-HIRES
       PERFORM VARYING PAYH-IDX FROM 1 BY 1 UNTIL PAYH-IDX > PAYH-COUNT
           IF PAYH-JOB(PAYH-IDX) = CUR-JOB-ID
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(PAYH-TITLE(PAYH-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-JOB-TITLE))
               ADD 1 TO PAYB-HIRES
           END-IF
       END-PERFORM
       IF PAYB-HIRES > 0
           MOVE 'Y' TO PAYO-ARG-HIRED
       ELSE
           MOVE 'N' TO PAYO-ARG-HIRED
       END-IF

       MOVE 'L' TO PAYO-ARG-KIND
       MOVE CUR-JOB-LOCATION TO PAYO-ARG-KEY
       PERFORM PAYB-ADD-ENTRY
       MOVE 'E' TO PAYO-ARG-KIND
       MOVE CUR-JOB-EMPLOYER TO PAYO-ARG-KEY
       PERFORM PAYB-ADD-ENTRY

       MOVE 'M' TO PAYO-ARG-KIND
       MOVE 'Y' TO PAYO-ARG-HIRED
       PERFORM VARYING PAYH-IDX FROM 1 BY 1 UNTIL PAYH-IDX > PAYH-COUNT
           IF PAYH-JOB(PAYH-IDX) = CUR-JOB-ID
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(PAYH-TITLE(PAYH-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-JOB-TITLE))
               PERFORM PAYB-HIRE-MAJOR
               PERFORM PAYB-ADD-ENTRY
           END-IF
       END-PERFORM
       EXIT.

*> The hire section over archived postings: each pay-history row
*> adds one major entry per hire matched on id and title, unless the
*> same id and title are still live (the live pass counted those).
PAYB-ADD-ARCHIVED.
       MOVE 'N' TO PAY-EOF
       OPEN INPUT PAYA-FILE
       IF PAYA-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE 'M' TO PAYO-ARG-KIND
       MOVE 'Y' TO PAYO-ARG-HIRED
       PERFORM UNTIL PAY-EOF = 'Y'
           READ PAYA-FILE INTO PAYA-REC
               AT END
                   MOVE 'Y' TO PAY-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(PAYA-REC) TO PAY-LINE
                   IF PAY-LINE NOT = SPACES
                       PERFORM PAYB-ADD-ARCHIVED-ROW
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PAYA-FILE
       EXIT.

PAYB-ADD-ARCHIVED-ROW.
       MOVE SPACES TO PAY-JOB-FIELD PAY-HIST-TITLE PAY-MIN-FIELD
                      PAY-MAX-FIELD PAY-HIST-BASIS
       UNSTRING PAY-LINE DELIMITED BY "|"
           INTO PAY-JOB-FIELD
                PAY-HIST-TITLE
                PAY-MIN-FIELD
                PAY-MAX-FIELD
                PAY-HIST-BASIS
       END-UNSTRING
       MOVE 0 TO PAYB-HIRES
       PERFORM VARYING PAYH-IDX FROM 1 BY 1 UNTIL PAYH-IDX > PAYH-COUNT
           IF PAYH-JOB(PAYH-IDX) = PAY-JOB-FIELD
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(PAYH-TITLE(PAYH-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(PAY-HIST-TITLE))
               ADD 1 TO PAYB-HIRES
           END-IF
       END-PERFORM
       IF PAYB-HIRES = 0
           EXIT PARAGRAPH
       END-IF
       MOVE PAY-JOB-FIELD TO JOB-ID-INPUT
       PERFORM JX-FETCH
       IF CUR-JOB-FOUND = 'Y'
          AND FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-JOB-TITLE))
          = FUNCTION LOWER-CASE(FUNCTION TRIM(PAY-HIST-TITLE))
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO PAYO-ARG-MIN PAYO-ARG-MAX
       IF FUNCTION TEST-NUMVAL(PAY-MIN-FIELD) = 0
           COMPUTE PAYO-ARG-MIN = FUNCTION NUMVAL(PAY-MIN-FIELD)
       END-IF
       IF FUNCTION TEST-NUMVAL(PAY-MAX-FIELD) = 0
           COMPUTE PAYO-ARG-MAX = FUNCTION NUMVAL(PAY-MAX-FIELD)
       END-IF
       MOVE PAY-HIST-BASIS TO PAYO-ARG-BASIS
       PERFORM VARYING PAYH-IDX FROM 1 BY 1 UNTIL PAYH-IDX > PAYH-COUNT
           IF PAYH-JOB(PAYH-IDX) = PAY-JOB-FIELD
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(PAYH-TITLE(PAYH-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(PAY-HIST-TITLE))
               PERFORM PAYB-HIRE-MAJOR
               PERFORM PAYB-ADD-ENTRY
           END-IF
       END-PERFORM
       EXIT.

*> PAYO-ARG-KEY = the major on PAYH-USER(PAYH-IDX)'s profile.
PAYB-HIRE-MAJOR.
       MOVE "(no profile)" TO PAYO-ARG-KEY
       MOVE SPACES TO W-PROFILE-PATH
       STRING "bin/profiles/"
              FUNCTION LOWER-CASE(FUNCTION TRIM(PAYH-USER(PAYH-IDX)))
              ".txt"
           INTO W-PROFILE-PATH
       END-STRING
       OPEN INPUT P-FILE
       IF P-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM CLEAR-PROFILE-WS
       PERFORM PARSE-PROFILE-FILE
       CLOSE P-FILE
       IF MAJOR = SPACES
           MOVE "(not set)" TO PAYO-ARG-KEY
       ELSE
           MOVE MAJOR TO PAYO-ARG-KEY
       END-IF
       EXIT.

*> One PAYO-TABLE entry for the range in PAYO-ARG-MIN/MAX/BASIS
*> under PAYO-ARG-KIND / PAYO-ARG-KEY.
PAYB-ADD-ENTRY.
       IF PAYO-COUNT >= MAX-PAYO-ENTRIES
           MOVE 'Y' TO PAYO-OVERFLOW
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO PAYO-COUNT
       MOVE PAYO-ARG-KIND           TO PAYO-KIND(PAYO-COUNT)
       MOVE PAYO-ARG-KEY            TO PAYO-KEY(PAYO-COUNT)
       MOVE PAYO-ARG-BASIS          TO PAYO-BASIS(PAYO-COUNT)
       MOVE PAYO-ARG-MIN            TO PAYO-MIN(PAYO-COUNT)
       MOVE PAYO-ARG-MAX            TO PAYO-MAX(PAYO-COUNT)
       COMPUTE PAYO-MID(PAYO-COUNT) ROUNDED =
           (PAYO-ARG-MIN + PAYO-ARG-MAX) / 2
       MOVE PAYO-ARG-HIRED          TO PAYO-HIRED(PAYO-COUNT)
       MOVE 'N'                     TO PAYO-DONE(PAYO-COUNT)
       EXIT.

*> Writes one line per key and pay basis of PAYO-ARG-KIND, in the
*> order the keys were first met. Keys match ignoring case.
PAYB-WRITE-KIND.
       MOVE 0 TO PAYB-SECTION-COUNT
       PERFORM VARYING PAYO-IDX FROM 1 BY 1 UNTIL PAYO-IDX > PAYO-COUNT
           IF PAYO-KIND(PAYO-IDX) = PAYO-ARG-KIND
              AND PAYO-DONE(PAYO-IDX) = 'N'
               ADD 1 TO PAYB-SECTION-COUNT
               PERFORM PAYB-WRITE-GROUP
           END-IF
       END-PERFORM
       IF PAYB-SECTION-COUNT = 0
           MOVE "  (none)" TO PAYB-REC
           WRITE PAYB-REC
       END-IF
       EXIT.

*> Gathers every entry sharing PAYO-IDX's kind, key and basis: the
*> lowest minimum, the highest maximum, and the median midpoint of
*> the hired ones.
PAYB-WRITE-GROUP.
       MOVE 0 TO PAYB-GROUP-COUNT PAYM-COUNT
       MOVE PAYO-MIN(PAYO-IDX) TO PAYB-GROUP-LOW
       MOVE PAYO-MAX(PAYO-IDX) TO PAYB-GROUP-HIGH
       PERFORM VARYING PAYO-IDX2 FROM PAYO-IDX BY 1 UNTIL PAYO-IDX2 > PAYO-COUNT
           IF PAYO-DONE(PAYO-IDX2) = 'N'
              AND PAYO-KIND(PAYO-IDX2) = PAYO-KIND(PAYO-IDX)
              AND PAYO-BASIS(PAYO-IDX2) = PAYO-BASIS(PAYO-IDX)
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(PAYO-KEY(PAYO-IDX2)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(PAYO-KEY(PAYO-IDX)))
               MOVE 'Y' TO PAYO-DONE(PAYO-IDX2)
               ADD 1 TO PAYB-GROUP-COUNT
               IF PAYO-MIN(PAYO-IDX2) < PAYB-GROUP-LOW
                   MOVE PAYO-MIN(PAYO-IDX2) TO PAYB-GROUP-LOW
               END-IF
               IF PAYO-MAX(PAYO-IDX2) > PAYB-GROUP-HIGH
                   MOVE PAYO-MAX(PAYO-IDX2) TO PAYB-GROUP-HIGH
               END-IF
               IF PAYO-HIRED(PAYO-IDX2) = 'Y'
                   ADD 1 TO PAYM-COUNT
                   MOVE PAYO-MID(PAYO-IDX2) TO PAYM-VAL(PAYM-COUNT)
               END-IF
           END-IF
       END-PERFORM

       EVALUATE PAYO-BASIS(PAYO-IDX)
           WHEN 'H'
               MOVE "hourly"  TO PAY-BASIS-TEXT
           WHEN 'M'
               MOVE "monthly" TO PAY-BASIS-TEXT
           WHEN OTHER
               MOVE "yearly"  TO PAY-BASIS-TEXT
       END-EVALUATE
       MOVE PAYB-GROUP-LOW TO PAY-AMOUNT
       PERFORM PAY-FORMAT-AMOUNT
       MOVE PAY-AMT-TEXT TO PAY-MIN-SHOW
       MOVE PAYB-GROUP-HIGH TO PAY-AMOUNT
       PERFORM PAY-FORMAT-AMOUNT
       MOVE PAYB-GROUP-COUNT TO PAYB-NUM-TEXT
       MOVE PAYM-COUNT TO PAYB-NUM-TEXT2
       MOVE SPACES TO PAYB-LINE
       IF PAYO-KIND(PAYO-IDX) = 'M'
           STRING "  " FUNCTION TRIM(PAYO-KEY(PAYO-IDX))
                  " (" FUNCTION TRIM(PAY-BASIS-TEXT) "): "
                  FUNCTION TRIM(PAYB-NUM-TEXT) " hire(s), roles posted at "
                  FUNCTION TRIM(PAY-MIN-SHOW) " to "
                  FUNCTION TRIM(PAY-AMT-TEXT)
               INTO PAYB-LINE
           END-STRING
       ELSE
           STRING "  " FUNCTION TRIM(PAYO-KEY(PAYO-IDX))
                  " (" FUNCTION TRIM(PAY-BASIS-TEXT) "): "
                  FUNCTION TRIM(PAYB-NUM-TEXT) " posting(s), "
                  FUNCTION TRIM(PAY-MIN-SHOW) " to "
                  FUNCTION TRIM(PAY-AMT-TEXT)
                  ", " FUNCTION TRIM(PAYB-NUM-TEXT2) " led to a hire"
               INTO PAYB-LINE
           END-STRING
       END-IF
       MOVE PAYB-LINE TO PAYB-REC
       WRITE PAYB-REC

       IF PAYM-COUNT > 0
           PERFORM PAYB-MEDIAN
           MOVE PAYM-MEDIAN TO PAY-AMOUNT
           PERFORM PAY-FORMAT-AMOUNT
           MOVE SPACES TO PAYB-LINE
           STRING "    median pay of roles that led to a hire: "
                  FUNCTION TRIM(PAY-AMT-TEXT)
               INTO PAYB-LINE
           END-STRING
           MOVE PAYB-LINE TO PAYB-REC
           WRITE PAYB-REC
       END-IF
       EXIT.

*> Sorts PAYM-VAL(1..PAYM-COUNT) and leaves the median in
*> PAYM-MEDIAN (the mean of the middle two for an even count).
PAYB-MEDIAN.
       PERFORM VARYING PAYM-I FROM 2 BY 1 UNTIL PAYM-I > PAYM-COUNT
           MOVE PAYM-VAL(PAYM-I) TO PAYM-HOLD
           MOVE PAYM-I TO PAYM-J
           MOVE 'N' TO PAYM-STOP
           PERFORM UNTIL PAYM-STOP = 'Y'
               IF PAYM-J < 2
                   MOVE 'Y' TO PAYM-STOP
               ELSE
                   IF PAYM-VAL(PAYM-J - 1) > PAYM-HOLD
                       MOVE PAYM-VAL(PAYM-J - 1) TO PAYM-VAL(PAYM-J)
                       SUBTRACT 1 FROM PAYM-J
                   ELSE
                       MOVE 'Y' TO PAYM-STOP
                   END-IF
               END-IF
           END-PERFORM
           MOVE PAYM-HOLD TO PAYM-VAL(PAYM-J)
       END-PERFORM
       DIVIDE PAYM-COUNT BY 2 GIVING PAYM-I REMAINDER PAYM-J
       IF PAYM-J = 1
           MOVE PAYM-VAL(PAYM-I + 1) TO PAYM-MEDIAN
       ELSE
           COMPUTE PAYM-MEDIAN ROUNDED =
               (PAYM-VAL(PAYM-I) + PAYM-VAL(PAYM-I + 1)) / 2
       END-IF
       EXIT.

*> End-of-run hiring funnel, per registered company and per posting.
*> Runs ahead of the archive pass, so a posting closed this run gets
*> its final line here before it leaves the live store. An applicant
*> "reaches" a stage when their status is at or past it (Under Review,
*> Interview, Offer, Hired) - an interview offer on file counts as
*> reaching Interview even if the application was later turned down.
WRITE-FUNNEL-REPORT.
       OPEN OUTPUT FUN-FILE
       IF FUN-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "===== InCollege Hiring Funnel Report =====" TO FUN-REC
       WRITE FUN-REC
       MOVE SPACES TO FUN-LINE
       STRING "Run date " W-TODAY-DATE
              ". Reached = applicants at or past the stage."
           INTO FUN-LINE
       END-STRING
       MOVE FUN-LINE TO FUN-REC
       WRITE FUN-REC

       PERFORM LOAD-COMPANY-TABLES
       PERFORM FUN-COLLECT-POSTINGS
       IF FUN-POST-COUNT > 0
           PERFORM FUN-TALLY-APPLICATIONS
           PERFORM FUN-TALLY-INTERVIEWS
           PERFORM FUN-TALLY-PLACEMENTS
       END-IF

       IF CO-COMP-COUNT = 0
           MOVE "(no registered companies)" TO FUN-REC
           WRITE FUN-REC
       END-IF
       PERFORM VARYING FUN-CO-IDX FROM 1 BY 1 UNTIL FUN-CO-IDX > CO-COMP-COUNT
           PERFORM FUN-WRITE-COMPANY
       END-PERFORM
       IF FUN-OVERFLOW = 'Y'
           MOVE SPACES TO FUN-REC
           WRITE FUN-REC
           MOVE "(more company postings on file than the report holds - the first 500 are counted)" TO FUN-REC
           WRITE FUN-REC
       END-IF
       CLOSE FUN-FILE
       EXIT.

*> Fills FUN-POST-TABLE with every posting on file that belongs to a
*> registered company, counters zeroed.
FUN-COLLECT-POSTINGS.
       MOVE 0 TO FUN-POST-COUNT
       MOVE 'N' TO FUN-OVERFLOW
       PERFORM ENSURE-JX-FILE
       IF JX-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM JX-SCAN-START
       PERFORM UNTIL JX-EOF = 'Y'
           PERFORM JX-SCAN-NEXT
           IF JX-EOF NOT = 'Y'
               PERFORM FUN-FIND-COMPANY
               IF FUN-CO-IDX > 0
                   IF FUN-POST-COUNT >= FUN-MAX-POSTS
                       MOVE 'Y' TO FUN-OVERFLOW
                   ELSE
                       ADD 1 TO FUN-POST-COUNT
                       MOVE CUR-JOB-ID     TO FUN-P-ID(FUN-POST-COUNT)
                       MOVE CUR-JOB-TITLE  TO FUN-P-TITLE(FUN-POST-COUNT)
                       MOVE CUR-JOB-STATUS TO FUN-P-STATUS(FUN-POST-COUNT)
                       MOVE CUR-JOB-POSTED TO FUN-P-POSTED(FUN-POST-COUNT)
                       MOVE FUN-CO-IDX     TO FUN-P-CO(FUN-POST-COUNT)
                       MOVE ZEROS TO FUN-P-COUNTS(FUN-POST-COUNT)
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       PERFORM JX-SCAN-STOP
       EXIT.

*> Sets FUN-CO-IDX to the CO-COMP-TABLE entry CUR-JOB belongs to, or
*> 0: the poster's company membership first, then the employer name.
FUN-FIND-COMPANY.
       MOVE 0 TO FUN-CO-IDX
       PERFORM VARYING CO-IDX2 FROM 1 BY 1 UNTIL CO-IDX2 > CO-MEMB-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(CO-MEMB-USER(CO-IDX2)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-JOB-POSTER))
               PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COMP-COUNT
                   IF FUNCTION TRIM(CO-COMP-ID(CO-IDX))
                      = FUNCTION TRIM(CO-MEMB-ID(CO-IDX2))
                       MOVE CO-IDX TO FUN-CO-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF FUN-CO-IDX > 0
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COMP-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(CO-COMP-NAME(CO-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-JOB-EMPLOYER))
               MOVE CO-IDX TO FUN-CO-IDX
               EXIT PERFORM
           END-IF
       END-PERFORM
       EXIT.

*> Sets FUN-IDX to the FUN-POST-TABLE row for job id JOB-ID-INPUT,
*> or 0.
FUN-FIND-POSTING.
       MOVE 0 TO FUN-IDX
       PERFORM VARYING FUN-IDX2 FROM 1 BY 1 UNTIL FUN-IDX2 > FUN-POST-COUNT
           IF FUN-P-ID(FUN-IDX2) = JOB-ID-INPUT
               MOVE FUN-IDX2 TO FUN-IDX
               EXIT PERFORM
           END-IF
       END-PERFORM
       EXIT.

*> One pass over the application store: each row counts as an
*> applicant for its posting, plus every stage it has reached.
FUN-TALLY-APPLICATIONS.
       PERFORM ENSURE-ITV-FILE
       PERFORM LOAD-ITV-TABLE
       PERFORM ENSURE-APX-FILE
       IF APX-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE 'A' TO APX-SCAN-MODE
       PERFORM APX-SCAN-START
       PERFORM UNTIL APX-EOF = 'Y'
           PERFORM APX-SCAN-NEXT
           IF APX-EOF NOT = 'Y'
               MOVE CUR-APP-JOB-ID TO JOB-ID-INPUT
               PERFORM FUN-FIND-POSTING
               IF FUN-IDX > 0
                   ADD 1 TO FUN-P-APPLIED(FUN-IDX)
                   MOVE 0 TO FUN-RANK
                   EVALUATE FUNCTION TRIM(CUR-APP-STATUS)
                       WHEN "Under Review"
                           MOVE 1 TO FUN-RANK
                       WHEN "Interview"
                           MOVE 2 TO FUN-RANK
                       WHEN "Offer"
                           MOVE 3 TO FUN-RANK
                       WHEN "Hired"
                           MOVE 4 TO FUN-RANK
                       WHEN "Not Selected"
                           ADD 1 TO FUN-P-NOTSEL(FUN-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF FUN-RANK < 2
                       PERFORM VARYING ITV-IDX FROM 1 BY 1 UNTIL ITV-IDX > ITV-COUNT
                           IF ITV-ENT-JOB-ID(ITV-IDX) = CUR-APP-JOB-ID
                              AND FUNCTION LOWER-CASE(FUNCTION TRIM(ITV-ENT-APP(ITV-IDX)))
                              = FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-APP-USER))
                               MOVE 2 TO FUN-RANK
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
                   IF FUN-RANK >= 1
                       ADD 1 TO FUN-P-REVIEW(FUN-IDX)
                   END-IF
                   IF FUN-RANK >= 2
                       ADD 1 TO FUN-P-INTERVIEW(FUN-IDX)
                   END-IF
                   IF FUN-RANK >= 3
                       ADD 1 TO FUN-P-OFFER(FUN-IDX)
                   END-IF
                   IF FUN-RANK >= 4
                       ADD 1 TO FUN-P-HIRED(FUN-IDX)
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       PERFORM APX-SCAN-STOP
       EXIT.

*> Interview offers answered, by posting (ITV-TABLE is still loaded
*> from FUN-TALLY-APPLICATIONS). Offers go with their posting when it
*> is archived or deleted, so an id alone identifies the posting.
FUN-TALLY-INTERVIEWS.
       PERFORM VARYING ITV-IDX FROM 1 BY 1 UNTIL ITV-IDX > ITV-COUNT
           MOVE ITV-ENT-JOB-ID(ITV-IDX) TO JOB-ID-INPUT
           PERFORM FUN-FIND-POSTING
           IF FUN-IDX > 0
               EVALUATE FUNCTION TRIM(ITV-ENT-STATE(ITV-IDX))
                   WHEN "ACCEPTED"
                       ADD 1 TO FUN-P-ACCEPTED(FUN-IDX)
                   WHEN "DECLINED"
                       ADD 1 TO FUN-P-DECLINED(FUN-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
       END-PERFORM
       EXIT.

*> Days from posting to hire, from the placement store. The title
*> must match as well as the id, so a placement against an archived
*> posting is not credited to a later one given the same id.
FUN-TALLY-PLACEMENTS.
       MOVE 'N' TO PLC-EOF
       OPEN INPUT PLC-FILE
       IF PLC-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL PLC-EOF = 'Y'
           READ PLC-FILE INTO PLC-REC
               AT END
                   MOVE 'Y' TO PLC-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(PLC-REC) TO PLC-LINE
                   IF PLC-LINE NOT = SPACES
                       MOVE 1 TO PLC-POINTER
                       MOVE SPACES TO PLC-USER-FIELD PLC-JOB-FIELD PLC-TITLE-FIELD
                       MOVE SPACES TO PLC-EMP-FIELD PLC-APPDATE-FIELD PLC-HIREDATE-FIELD
                       UNSTRING PLC-LINE DELIMITED BY "|"
                           INTO PLC-USER-FIELD
                                PLC-JOB-FIELD
                                PLC-TITLE-FIELD
                                PLC-EMP-FIELD
                                PLC-APPDATE-FIELD
                                PLC-HIREDATE-FIELD
                           WITH POINTER PLC-POINTER
                       END-UNSTRING
                       MOVE PLC-JOB-FIELD TO JOB-ID-INPUT
                       PERFORM FUN-FIND-POSTING
                       IF FUN-IDX > 0
                          AND FUNCTION LOWER-CASE(FUNCTION TRIM(PLC-TITLE-FIELD))
                          = FUNCTION LOWER-CASE(FUNCTION TRIM(FUN-P-TITLE(FUN-IDX)))
                          AND PLC-HIREDATE-FIELD IS NUMERIC
                          AND FUN-P-POSTED(FUN-IDX) IS NUMERIC
                           COMPUTE FUN-DAYS =
                               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(PLC-HIREDATE-FIELD))
                               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FUN-P-POSTED(FUN-IDX)))
                           IF FUN-DAYS >= 0
                               ADD FUN-DAYS TO FUN-P-HIRE-DAYS(FUN-IDX)
                               ADD 1 TO FUN-P-HIRE-N(FUN-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PLC-FILE
       EXIT.

*> One company's block: its totals, then a block per posting.
FUN-WRITE-COMPANY.
       MOVE SPACES TO FUN-REC
       WRITE FUN-REC
       MOVE SPACES TO FUN-LINE
       STRING "Company: " FUNCTION TRIM(CO-COMP-NAME(FUN-CO-IDX))
              " (id " FUNCTION TRIM(CO-COMP-ID(FUN-CO-IDX)) ")"
           INTO FUN-LINE
       END-STRING
       MOVE FUN-LINE TO FUN-REC
       WRITE FUN-REC

       MOVE 0 TO FUN-CO-POSTS
       MOVE ZEROS TO FUN-C-COUNTS
       PERFORM VARYING FUN-IDX FROM 1 BY 1 UNTIL FUN-IDX > FUN-POST-COUNT
           IF FUN-P-CO(FUN-IDX) = FUN-CO-IDX
               ADD 1 TO FUN-CO-POSTS
               ADD FUN-P-APPLIED(FUN-IDX)   TO FUN-C-APPLIED
               ADD FUN-P-REVIEW(FUN-IDX)    TO FUN-C-REVIEW
               ADD FUN-P-INTERVIEW(FUN-IDX) TO FUN-C-INTERVIEW
               ADD FUN-P-OFFER(FUN-IDX)     TO FUN-C-OFFER
               ADD FUN-P-HIRED(FUN-IDX)     TO FUN-C-HIRED
               ADD FUN-P-NOTSEL(FUN-IDX)    TO FUN-C-NOTSEL
               ADD FUN-P-ACCEPTED(FUN-IDX)  TO FUN-C-ACCEPTED
               ADD FUN-P-DECLINED(FUN-IDX)  TO FUN-C-DECLINED
               ADD FUN-P-HIRE-DAYS(FUN-IDX) TO FUN-C-HIRE-DAYS
               ADD FUN-P-HIRE-N(FUN-IDX)    TO FUN-C-HIRE-N
           END-IF
       END-PERFORM
       IF FUN-CO-POSTS = 0
           MOVE "  (no postings on file)" TO FUN-REC
           WRITE FUN-REC
           EXIT PARAGRAPH
       END-IF
       MOVE FUN-CO-POSTS TO FUN-E1
       MOVE SPACES TO FUN-LINE
       STRING "  All postings (" FUNCTION TRIM(FUN-E1) "):"
           INTO FUN-LINE
       END-STRING
       MOVE FUN-LINE TO FUN-REC
       WRITE FUN-REC
       PERFORM FUN-WRITE-COUNTS

       PERFORM VARYING FUN-IDX FROM 1 BY 1 UNTIL FUN-IDX > FUN-POST-COUNT
           IF FUN-P-CO(FUN-IDX) = FUN-CO-IDX
               MOVE FUN-P-COUNTS(FUN-IDX) TO FUN-C-COUNTS
               MOVE SPACES TO FUN-LINE
               STRING "  Job #" FUNCTION TRIM(FUN-P-ID(FUN-IDX)) " "
                      FUNCTION TRIM(FUN-P-TITLE(FUN-IDX))
                      " [" FUNCTION TRIM(FUN-P-STATUS(FUN-IDX))
                      ", posted " FUNCTION TRIM(FUN-P-POSTED(FUN-IDX)) "]"
                   INTO FUN-LINE
               END-STRING
               MOVE FUN-LINE TO FUN-REC
               WRITE FUN-REC
               PERFORM FUN-WRITE-COUNTS
           END-IF
       END-PERFORM
       EXIT.

*> Writes the FUN-C-COUNTS figures as three indented lines.
FUN-WRITE-COUNTS.
       MOVE FUN-C-APPLIED   TO FUN-E1
       MOVE FUN-C-REVIEW    TO FUN-E2
       MOVE FUN-C-INTERVIEW TO FUN-E3
       MOVE FUN-C-OFFER     TO FUN-E4
       MOVE FUN-C-HIRED     TO FUN-E5
       MOVE FUN-C-NOTSEL    TO FUN-E6
       MOVE SPACES TO FUN-LINE
       STRING "    Applicants " FUNCTION TRIM(FUN-E1)
              " | Under Review " FUNCTION TRIM(FUN-E2)
              " | Interview " FUNCTION TRIM(FUN-E3)
              " | Offer " FUNCTION TRIM(FUN-E4)
              " | Hired " FUNCTION TRIM(FUN-E5)
              " | Not Selected " FUNCTION TRIM(FUN-E6)
           INTO FUN-LINE
       END-STRING
       MOVE FUN-LINE TO FUN-REC
       WRITE FUN-REC

       MOVE FUN-C-ACCEPTED TO FUN-E1
       MOVE FUN-C-DECLINED TO FUN-E2
       MOVE SPACES TO FUN-LINE
       STRING "    Interview offers accepted " FUNCTION TRIM(FUN-E1)
              " | declined " FUNCTION TRIM(FUN-E2)
           INTO FUN-LINE
       END-STRING
       MOVE FUN-LINE TO FUN-REC
       WRITE FUN-REC

       IF FUN-C-HIRE-N = 0
           MOVE "    Average days from posting to hire: (no dated hires)" TO FUN-REC
       ELSE
           COMPUTE FUN-AVG-DAYS = FUN-C-HIRE-DAYS / FUN-C-HIRE-N
           MOVE FUN-AVG-DAYS TO PLC-NUM-TEXT
           MOVE SPACES TO FUN-LINE
           STRING "    Average days from posting to hire: "
                  FUNCTION TRIM(PLC-NUM-TEXT)
               INTO FUN-LINE
           END-STRING
           MOVE FUN-LINE TO FUN-REC
       END-IF
       WRITE FUN-REC
       EXIT.

*> End-of-run archive pass: CLOSED and EXPIRED postings move, with
*> their matching application rows (and any application rows left
*> dangling by a deleted posting), into dated archive files, leaving
       EXIT.

*> Moves each collected posting into the dated job archive, then
*> deletes it from the keyed store along with its questions, pay,
*> audience and interview offers - the pay going to the pay history
*> first.
ARCHIVE-LISTED-JOBS.
       MOVE SPACES TO W-JARC-PATH
       STRING "bin/InCollege_jobArchive-" W-TODAY-DATE ".txt"
               MOVE JOB-LINE TO JARC-REC
               WRITE JARC-REC
               PERFORM JX-REMOVE
               IF JX-STAT = "00"
                   PERFORM PAY-ARCHIVE-JOB
                   PERFORM DROP-JOB-EXTRAS
               END-IF
           END-IF
       END-PERFORM
       CLOSE JARC-FILE

*> Moves every application row whose posting was archived above, or
*> whose posting no longer exists at all (deleted through Manage My
*> Postings), into the dated application archive, deleting each from
*> the keyed store by key once the scan that found it has closed.
ARCHIVE-MATCHING-APPLICATIONS.
       PERFORM ENSURE-APX-FILE
       IF APX-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF

       END-STRING

       MOVE 0 TO ARCH-APPS-MOVED
       MOVE 'N' TO APX-BATCH-FAILED
       MOVE APX-BATCH-MAX TO APX-BATCH-COUNT
       PERFORM UNTIL APX-BATCH-COUNT < APX-BATCH-MAX
                  OR APX-BATCH-FAILED = 'Y'
           MOVE 0 TO APX-BATCH-COUNT
           MOVE 'A' TO APX-SCAN-MODE
           PERFORM APX-SCAN-START
           PERFORM UNTIL APX-EOF = 'Y'
               PERFORM APX-SCAN-NEXT
               IF APX-EOF NOT = 'Y'
                   PERFORM CHECK-APP-ROW-ARCHIVABLE
                   IF ARCH-MATCH = 'Y'
                       ADD 1 TO APX-BATCH-COUNT
                       MOVE CUR-APP-USER   TO APX-BATCH-USER(APX-BATCH-COUNT)
                       MOVE CUR-APP-JOB-ID TO APX-BATCH-JOB(APX-BATCH-COUNT)
                       IF APX-BATCH-COUNT >= APX-BATCH-MAX
                           MOVE 'Y' TO APX-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM APX-SCAN-STOP

           PERFORM VARYING APX-BATCH-IDX FROM 1 BY 1
                   UNTIL APX-BATCH-IDX > APX-BATCH-COUNT
                      OR APX-BATCH-FAILED = 'Y'
               PERFORM ARCHIVE-ONE-APPLICATION
           END-PERFORM
       END-PERFORM

       IF ARCH-APPS-MOVED > 0
           CLOSE AARC-FILE
       END-IF
       EXIT.

*> Copies the batch entry at APX-BATCH-IDX to the dated archive and
*> deletes it from the keyed store. The archive is opened on the
*> first row moved.
ARCHIVE-ONE-APPLICATION.
       MOVE APX-BATCH-USER(APX-BATCH-IDX) TO CUR-APP-USER
       MOVE APX-BATCH-JOB(APX-BATCH-IDX)  TO CUR-APP-JOB-ID
       PERFORM APX-FETCH
       IF CUR-APP-FOUND NOT = 'Y'
           MOVE 'Y' TO APX-BATCH-FAILED
           EXIT PARAGRAPH
       END-IF
       IF ARCH-APPS-MOVED = 0
           OPEN EXTEND AARC-FILE
           IF AARC-STAT = "35"
               OPEN OUTPUT AARC-FILE
           END-IF
           IF AARC-STAT NOT = "00"
               MOVE 'Y' TO APX-BATCH-FAILED
               EXIT PARAGRAPH
           END-IF
       END-IF
       ADD 1 TO ARCH-APPS-MOVED
       MOVE SPACES TO APP-LINE
       STRING FUNCTION TRIM(CUR-APP-USER)   "|"
              FUNCTION TRIM(CUR-APP-JOB-ID) "|"
              FUNCTION TRIM(CUR-APP-TITLE)  "|"
              FUNCTION TRIM(CUR-APP-EMP)    "|"
              FUNCTION TRIM(CUR-APP-LOC)    "|"
              FUNCTION TRIM(CUR-APP-COVER)  "|"
              FUNCTION TRIM(CUR-APP-STATUS) "|"
              FUNCTION TRIM(CUR-APP-DATE)   "|"
              FUNCTION TRIM(CUR-APP-REF)
           INTO APP-LINE
       END-STRING
       MOVE APP-LINE TO AARC-REC
       WRITE AARC-REC
       PERFORM APX-REMOVE
       IF APX-STAT NOT = "00"
           MOVE 'Y' TO APX-BATCH-FAILED
       END-IF
       EXIT.

*> Sets ARCH-MATCH = 'Y' when CUR-APP points at a posting that was
*> archived this run or is gone from the keyed store.
CHECK-APP-ROW-ARCHIVABLE.
       MOVE 'N' TO ARCH-MATCH
       IF CUR-APP-JOB-ID = SPACES
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING ARCH-IDX FROM 1 BY 1 UNTIL ARCH-IDX > ARCH-COUNT
           IF FUNCTION NUMVAL(ARCH-JOB-ID(ARCH-IDX))
              = FUNCTION NUMVAL(CUR-APP-JOB-ID)
               MOVE 'Y' TO ARCH-MATCH
               EXIT PARAGRAPH
           END-IF
       *> Only a keyed read that positively says "not on file"
       *> counts as a dangling row - a file that would not open must
       *> never turn the whole live store into archive candidates.
       MOVE CUR-APP-JOB-ID TO JOB-ID-INPUT
       PERFORM JX-FETCH
       IF CUR-JOB-FOUND = 'N' AND JX-STAT = "23"
           MOVE 'Y' TO ARCH-MATCH


*> End-of-run restore point: copies the four mutually dependent
*> stores into bin/snapshots/<date>/ as one set, and
*> prunes the oldest sets past the retention limit. A second run the
*> same day refreshes that day's set.
CUT-RESTORE-SNAPSHOT.
       CALL "SYSTEM" USING SNAP-CMD

       MOVE SPACES TO SNAP-CMD
       STRING "cp -f bin/InCollege-Applications.dat bin/snapshots/"
              W-TODAY-DATE "/ 2>/dev/null"
           INTO SNAP-CMD
       END-STRING
           *> Set the CREATED-OK flag to true to indicate success
           SET CREATED-OK TO TRUE
           ADD 1 TO STAT-ACCOUNTS-CREATED
           MOVE "ACCOUNT CREATED" TO REH-EVENT
           MOVE W-USERNAME TO REH-SUBJECT
           PERFORM REH-RECORD
           PERFORM WRITE-CHECKPOINT
           MOVE "ACCT-CREATED" TO AUDIT-EVENT
           MOVE W-USERNAME TO AUDIT-USER
       *> Pre-load whatever is already on file so editing a profile
       *> only touches the fields the user chooses to change.
       PERFORM LOAD-PROFILE-FOR-EDIT
       PERFORM LOAD-UMR-TABLES

       IF EDITING-PROFILE
           MOVE "Editing your existing profile. Press Enter on any" TO W-MSG PERFORM DISP-MSG
       MOVE "Please enter University/College Attended:" TO W-PROMPT
       MOVE "University/College is required. Re-enter:" TO W-RETRY
       PERFORM PROMPT-EDIT-FIELD
       MOVE 'U' TO UMR-KIND-ARG
       PERFORM UMR-CHECK-PROFILE-FIELD
       MOVE W-OUTPUT TO UNIVERSITY

       MOVE MAJOR TO W-CURRENT-VAL
       MOVE "Please enter Major:"          TO W-PROMPT
       MOVE "Major is required. Re-enter:" TO W-RETRY
       PERFORM PROMPT-EDIT-FIELD
       MOVE 'M' TO UMR-KIND-ARG
       PERFORM UMR-CHECK-PROFILE-FIELD
       MOVE W-OUTPUT TO MAJOR

       MOVE EMAIL-ADDRESS TO W-CURRENT-VAL

       CLOSE P-FILE
       ADD 1 TO STAT-PROFILES-EDITED
       MOVE "PROFILE CHANGED" TO REH-EVENT
       MOVE W-USERNAME TO REH-SUBJECT
       PERFORM REH-RECORD
       PERFORM WRITE-CHECKPOINT
       EXIT.

    PERFORM WRITE-CAREERS-EXTRACT.
    PERFORM WRITE-ANALYTICS-REPORT.
    PERFORM WRITE-PLACEMENT-REPORT.
    PERFORM WRITE-FUNNEL-REPORT.
    PERFORM WRITE-PAY-BENCHMARK-REPORT.
    PERFORM WRITE-NOTIFICATION-EMAILS.
    PERFORM ARCHIVE-CLOSED-JOBS.
    PERFORM RUN-RECONCILIATION.
    PERFORM UNLOAD-USER-FILE.
    PERFORM CUT-RESTORE-SNAPSHOT.
    PERFORM RELEASE-RUN-LOCK.
    PERFORM FINISH-REHEARSAL.
    STOP RUN.

*> Writes a one-run activity summary to its own report file, separate
       END-IF
       EXIT.

*> Builds the scratch copy for a rehearsal and moves the run into it.
*> The live lock is held only while bin/ is copied, so the copy is a
*> consistent image and a live run is not kept waiting for the whole
*> rehearsal. The copy starts from the top of the deck: the live
*> checkpoint and lock are dropped from it, and the restore snapshots
*> are left behind. Runs before O-FILE is open, so refusals go out
*> through plain DISPLAY.
START-REHEARSAL.
       MOVE 'N' TO REHEARSAL-MODE
       PERFORM ACQUIRE-RUN-LOCK
       IF RUN-LOCK-HELD NOT = 'Y'
           EXIT PARAGRAPH
       END-IF

       CALL "SYSTEM" USING "rm -rf rehearsal"
       CALL "SYSTEM" USING "mkdir -p rehearsal/bin"
       CALL "SYSTEM" USING "cp -rp bin/. rehearsal/bin/ 2>/dev/null"
       MOVE RETURN-CODE TO REH-DIR-RC
       *> a partial copy would rehearse against the wrong data
       IF REH-DIR-RC NOT = 0
           PERFORM RELEASE-RUN-LOCK
           CALL "SYSTEM" USING "rm -rf rehearsal"
           DISPLAY "Unable to copy bin/ for the rehearsal - refusing to start."
           EXIT PARAGRAPH
       END-IF
       CALL "SYSTEM" USING "rm -rf rehearsal/bin/snapshots"
       CALL "SYSTEM" USING
           "rm -f rehearsal/bin/InCollege-RunLock.dat rehearsal/bin/InCollege-Checkpoint.dat rehearsal/bin/InCollege-RehearsalReport.txt"
       PERFORM RELEASE-RUN-LOCK

       CALL "CBL_CHANGE_DIR" USING "rehearsal" RETURNING REH-DIR-RC
       IF REH-DIR-RC NOT = 0
           DISPLAY "Unable to set up the rehearsal copy - refusing to start."
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO REHEARSAL-MODE
       DISPLAY "Rehearsal run - the deck plays against rehearsal/bin; live data is untouched."
       EXIT.

*> Opens the change report and writes its heading.
OPEN-REHEARSAL-REPORT.
       OPEN OUTPUT REH-FILE
       IF REH-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "===== InCollege Rehearsal Change Report =====" TO REH-REC
       WRITE REH-REC
       MOVE SPACES TO REH-REC
       STRING "Run date " W-TODAY-DATE
              " - deck bin/InCollege-Input.txt played against rehearsal/bin."
           INTO REH-REC
       END-STRING
       WRITE REH-REC
       MOVE "Nothing below was applied to the live data." TO REH-REC
       WRITE REH-REC
       MOVE SPACES TO REH-REC
       WRITE REH-REC
       EXIT.

*> Notes one change in the report (rehearsals only): the deck line it
*> came from, the REH-EVENT, and the REH-SUBJECT it touched.
REH-RECORD.
       IF REHEARSAL-MODE NOT = 'Y' OR REH-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       EVALUATE REH-EVENT
           WHEN "ACCOUNT CREATED"
               ADD 1 TO REH-ACCOUNTS
           WHEN "PROFILE CHANGED"
               ADD 1 TO REH-PROFILES
           WHEN "POSTING ADDED"
               ADD 1 TO REH-POSTED
           WHEN "POSTING CLOSED"
           WHEN "POSTING EXPIRED"
           WHEN "POSTING DELETED"
               ADD 1 TO REH-CLOSED
           WHEN "APPLICATION STATUS"
               ADD 1 TO REH-STATUS-CHANGES
           WHEN "CONNECTION MADE"
               ADD 1 TO REH-CONNECTIONS
           WHEN "INVALID SELECTION"
               ADD 1 TO REH-INVALID
           WHEN "INPUT RAN OUT"
               ADD 1 TO REH-RAN-OUT
       END-EVALUATE
       MOVE W-LINES-CONSUMED TO REH-LINE-TEXT
       MOVE SPACES TO REH-LINE
       STRING "line " FUNCTION TRIM(REH-LINE-TEXT) " | "
              FUNCTION TRIM(REH-EVENT) " | "
              FUNCTION TRIM(REH-SUBJECT)
           INTO REH-LINE
       END-STRING
       MOVE REH-LINE TO REH-REC
       WRITE REH-REC
       EXIT.

*> REH-SUBJECT for the posting in CUR-JOB.
REH-SUBJECT-JOB.
       MOVE SPACES TO REH-SUBJECT
       STRING "job " FUNCTION TRIM(CUR-JOB-ID) " "
              FUNCTION TRIM(CUR-JOB-TITLE) " ("
              FUNCTION TRIM(CUR-JOB-EMPLOYER) ")"
           INTO REH-SUBJECT
       END-STRING
       EXIT.

*> REH-SUBJECT for the application in CUR-APP.
REH-SUBJECT-APP.
       MOVE SPACES TO REH-SUBJECT
       STRING "job " FUNCTION TRIM(CUR-APP-JOB-ID) " "
              FUNCTION TRIM(CUR-APP-USER) " -> "
              FUNCTION TRIM(CUR-APP-STATUS)
           INTO REH-SUBJECT
       END-STRING
       EXIT.

*> The deck ran dry. At the welcome menu that is its normal end;
*> anywhere else a session was cut off partway, which a rehearsal
*> reports.
NOTE-DECK-EXHAUSTED.
       IF REH-AT-MENU NOT = 'Y'
           MOVE "INPUT RAN OUT" TO REH-EVENT
           MOVE SPACES TO REH-SUBJECT
           STRING "mid-session for " FUNCTION TRIM(W-USERNAME)
               INTO REH-SUBJECT
           END-STRING
           PERFORM REH-RECORD
       END-IF
       EXIT.

*> Closes out a rehearsal: totals at the foot of the report, then
*> back out of the scratch copy and a copy of the report into the
*> live bin/. The scratch copy stays for inspection until the next
*> rehearsal replaces it.
FINISH-REHEARSAL.
       IF REHEARSAL-MODE NOT = 'Y'
           EXIT PARAGRAPH
       END-IF
       IF REH-STAT = "00"
           MOVE SPACES TO REH-REC
           WRITE REH-REC
           MOVE "----- Totals -----" TO REH-REC
           WRITE REH-REC
           MOVE REH-ACCOUNTS TO STAT-TEXT
           MOVE SPACES TO REH-REC
           STRING "Accounts created:            " FUNCTION TRIM(STAT-TEXT)
               INTO REH-REC
           END-STRING
           WRITE REH-REC
           MOVE REH-PROFILES TO STAT-TEXT
           MOVE SPACES TO REH-REC
           STRING "Profiles changed:            " FUNCTION TRIM(STAT-TEXT)
               INTO REH-REC
           END-STRING
           WRITE REH-REC
           MOVE REH-POSTED TO STAT-TEXT
           MOVE SPACES TO REH-REC
           STRING "Postings added:              " FUNCTION TRIM(STAT-TEXT)
               INTO REH-REC
           END-STRING
           WRITE REH-REC
           MOVE REH-CLOSED TO STAT-TEXT
           MOVE SPACES TO REH-REC
           STRING "Postings closed/removed:     " FUNCTION TRIM(STAT-TEXT)
               INTO REH-REC
           END-STRING
           WRITE REH-REC
           MOVE REH-STATUS-CHANGES TO STAT-TEXT
           MOVE SPACES TO REH-REC
           STRING "Application status changes: " FUNCTION TRIM(STAT-TEXT)
               INTO REH-REC
           END-STRING
           WRITE REH-REC
           MOVE REH-CONNECTIONS TO STAT-TEXT
           MOVE SPACES TO REH-REC
           STRING "Connections made:            " FUNCTION TRIM(STAT-TEXT)
               INTO REH-REC
           END-STRING
           WRITE REH-REC
           MOVE REH-INVALID TO STAT-TEXT
           MOVE SPACES TO REH-REC
           STRING "Invalid selections:          " FUNCTION TRIM(STAT-TEXT)
               INTO REH-REC
           END-STRING
           WRITE REH-REC
           MOVE REH-RAN-OUT TO STAT-TEXT
           MOVE SPACES TO REH-REC
           STRING "Sessions cut off by end of input: " FUNCTION TRIM(STAT-TEXT)
               INTO REH-REC
           END-STRING
           WRITE REH-REC
           CLOSE REH-FILE
       END-IF

       CALL "CBL_CHANGE_DIR" USING ".." RETURNING REH-DIR-RC
       IF REH-DIR-RC = 0
           CALL "SYSTEM" USING
               "cp -f rehearsal/bin/InCollege-RehearsalReport.txt bin/ 2>/dev/null"
       END-IF
       MOVE 'N' TO REHEARSAL-MODE
       EXIT.

*> Reads the line count saved by the previous run's last completed
*> transaction, if any, into W-RESUME-LINE.
LOAD-CHECKPOINT.

*> Dumps the deduplicated in-memory pair table back over
*> established-connections.txt (same whole-table-rewrite pattern as
*> REWRITE-ITV-FILE).
REWRITE-ECFILE-FROM-TABLE.
       OPEN OUTPUT EC-FILE
       PERFORM VARYING RECON-IDX FROM 1 BY 1 UNTIL RECON-IDX > RECON-PAIR-COUNT
           EXIT PARAGRAPH
       END-IF

       PERFORM LOAD-BLK-TABLE
       MOVE W-USERNAME TO BLK-ARG-BY

       *> Generate temporary file listing all .txt profiles
       CALL "SYSTEM" USING "ls bin/profiles/*.txt > bin/profiles/file-list.txt"

                               INTO FIND-MATCH-CAND
                           END-UNSTRING

                           *> blocked either way - neither sees the other
                           MOVE FIND-MATCH-CAND TO BLK-ARG-USER
                           PERFORM BLK-CHECK-PAIR

                           IF FUNCTION LOWER-CASE(FUNCTION TRIM(FIND-MATCH-CAND))
                              NOT = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
                              AND FIND-MATCH-COUNT < 50
                              AND BLK-STATE = 'N'
                               ADD 1 TO FIND-MATCH-COUNT
                               MOVE SPACES TO FIND-MATCH-NAME(FIND-MATCH-COUNT)
                               STRING FUNCTION TRIM(FIRST-NAME) DELIMITED BY SIZE
           PERFORM DISP-MSG
       MOVE "2. No" TO W-MSG
           PERFORM DISP-MSG
       MOVE "3. Block this user" TO W-MSG
           PERFORM DISP-MSG

       MOVE SPACES TO W-USR-INPT
       PERFORM UNTIL W-USR-INPT = '1' OR W-USR-INPT = 'yes'
               EXIT PERFORM
           END-IF

           IF W-USR-INPT = '3'
               MOVE SEARCH-NAME TO BLK-ARG-USER
               PERFORM BLK-FIND-ACCOUNT
               IF BLK-TARGET = SPACES
                   MOVE SEARCH-NAME TO BLK-TARGET
               END-IF
               PERFORM BLOCK-USER-TARGET
               PERFORM BUILD-PROFILE-PATH
               EXIT PARAGRAPH
           END-IF

           IF W-USR-INPT = '1' OR W-USR-INPT = 'yes'
               MOVE "Sending request" TO W-MSG
               PERFORM DISP-MSG
       MOVE 'N' TO LINE-IS-TAG
       MOVE 'N' TO FILE-EOF

       MOVE SEARCH-NAME TO BLK-ARG-USER
       PERFORM BLK-REFUSE-CHECK
       IF BLK-STATE NOT = 'N'
           EXIT PARAGRAPH
       END-IF

       PERFORM BUILD-PROFILE-PATH

       *> Verify the other user has not sent YOU a request
              "NEW"                     DELIMITED BY SIZE
              "|"                       DELIMITED BY SIZE
              FUNCTION TRIM(NOTIF-TEXT) DELIMITED BY SIZE
              "|"                       DELIMITED BY SIZE
              W-TODAY-DATE              DELIMITED BY SIZE
           INTO NOTIF-LINE
       END-STRING
       MOVE NOTIF-LINE TO NOTIF-REC
                       MOVE SPACES TO NOTIF-ENT-USER(NOTIF-COUNT)
                       MOVE SPACES TO NOTIF-ENT-STATE(NOTIF-COUNT)
                       MOVE SPACES TO NOTIF-ENT-TEXT(NOTIF-COUNT)
                       MOVE SPACES TO NOTIF-ENT-DATE(NOTIF-COUNT)
                       UNSTRING NOTIF-LINE DELIMITED BY "|"
                           INTO NOTIF-ENT-USER(NOTIF-COUNT)
                                NOTIF-ENT-STATE(NOTIF-COUNT)
                                NOTIF-ENT-TEXT(NOTIF-COUNT)
                                NOTIF-ENT-DATE(NOTIF-COUNT)
                           WITH POINTER NOTIF-POINTER
                       END-UNSTRING
                   END-IF
                  FUNCTION TRIM(NOTIF-ENT-STATE(NOTIF-IDX)) DELIMITED BY SIZE
                  "|"                                       DELIMITED BY SIZE
                  FUNCTION TRIM(NOTIF-ENT-TEXT(NOTIF-IDX))  DELIMITED BY SIZE
                  "|"                                       DELIMITED BY SIZE
                  FUNCTION TRIM(NOTIF-ENT-DATE(NOTIF-IDX))  DELIMITED BY SIZE
               INTO NOTIF-LINE
           END-STRING
           MOVE NOTIF-LINE TO NOTIF-REC
       PERFORM VARYING NOTIF-IDX FROM 1 BY 1 UNTIL NOTIF-IDX > NOTIF-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(NOTIF-ENT-USER(NOTIF-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
              AND (FUNCTION TRIM(NOTIF-ENT-STATE(NOTIF-IDX)) = "NEW"
                   OR FUNCTION TRIM(NOTIF-ENT-STATE(NOTIF-IDX)) = "MAILED")
               IF NOTIF-SHOWN = 0
                   MOVE "--- While you were away ---" TO W-MSG PERFORM DISP-MSG
               END-IF
       END-IF
       EXIT.

*> End-of-run email extract. Users with NEW notifications at least
*> NMX-AGE-LIMIT days old, an email on their profile and no opt-out
*> get one extract row each; the notifications that went on a row are
*> then marked MAILED so no later run sends them again. The extract
*> is rewritten every run, so an empty file means nothing to send.
WRITE-NOTIFICATION-EMAILS.
       PERFORM ENSURE-NOTIF-FILE
       OPEN OUTPUT NMX-FILE
       IF NMX-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO NMX-SENT-COUNT
       PERFORM NMX-COLLECT-USERS
       IF NMX-USER-COUNT = 0
           CLOSE NMX-FILE
           EXIT PARAGRAPH
       END-IF

       *> an overflowed opt-out list cannot say who is missing from
       *> it, so nobody is mailed rather than someone who opted out
       PERFORM LOAD-EMO-TABLE
       MOVE W-USERNAME TO NMX-SAVE-USER
       PERFORM VARYING NMX-IDX FROM 1 BY 1 UNTIL NMX-IDX > NMX-USER-COUNT
           MOVE 'N' TO NMX-U-SEND(NMX-IDX)
           MOVE 0 TO NMX-U-MARKED(NMX-IDX)
           MOVE NMX-U-NAME(NMX-IDX) TO W-USERNAME
           PERFORM CHECK-EMAIL-OPT-OUT
           IF EMO-OPTED-OUT = 'N' AND EMO-OVERFLOW = 'N'
               PERFORM NMX-LOOKUP-EMAIL
           END-IF
       END-PERFORM
       MOVE NMX-SAVE-USER TO W-USERNAME

       PERFORM VARYING NMX-IDX FROM 1 BY 1 UNTIL NMX-IDX > NMX-USER-COUNT
           IF NMX-U-SEND(NMX-IDX) = 'Y'
               PERFORM NMX-WRITE-USER-ROW
           END-IF
       END-PERFORM
       CLOSE NMX-FILE

       IF NMX-SENT-COUNT > 0
           PERFORM NMX-MARK-MAILED
       END-IF
       EXIT.

*> NMX-OLD-ENOUGH = 'Y' when the row in NMX-*-FIELD is NEW and at
*> least NMX-AGE-LIMIT days old (or undated).
NMX-CHECK-ROW.
       MOVE 'N' TO NMX-OLD-ENOUGH
       IF FUNCTION TRIM(NMX-STATE-FIELD) NOT = "NEW"
           EXIT PARAGRAPH
       END-IF
       IF NMX-DATE-FIELD IS NOT NUMERIC
           MOVE 'Y' TO NMX-OLD-ENOUGH
           EXIT PARAGRAPH
       END-IF
       COMPUTE NMX-AGE = W-TODAY-INT
           - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(NMX-DATE-FIELD))
       IF NMX-AGE >= NMX-AGE-LIMIT
           MOVE 'Y' TO NMX-OLD-ENOUGH
       END-IF
       EXIT.

*> Splits NOTIF-LINE into the NMX-*-FIELD items.
NMX-SPLIT-ROW.
       MOVE 1 TO NOTIF-POINTER
       MOVE SPACES TO NMX-USER-FIELD NMX-STATE-FIELD
       MOVE SPACES TO NMX-TEXT-FIELD NMX-DATE-FIELD
       UNSTRING NOTIF-LINE DELIMITED BY "|"
           INTO NMX-USER-FIELD
                NMX-STATE-FIELD
                NMX-TEXT-FIELD
                NMX-DATE-FIELD
           WITH POINTER NOTIF-POINTER
       END-UNSTRING
       EXIT.

*> NMX-FOUND = the NMX-USER-TABLE slot for NMX-USER-FIELD, or zero.
NMX-FIND-USER.
       MOVE 0 TO NMX-FOUND
       PERFORM VARYING NMX-IDX FROM 1 BY 1 UNTIL NMX-IDX > NMX-USER-COUNT
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(NMX-U-NAME(NMX-IDX)))
              = FUNCTION LOWER-CASE(FUNCTION TRIM(NMX-USER-FIELD))
               MOVE NMX-IDX TO NMX-FOUND
               EXIT PERFORM
           END-IF
       END-PERFORM
       EXIT.

*> Distinct users holding at least one notification old enough.
NMX-COLLECT-USERS.
       MOVE 0 TO NMX-USER-COUNT
       MOVE 'N' TO NOTIF-EOF
       OPEN INPUT NOTIF-FILE
       IF NOTIF-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL NOTIF-EOF = 'Y'
           READ NOTIF-FILE INTO NOTIF-REC
               AT END
                   MOVE 'Y' TO NOTIF-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(NOTIF-REC) TO NOTIF-LINE
                   IF NOTIF-LINE NOT = SPACES
                       PERFORM NMX-SPLIT-ROW
                       PERFORM NMX-CHECK-ROW
                       IF NMX-OLD-ENOUGH = 'Y'
                           PERFORM NMX-FIND-USER
                           IF NMX-FOUND = 0 AND NMX-USER-COUNT < 300
                               ADD 1 TO NMX-USER-COUNT
                               MOVE FUNCTION TRIM(NMX-USER-FIELD)
                                   TO NMX-U-NAME(NMX-USER-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE NOTIF-FILE
       EXIT.

*> Reads NMX-U-NAME(NMX-IDX)'s profile; an email on it makes the user
*> a recipient.
NMX-LOOKUP-EMAIL.
       MOVE SPACES TO NMX-U-EMAIL(NMX-IDX)
       MOVE SPACES TO W-PROFILE-PATH
       STRING "bin/profiles/"
              FUNCTION LOWER-CASE(FUNCTION TRIM(NMX-U-NAME(NMX-IDX)))
              ".txt"
           INTO W-PROFILE-PATH
       END-STRING
       OPEN INPUT P-FILE
       IF P-STAT NOT = "00"
           CLOSE P-FILE
           EXIT PARAGRAPH
       END-IF
       PERFORM CLEAR-PROFILE-WS
       PERFORM PARSE-PROFILE-FILE
       CLOSE P-FILE
       IF FUNCTION TRIM(EMAIL-ADDRESS) NOT = SPACES
           MOVE FUNCTION TRIM(EMAIL-ADDRESS) TO NMX-U-EMAIL(NMX-IDX)
           MOVE 'Y' TO NMX-U-SEND(NMX-IDX)
       END-IF
       EXIT.

*> One extract row for NMX-U-NAME(NMX-IDX): its first NMX-MAX-TEXTS
*> qualifying notifications, oldest first.
NMX-WRITE-USER-ROW.
       MOVE SPACES TO NMX-ROW
       MOVE 1 TO NMX-ROW-PTR
       MOVE 0 TO NMX-ROW-TEXTS
       MOVE 'N' TO NOTIF-EOF
       OPEN INPUT NOTIF-FILE
       IF NOTIF-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL NOTIF-EOF = 'Y'
           READ NOTIF-FILE INTO NOTIF-REC
               AT END
                   MOVE 'Y' TO NOTIF-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(NOTIF-REC) TO NOTIF-LINE
                   IF NOTIF-LINE NOT = SPACES
                       PERFORM NMX-SPLIT-ROW
                       PERFORM NMX-CHECK-ROW
                       IF NMX-OLD-ENOUGH = 'Y'
                          AND FUNCTION LOWER-CASE(FUNCTION TRIM(NMX-USER-FIELD))
                          = FUNCTION LOWER-CASE(FUNCTION TRIM(NMX-U-NAME(NMX-IDX)))
                          AND NMX-ROW-TEXTS < NMX-MAX-TEXTS
                           ADD 1 TO NMX-ROW-TEXTS
                           STRING "|" FUNCTION TRIM(NMX-TEXT-FIELD)
                               INTO NMX-ROW
                               WITH POINTER NMX-ROW-PTR
                           END-STRING
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE NOTIF-FILE
       IF NMX-ROW-TEXTS = 0
           EXIT PARAGRAPH
       END-IF
       MOVE NMX-ROW-TEXTS TO NMX-ROW-COUNT
       MOVE SPACES TO NMX-REC
       STRING FUNCTION TRIM(NMX-U-NAME(NMX-IDX))  "|"
              FUNCTION TRIM(NMX-U-EMAIL(NMX-IDX)) "|"
              FUNCTION TRIM(NMX-ROW-COUNT)
              NMX-ROW(1:NMX-ROW-PTR - 1)
           INTO NMX-REC
       END-STRING
       WRITE NMX-REC
       ADD 1 TO NMX-SENT-COUNT
       EXIT.

*> Streams the store through the scratch copy, flipping to MAILED the
*> same rows NMX-WRITE-USER-ROW put on the extract, then moves the
*> copy into place.
NMX-MARK-MAILED.
       MOVE 'N' TO NOTIF-EOF
       OPEN INPUT NOTIF-FILE
       IF NOTIF-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NOTT-FILE
       IF NOTT-STAT NOT = "00"
           CLOSE NOTIF-FILE
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL NOTIF-EOF = 'Y'
           READ NOTIF-FILE INTO NOTIF-REC
               AT END
                   MOVE 'Y' TO NOTIF-EOF
               NOT AT END
                   MOVE FUNCTION TRIM(NOTIF-REC) TO NOTIF-LINE
                   IF NOTIF-LINE NOT = SPACES
                       PERFORM NMX-SPLIT-ROW
                       PERFORM NMX-CHECK-ROW
                       MOVE 0 TO NMX-FOUND
                       IF NMX-OLD-ENOUGH = 'Y'
                           PERFORM NMX-FIND-USER
                       END-IF
                       IF NMX-FOUND > 0
                           IF NMX-U-SEND(NMX-FOUND) = 'Y'
                              AND NMX-U-MARKED(NMX-FOUND) < NMX-MAX-TEXTS
                               ADD 1 TO NMX-U-MARKED(NMX-FOUND)
                               MOVE SPACES TO NOTIF-LINE
                               STRING FUNCTION TRIM(NMX-USER-FIELD) "|"
                                      "MAILED" "|"
                                      FUNCTION TRIM(NMX-TEXT-FIELD) "|"
                                      FUNCTION TRIM(NMX-DATE-FIELD)
                                   INTO NOTIF-LINE
                               END-STRING
                           END-IF
                       END-IF
                       WRITE NOTT-REC FROM NOTIF-LINE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE NOTIF-FILE
       CLOSE NOTT-FILE
       CALL "SYSTEM" USING
           "mv bin/InCollege_notifications-temp.txt bin/InCollege_notifications.txt"
       EXIT.

*> Tells every applicant of CUR-JOB that the posting was closed.
NOTIFY-APPLICANTS-OF-CLOSE.
       PERFORM ENSURE-APX-FILE
       IF APX-STAT NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE 'J' TO APX-SCAN-MODE
       MOVE CUR-JOB-ID TO APX-SCAN-JOB
       PERFORM APX-SCAN-START
       PERFORM UNTIL APX-EOF = 'Y'
           PERFORM APX-SCAN-NEXT
           IF APX-EOF NOT = 'Y'
               MOVE FUNCTION TRIM(CUR-APP-USER) TO NOTIF-USER
               MOVE SPACES TO NOTIF-TEXT
               STRING "The posting you applied to, "
                      FUNCTION TRIM(CUR-JOB-TITLE)
                      ", has been closed."
                   INTO NOTIF-TEXT
               END-STRING
               PERFORM DROP-NOTIFICATION
           END-IF
       END-PERFORM
       PERFORM APX-SCAN-STOP
       EXIT.

*> Surfaces the pending-request count right after login instead of
COLLECT-CONNECTION-SUGGESTIONS.
       MOVE 0 TO SUG-COUNT
       PERFORM LOAD-ECFILE-TABLE
       PERFORM LOAD-BLK-TABLE

       *> the user's own established names, for exclusion and for
       *> counting mutuals
          = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
           EXIT PARAGRAPH
       END-IF
       MOVE W-USERNAME TO BLK-ARG-BY
       MOVE SUG-CAND TO BLK-ARG-USER
       PERFORM BLK-CHECK-PAIR
       IF BLK-STATE NOT = 'N'
           EXIT PARAGRAPH
       END-IF

       MOVE 'N' TO SUG-EXCL-FLAG
       PERFORM VARYING SUG-IDX2 FROM 1 BY 1 UNTIL SUG-IDX2 > SUG-MY-COUNT
       END-IF

       MOVE 0 TO REC-COUNT
       PERFORM AUD-PREP-VIEWER
       PERFORM JX-SCAN-START
       PERFORM UNTIL JX-EOF = 'Y'
           PERFORM JX-SCAN-NEXT
              AND FUNCTION TRIM(CUR-JOB-STATUS) = "OPEN"
              AND FUNCTION LOWER-CASE(FUNCTION TRIM(CUR-JOB-POSTER))
              NOT = FUNCTION LOWER-CASE(FUNCTION TRIM(W-USERNAME))
               PERFORM AUD-CHECK-VIEWER
               IF AUD-ELIGIBLE = 'Y'
                   PERFORM SCORE-CURRENT-JOB
                   IF REC-SCORE-CUR > 0
                       PERFORM KEEP-RECOMMENDATION
                   END-IF
               END-IF
           END-IF
       END-PERFORM
           EXIT PARAGRAPH
       END-IF

       *> a request from or to someone blocked either way is held back
       *> (it stays pending, and comes back if the block is lifted), so
       *> it can never be accepted into a connection
       PERFORM LOAD-BLK-TABLE
       MOVE W-USERNAME TO BLK-ARG-BY
       MOVE 0 TO RQ-SHOWN
       PERFORM VARYING CONN-IDX FROM 1 BY 1 UNTIL CONN-IDX > CONNECTIONS-COUNT
           MOVE FUNCTION TRIM(CONNECTIONS-ENTRY(CONN-IDX)) TO RQ-NAME
           MOVE 'N' TO BLK-STATE
           IF RQ-NAME NOT = SPACES
               MOVE RQ-NAME TO BLK-ARG-USER
               PERFORM BLK-CHECK-PAIR
           END-IF
           IF RQ-NAME NOT = SPACES AND BLK-STATE = 'N'
               ADD 1 TO RQ-SHOWN
               MOVE SPACES TO W-MSG
               STRING "Request from: " RQ-NAME INTO W-MSG
               END-STRING
           END-IF
       END-PERFORM

       IF RQ-SHOWN = 0
           MOVE "(none)" TO W-MSG PERFORM DISP-MSG
       END-IF
       MOVE "-----------------------------------" TO W-MSG PERFORM DISP-MSG
       EXIT.

       PERFORM REMOVE-PENDING-REQUEST
       ADD 1 TO STAT-REQUESTS-ACCEPTED
       PERFORM WRITE-CHECKPOINT
       MOVE "CONNECTION MADE" TO REH-EVENT
       MOVE SPACES TO REH-SUBJECT
       STRING FUNCTION TRIM(W-USERNAME) " <-> " FUNCTION TRIM(RQ-NAME)
           INTO REH-SUBJECT
       END-STRING
       PERFORM REH-RECORD

       *> 3) Let the requester know at their next login
       MOVE FUNCTION TRIM(RQ-NAME) TO NOTIF-USER
