        FILE STATUS IS WS-APP-STATUS.

    SELECT CONN-FILE ASSIGN TO "data/InCollege-Connections.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-KEY
        ALTERNATE RECORD KEY IS CONN-RECIPIENT WITH DUPLICATES
        FILE STATUS IS WS-CONN-STATUS.

    SELECT MESSAGE-FILE ASSIGN TO "data/InCollege-Messages.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SKILLS-STATUS.

    SELECT CERT-FILE ASSIGN TO "data/InCollege-Certifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CERT-STATUS.

    SELECT DEACTIVATED-FILE ASSIGN TO "data/InCollege-Deactivated.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEACT-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NOTIFY-STATUS.

    SELECT MAIL-SPOOL-FILE ASSIGN TO "data/InCollege-MailSpool.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SP-STATUS.

    SELECT MAIL-ADDRESS-FILE ASSIGN TO "data/InCollege-MailAddresses.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MA-STATUS.

    SELECT GPA-FILE ASSIGN TO "data/InCollege-Gpa.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GA-STATUS.

    SELECT GPA-CONSENT-FILE ASSIGN TO "data/InCollege-GpaConsent.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GK-STATUS.

    SELECT NOTIFY-PREF-FILE ASSIGN TO "data/InCollege-NotifyPrefs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NPREF-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EPAPP-STATUS.

    SELECT POSTING-REVIEW-FILE ASSIGN TO "data/InCollege-PostingReviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PREV-STATUS.

    SELECT EMP-REVIEW-FILE ASSIGN TO "data/InCollege-EmployerReviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HR-STATUS.

    SELECT CREDIT-AGREEMENT-FILE ASSIGN TO "data/InCollege-CreditAgreements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CA-STATUS.

    SELECT CREDIT-HOURS-FILE ASSIGN TO "data/InCollege-CreditHours.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CW-STATUS.

    SELECT BLOCK-FILE ASSIGN TO "data/InCollege-Blocks.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BLOCK-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VIEWLOG-STATUS.

    SELECT POSTING-VIEW-FILE ASSIGN TO "data/InCollege-PostingViews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PV-STATUS.

    SELECT INTERVIEW-FILE ASSIGN TO "data/InCollege-Interviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IV-STATUS.

    SELECT SCORECARD-FILE ASSIGN TO "data/InCollege-InterviewScorecards.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SC-STATUS.

    SELECT OFFER-FILE ASSIGN TO "data/InCollege-Offers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OFFER-STATUS.

    SELECT SCREEN-QUESTION-FILE ASSIGN TO "data/InCollege-ScreeningQuestions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SQ-STATUS.

    SELECT SCREEN-ANSWER-FILE ASSIGN TO "data/InCollege-ScreeningAnswers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SA-STATUS.

    SELECT REFERRAL-FILE ASSIGN TO "data/InCollege-Referrals.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REF-STATUS.

    SELECT REFCHECK-FILE ASSIGN TO "data/InCollege-ReferenceChecks.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RK-STATUS.

    SELECT EVENT-FILE ASSIGN TO "data/InCollege-Events.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKIN-STATUS.

    SELECT BOOTH-FILE ASSIGN TO "data/InCollege-EventBooths.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BOOTH-STATUS.

    SELECT FEE-FILE ASSIGN TO "data/InCollege-FeeSchedule.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEE-STATUS.

    SELECT LEDGER-FILE ASSIGN TO "data/InCollege-FeeLedger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-STATUS.

    SELECT POSTING-CHANGE-FILE
        ASSIGN TO "data/InCollege-PostingChanges.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PCH-STATUS.

    SELECT OPENINGS-FILE ASSIGN TO "data/InCollege-PostingOpenings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPN-STATUS.

    SELECT APP-POSTING-FILE ASSIGN TO "data/InCollege-ApplicationPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APL-STATUS.

    SELECT GROUP-FILE ASSIGN TO "data/InCollege-Groups.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GROUP-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MYDATA-STATUS.

*> The member's Upcoming agenda as an iCalendar file, written on
*> demand from UPCOMING-SCREEN for import into a phone calendar.
    SELECT CALENDAR-FILE ASSIGN TO WS-CAL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.

*> Surveys composed by staff through the SurveyBroadcast tool: one
*> row per question. Students answer from the notifications screen;
*> their answers append to the response file the tally report
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MODQ-STATUS.

    SELECT BLOCKED-TERMS-FILE ASSIGN TO "data/InCollege-BlockedTerms.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BTERM-STATUS.

    SELECT HELD-CONTENT-FILE ASSIGN TO "data/InCollege-HeldContent.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HELD-STATUS.

    SELECT SHORTLIST-FILE ASSIGN TO "data/InCollege-Shortlists.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SHORT-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLACE-STATUS.

*> Staging copy for answering a placement verification in place --
*> the JOB-WORK-FILE shape, so PLACEMENT-FILE is never held in a
*> bounded table for the rewrite.
    SELECT PLACEMENT-WORK-FILE ASSIGN TO "data/InCollege-Placements.txt.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLACEWK-STATUS.

    SELECT CASELOAD-FILE ASSIGN TO "data/InCollege-Caseloads.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CL-STATUS.

    SELECT CASELOAD-LOG-FILE ASSIGN TO "data/InCollege-CaseloadLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CG-STATUS.

    SELECT ADVISING-NOTE-FILE ASSIGN TO "data/InCollege-AdvisingNotes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AN-STATUS.

    SELECT RECORD-ACCESS-FILE ASSIGN TO "data/InCollege-RecordAccess.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RA-STATUS.

    SELECT ACCOMMODATION-FILE ASSIGN TO "data/InCollege-Accommodations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AC-STATUS.

    SELECT LEGAL-HOLD-FILE ASSIGN TO "data/InCollege-LegalHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LH-STATUS.

    SELECT LEGAL-HOLD-SKIP-FILE ASSIGN TO "data/InCollege-LegalHoldSkips.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LS-STATUS.

    SELECT STAFF-SCOPE-FILE ASSIGN TO "data/InCollege-StaffScopes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SSC-STATUS.

    SELECT HIRING-NOTE-FILE ASSIGN TO "data/InCollege-HiringNotes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HN-STATUS.

    SELECT POSTING-SKILL-FILE ASSIGN TO "data/InCollege-PostingSkills.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PSK-STATUS.

*> Old-to-new username pairs written by AccountRenameTool; a retired
*> name stays reserved so it can never come to mean someone else in
*> the audit log or history trails.
    SELECT ALIAS-FILE ASSIGN TO "data/InCollege-UsernameAliases.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALIAS-STATUS.

DATA DIVISION.
FILE SECTION.

*> bytes written between them (same hybrid shape as APPLICATION-REC),
*> the shape the connections paragraphs folded in from SendRequest.cob/
*> ViewNetwork.cob/ViewRequests.cob address CONN-SENDER/CONN-RECIPIENT/
*> CONN-STATUS by name. The file is ORGANIZATION INDEXED: the primary
*> key is the sender/recipient pair (one row per direction), and the
*> recipient is an alternate key, so a member's rows are read by key
*> from either side instead of scanning the whole file.
FD  CONN-FILE.
01  CONN-REC.
    05 CONN-KEY.
        10 CONN-SENDER      PIC X(20).
        10 FILLER           PIC X(01).
        10 CONN-RECIPIENT   PIC X(20).
    05 FILLER               PIC X(01).
    05 CONN-STATUS          PIC X(20).

    05 PROF-VISIBILITY     PIC X(01).

*> Journal rows: KEYED carries a single-row save applied by key on
*> replay, DELETE a single row removed by key; a rewrite-all save brackets its rows between BEGIN and
*> COMMIT so replay only ever uses complete batches.
FD  JOURNAL-FILE.
01  JOURNAL-REC.
    05 FILLER                PIC X(01).
    05 SKILL-DATE            PIC X(10).

*> One row per certification or license a student holds (CPR,
*> CompTIA, a food-handler card ...), kept from the profile editor.
*> CERT-EXPIRES is blank for one that never expires. The nightly
*> CertificationExpirySweep stamps CERT-REMINDED when it sends the
*> 30-day reminder and flips CERT-STATE from ACTIVE to EXPIRED once
*> the expiry date has passed; a renewal clears both.
FD  CERT-FILE.
01  CERT-REC.
    05 CERT-USER             PIC X(20).
    05 FILLER                PIC X(01).
    05 CERT-NAME             PIC X(40).
    05 FILLER                PIC X(01).
    05 CERT-ISSUER           PIC X(40).
    05 FILLER                PIC X(01).
    05 CERT-CRED-ID          PIC X(30).
    05 FILLER                PIC X(01).
    05 CERT-ISSUED           PIC X(10).
    05 FILLER                PIC X(01).
    05 CERT-EXPIRES          PIC X(10).
    05 FILLER                PIC X(01).
    05 CERT-STATE            PIC X(08).
    05 FILLER                PIC X(01).
    05 CERT-REMINDED         PIC X(10).

*> One row per deactivated member: a listed member drops out of
*> search, suggestions, and the digest/broadcast sweeps, and their
*> profile reads as hidden. The source column says who put the row
    05 FILLER                PIC X(01).
    05 NOTIFY-SEEN           PIC X(01).

*> Outbound mail spool: every notification written is also queued
*> here (the first 113 bytes are the NOTIFY-FILE row). The nightly
*> NotificationMailRelay turns a user's QUEUED rows into one digest
*> message for the campus mail relay and marks them SENT -- or
*> NOADDR / MUTED when there is no good address or the category has
*> been muted since.
FD  MAIL-SPOOL-FILE.
01  MAIL-SPOOL-REC.
    05 SP-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 SP-EVENT              PIC X(20).
    05 FILLER                PIC X(01).
    05 SP-DETAIL             PIC X(60).
    05 FILLER                PIC X(01).
    05 SP-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 SP-STATUS             PIC X(07).
    05 FILLER                PIC X(01).
    05 SP-SENT-DATE          PIC X(10).

*> One email address per account for notification mail. The relay
*> batch flips MA-STATUS to BOUNCED when the campus relay reports the
*> address bad; the member clears it by entering an address again.
FD  MAIL-ADDRESS-FILE.
01  MAIL-ADDRESS-REC.
    05 MA-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 MA-ADDRESS            PIC X(60).
    05 FILLER                PIC X(01).
    05 MA-STATUS             PIC X(08).
    05 FILLER                PIC X(01).
    05 MA-DATE               PIC X(10).

*> Registrar GPA, one row per student, kept current by GpaImport.
*> Nothing here is shown to anyone unless the student also has a
*> GPA-CONSENT-FILE row.
FD  GPA-FILE.
01  GPA-REC.
    05 GA-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 GA-GPA                PIC 9.99.
    05 FILLER                PIC X(01).
    05 GA-DATE               PIC X(10).

*> One row per student who has agreed to share their GPA with
*> employers -- absence of a row means not shared.
FD  GPA-CONSENT-FILE.
01  GPA-CONSENT-REC.
    05 GK-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 GK-DATE               PIC X(10).

*> One row per notification category a user has muted -- absence of
*> a row means the category is on. ADD-NOTIFICATION consults this
*> before writing, so heavy users can quiet the noise without
    05 FILLER                PIC X(01).
    05 EP-DATE               PIC X(10).

*> Every staff decision on a PENDING job posting, appended by
*> STAFF-POSTING-APPROVALS: PR-DECISION is APPROVED or REJECTED and
*> PR-REASON is the reason the employer was given for a rejection.
FD  POSTING-REVIEW-FILE.
01  POSTING-REVIEW-REC.
    05 PR-JOB-ID             PIC X(10).
    05 FILLER                PIC X(01).
    05 PR-DECISION           PIC X(10).
    05 FILLER                PIC X(01).
    05 PR-REASON             PIC X(60).
    05 FILLER                PIC X(01).
    05 PR-STAFF              PIC X(20).
    05 FILLER                PIC X(01).
    05 PR-DATE               PIC X(10).

*> Students' reviews of an employer's hiring process, one per
*> application: 1-5 ratings for communication and overall experience
*> plus an optional comment. A review with a comment is PENDING until
*> staff clear it in the moderation queue (APPROVED or REJECTED); one
*> without a comment has nothing to moderate and is APPROVED at once.
*> Only APPROVED reviews count toward the employer's rating.
FD  EMP-REVIEW-FILE.
01  EMP-REVIEW-REC.
    05 HR-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 HR-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 HR-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 HR-COMM-RATING        PIC 9(01).
    05 FILLER                PIC X(01).
    05 HR-OVERALL-RATING     PIC 9(01).
    05 FILLER                PIC X(01).
    05 HR-COMMENT            PIC X(200).
    05 FILLER                PIC X(01).
    05 HR-STATUS             PIC X(10).
    05 FILLER                PIC X(01).
    05 HR-DATE               PIC X(10).

*> Internship-for-credit agreements, replacing the paper form: one
*> row ties a student's placement (employer + title from
*> PLACEMENT-FILE) to a faculty supervisor, a term, and the credit
*> hours sought. CA-REQ-HOURS is fixed when the agreement is made
*> (credits times the hours-per-credit rule) so a later change to the
*> rule does not move the goalposts mid-term.
FD  CREDIT-AGREEMENT-FILE.
01  CREDIT-AGREEMENT-REC.
    05 CA-ID                 PIC 9(5).
    05 FILLER                PIC X(01).
    05 CA-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 CA-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 CA-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 CA-SUPERVISOR         PIC X(40).
    05 FILLER                PIC X(01).
    05 CA-TERM               PIC X(12).
    05 FILLER                PIC X(01).
    05 CA-CREDITS            PIC 9(2).
    05 FILLER                PIC X(01).
    05 CA-REQ-HOURS          PIC 9(4).
    05 FILLER                PIC X(01).
    05 CA-STATUS             PIC X(10).
    05 FILLER                PIC X(01).
    05 CA-DATE               PIC X(10).

*> Weekly hours the student logs against an agreement, one row per
*> agreement per week (CW-WEEK is the week-ending date). The term-end
*> CreditHoursReport totals these for the registrar.
FD  CREDIT-HOURS-FILE.
01  CREDIT-HOURS-REC.
    05 CW-AGREEMENT-ID       PIC 9(5).
    05 FILLER                PIC X(01).
    05 CW-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 CW-WEEK               PIC X(10).
    05 FILLER                PIC X(01).
    05 CW-HOURS              PIC 9(2).
    05 FILLER                PIC X(01).
    05 CW-DATE               PIC X(10).

*> One row per block: BLOCK-OWNER no longer accepts messages,
*> connection requests, or search hits from BLOCK-TARGET. Checked in
*> both directions wherever two users would interact, so neither side
    05 FILLER                PIC X(01).
    05 VIEWLOG-DATE          PIC X(10).

*> Append-only log of posting views: one row each time a member opens
*> a posting's details, from the job browse or from their saved
*> jobs. Feeds PostingConversionReport.
FD  POSTING-VIEW-FILE.
01  POSTING-VIEW-REC.
    05 PV-JOB-ID             PIC X(10).
    05 FILLER                PIC X(01).
    05 PV-VIEWER             PIC X(20).
    05 FILLER                PIC X(01).
    05 PV-VIEWER-TYPE        PIC X(01).
    05 FILLER                PIC X(01).
    05 PV-DATE               PIC X(10).

*> One row per interview slot proposed against an application:
*> OFFERED until the student accepts (CONFIRMED). Keyed informally by
*> applicant + title + employer, the same trio that identifies an
    05 FILLER                PIC X(01).
    05 IV-STATUS             PIC X(10).

*> One row per scorecard a hiring-team member records after a
*> confirmed interview has taken place: the interview trio plus its
*> slot, who scored it and when, five competencies scored 1-5, a
*> recommendation (ADVANCE, HOLD, DECLINE), and a comment. Seen only
*> by accounts EMPLOYER-ACCT-FILE links to SC-EMPLOYER;
*> InterviewScorecardSweep reads it to chase interviews nobody
*> scored.
FD  SCORECARD-FILE.
01  SCORECARD-REC.
    05 SC-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 SC-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 SC-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 SC-SLOT               PIC X(30).
    05 FILLER                PIC X(01).
    05 SC-SCORER             PIC X(20).
    05 FILLER                PIC X(01).
    05 SC-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 SC-COMMUNICATION      PIC 9(01).
    05 FILLER                PIC X(01).
    05 SC-TECHNICAL          PIC 9(01).
    05 FILLER                PIC X(01).
    05 SC-PROBLEM-SOLVING    PIC 9(01).
    05 FILLER                PIC X(01).
    05 SC-TEAMWORK           PIC 9(01).
    05 FILLER                PIC X(01).
    05 SC-MOTIVATION         PIC 9(01).
    05 FILLER                PIC X(01).
    05 SC-RECOMMEND          PIC X(07).
    05 FILLER                PIC X(01).
    05 SC-COMMENT            PIC X(60).

*> One row per offer extended against an application, holding the
*> terms the employer entered: salary, start date, position type,
*> and the date the student must respond by. OPEN until the student
*> accepts or declines, the employer changes the decision
*> (RESCINDED), or OfferExpirySweep finds the respond-by date has
*> passed (EXPIRED). Keyed informally by applicant + title +
*> employer, the same trio that identifies an application row.
FD  OFFER-FILE.
01  OFFER-REC.
    05 OF-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 OF-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 OF-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 OF-SALARY             PIC X(20).
    05 FILLER                PIC X(01).
    05 OF-START-DATE         PIC X(10).
    05 FILLER                PIC X(01).
    05 OF-POSITION-TYPE      PIC X(20).
    05 FILLER                PIC X(01).
    05 OF-RESPOND-BY         PIC X(10).
    05 FILLER                PIC X(01).
    05 OF-STATUS             PIC X(10).
    05 FILLER                PIC X(01).
    05 OF-DATE               PIC X(10).

*> Per-posting screening questions maintained by JobPostingMaintenance
*> (up to five per JOB-ID; SQ-TYPE Y = yes/no, T = short text).
FD  SCREEN-QUESTION-FILE.
01  SCREEN-QUESTION-REC.
    05 SQ-JOB-ID             PIC X(10).
    05 FILLER                PIC X(01).
    05 SQ-SEQ                PIC 9(01).
    05 FILLER                PIC X(01).
    05 SQ-TYPE               PIC X(01).
    05 FILLER                PIC X(01).
    05 SQ-TEXT               PIC X(80).

*> The student's answers, appended by APPLY-TO-JOB alongside the
*> application row. The question text is copied in so a later edit
*> to the posting's questions cannot change what an answer meant.
*> A re-application after a withdrawal appends a fresh set starting
*> again at SA-SEQ 1; readers keep the latest set.
FD  SCREEN-ANSWER-FILE.
01  SCREEN-ANSWER-REC.
    05 SA-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 SA-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 SA-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 SA-SEQ                PIC 9(01).
    05 FILLER                PIC X(01).
    05 SA-QUESTION           PIC X(80).
    05 FILLER                PIC X(01).
    05 SA-ANSWER             PIC X(80).

*> Referral requests from a student to an accepted connection whose
*> experience lists the posting's employer. PENDING until the
*> connection answers from their Notifications (APPROVED or
*> DECLINED). An approved referral also sets the referral flag at
*> byte 105 of the student's APPLICATION-FILE row for that posting.
FD  REFERRAL-FILE.
01  REFERRAL-REC.
    05 RF-STUDENT            PIC X(20).
    05 FILLER                PIC X(01).
    05 RF-REFERRER           PIC X(20).
    05 FILLER                PIC X(01).
    05 RF-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 RF-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 RF-STATUS             PIC X(10).
    05 FILLER                PIC X(01).
    05 RF-DATE               PIC X(10).

*> Reference checks on an application. The employer's request is a
*> row with RK-REFEREE blank (status REQUESTED); each referee the
*> student picks gets a row of its own (source R for the author of
*> an approved recommendation, C for an accepted connection), PENDING
*> until the referee answers from their Notifications (RETURNED or
*> DECLINED). The answers are for the requesting employer only --
*> the student is shown the status, never the content.
FD  REFCHECK-FILE.
01  REFCHECK-REC.
    05 RK-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 RK-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 RK-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 RK-REFEREE            PIC X(20).
    05 FILLER                PIC X(01).
    05 RK-SOURCE             PIC X(01).
    05 FILLER                PIC X(01).
    05 RK-STATUS             PIC X(10).
    05 FILLER                PIC X(01).
    05 RK-REQ-BY             PIC X(20).
    05 FILLER                PIC X(01).
    05 RK-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 RK-KNOWN-HOW          PIC X(40).
    05 FILLER                PIC X(01).
    05 RK-RELIABILITY        PIC 9(01).
    05 FILLER                PIC X(01).
    05 RK-SKILLS             PIC 9(01).
    05 FILLER                PIC X(01).
    05 RK-REHIRE             PIC X(03).
    05 FILLER                PIC X(01).
    05 RK-COMMENT            PIC X(80).

*> Career events posted by the EventMaintenance tool; students browse
*> and RSVP below.
FD  EVENT-FILE.
    05 EV-LOCATION           PIC X(40).
    05 FILLER                PIC X(01).
    05 EV-CAPACITY           PIC 9(03).
    05 FILLER                PIC X(01).
    05 EV-BOOTH-CAP          PIC 9(03).

*> One row per signup: RSVP while the event has room, WAIT once it is
*> full -- the same capture-the-overflow shape the account cap uses
    05 FILLER                PIC X(01).
    05 CK-TS                 PIC X(20).

*> Employer booth registrations for career fairs: one row per
*> employer per event, written when an employer account registers
*> from EMPLOYER-MENU. BR-BOOTH stays blank until staff assign a
*> booth number; BoothFloorReport lays the floor out from here.
*> BR-TABLE is S (standard 6 ft) or L (large 8 ft); BR-POWER Y/N.
FD  BOOTH-FILE.
01  BOOTH-REC.
    05 BR-EVENT-ID           PIC X(10).
    05 FILLER                PIC X(01).
    05 BR-EMP-USER           PIC X(20).
    05 FILLER                PIC X(01).
    05 BR-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 BR-REPS               PIC 9(02).
    05 FILLER                PIC X(01).
    05 BR-TABLE              PIC X(01).
    05 FILLER                PIC X(01).
    05 BR-POWER              PIC X(01).
    05 FILLER                PIC X(01).
    05 BR-BOOTH              PIC X(04).
    05 FILLER                PIC X(01).
    05 BR-DATE               PIC X(10).

*> Employer fee schedule, maintained with FeeScheduleMaintenance:
*> the standard rate per fee code (FS-EMPLOYER blank) and any
*> employer's negotiated rate, which wins over the standard one.
*> A zero rate means that activity is not billed.
FD  FEE-FILE.
01  FEE-REC.
    05 FS-CODE               PIC X(10).
    05 FILLER                PIC X(01).
    05 FS-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 FS-AMOUNT             PIC 9(5).99.
    05 FILLER                PIC X(01).
    05 FS-DESC               PIC X(40).

*> Employer charge ledger, append-only. A CHARGE row is written when
*> a billable posting is approved or renewed or a booth is confirmed;
*> PAYMENT and WRITEOFF rows from the staff billing screen carry the
*> charge's entry id in LG-REF. FeeInvoiceRun bills from here.
FD  LEDGER-FILE.
01  LEDGER-REC.
    05 LG-ENTRY              PIC X(10).
    05 FILLER                PIC X(01).
    05 LG-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 LG-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 LG-TYPE               PIC X(08).
    05 FILLER                PIC X(01).
    05 LG-CODE               PIC X(10).
    05 FILLER                PIC X(01).
    05 LG-REF                PIC X(10).
    05 FILLER                PIC X(01).
    05 LG-AMOUNT             PIC 9(7).99.
    05 FILLER                PIC X(01).
    05 LG-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 LG-NOTE               PIC X(60).

*> Before-and-after log of every change to a posting, one row per
*> field changed, shared with JobPostingMaintenance. The employer
*> renewal screen adds its DEADLINE/STATUS rows here; staff read a
*> posting's history back from the staff menu.
FD  POSTING-CHANGE-FILE.
01  POSTING-CHANGE-REC.
    05 PC-JOB-ID             PIC X(10).
    05 FILLER                PIC X(01).
    05 PC-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 PC-FIELD              PIC X(10).
    05 FILLER                PIC X(01).
    05 PC-OLD                PIC X(40).
    05 FILLER                PIC X(01).
    05 PC-NEW                PIC X(40).
    05 FILLER                PIC X(01).
    05 PC-BY                 PIC X(30).

*> Openings per posting, maintained in JobPostingMaintenance. A
*> posting with no row hires one person.
FD  OPENINGS-FILE.
01  OPENINGS-REC.
    05 PO-JOB-ID             PIC X(10).
    05 FILLER                PIC X(01).
    05 PO-OPENINGS           PIC 9(03).

*> The posting each application was made to. Applications carry only
*> the posting's title and employer, which two copies of one posting
*> (or an old posting and its re-post) share, so APPLY-TO-JOB appends
*> one row here naming the JOB-ID, in the SAVED-JOB-REC shape. A row
*> is matched to its application by user, title, employer, and the
*> date applied; applications from before the file have no row.
FD  APP-POSTING-FILE.
01  APP-POSTING-REC.
    05 AP-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 AP-JOB-ID             PIC X(10).
    05 FILLER                PIC X(01).
    05 AP-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 AP-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 AP-DATE               PIC X(10).

*> Student groups: anyone can create one, members join or leave, and
*> a group's board shows members' posts with replies nested under the
*> parent post id, the same way PRINT-THREAD-REPLIES nests messages.
FD  MYDATA-FILE.
01  MYDATA-REC               PIC X(300).

FD  CALENDAR-FILE.
01  CALENDAR-REC             PIC X(300).

FD  SURVEY-FILE.
01  SURVEY-REC.
    05 SV-ID                 PIC X(10).
    05 MQ-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 MQ-STATUS             PIC X(10).
*>  What the row is: MESSAGE (a report on MQ-MSG-ID; rows from
*>  before this column read as blank and mean the same) or HELD
*>  (member content the blocked-terms screen held back, MQ-MSG-ID
*>  then being the HELD-CONTENT-FILE id).
    05 FILLER                PIC X(01).
    05 MQ-TYPE               PIC X(10).

*> Staff-maintained blocked terms (BlockedTermsMaintenance), one
*> per row, upper case. A term may be a phrase; it matches on word
*> boundaries, case-insensitively.
FD  BLOCKED-TERMS-FILE.
01  BLOCKED-TERMS-REC        PIC X(30).

*> Member content the blocked-terms screen held instead of
*> publishing, with everything needed to publish it as written if
*> staff approve: the kind (STATUS, COMMENT, GROUPPOST, RECO), the
*> author, two kind-specific keys (the commented update's author and
*> stamp; the group and parent post; the recommended member and the
*> recommendation's status), the original post id for a group post
*> the nightly rescan pulled, the original stamp, the matched term,
*> and HELD / APPROVED / REMOVED.
FD  HELD-CONTENT-FILE.
01  HELD-CONTENT-REC.
    05 HC-ID                 PIC X(10).
    05 FILLER                PIC X(01).
    05 HC-KIND               PIC X(10).
    05 FILLER                PIC X(01).
    05 HC-AUTHOR             PIC X(20).
    05 FILLER                PIC X(01).
    05 HC-KEY1               PIC X(20).
    05 FILLER                PIC X(01).
    05 HC-KEY2               PIC X(20).
    05 FILLER                PIC X(01).
    05 HC-REF                PIC X(10).
    05 FILLER                PIC X(01).
    05 HC-TS                 PIC X(20).
    05 FILLER                PIC X(01).
    05 HC-TERM               PIC X(30).
    05 FILLER                PIC X(01).
    05 HC-STATUS             PIC X(10).
    05 FILLER                PIC X(01).
    05 HC-TEXT               PIC X(200).

*> One row per candidate an employer saved from their candidate
*> search, so a good find can be revisited without re-running the
*> gained outside it (SOURCE = SELF). The annual outcomes report
*> breaks these out by major and employer -- the number accreditation
*> and employer pitches both ask for.
*> PL-VERIFY tracks the employer's word on a SELF row: PENDING (asked
*> the employer's linked accounts), STAFF (unanswered past
*> PLACEMENT-VERIFY-DAYS, now with career services), CONFIRMED or
*> DENIED, or UNROUTED when the employer has no linked account to
*> ask. It is blank on SYSTEM rows and on self-reports recorded
*> before verification existed. PL-VERIFY-DATE is the date of the
*> last change and PL-VERIFY-BY the account that answered.
FD  PLACEMENT-FILE.
01  PLACEMENT-REC.
    05 PL-USER               PIC X(20).
    05 PL-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 PL-SOURCE             PIC X(10).
    05 FILLER                PIC X(01).
    05 PL-VERIFY             PIC X(10).
    05 FILLER                PIC X(01).
    05 PL-VERIFY-DATE        PIC X(10).
    05 FILLER                PIC X(01).
    05 PL-VERIFY-BY          PIC X(20).

FD  PLACEMENT-WORK-FILE.
01  PLACEMENT-WORK-REC       PIC X(193).

*> One row per student: the career-services staff account that owns
*> them. SOURCE is RULE (university/major rule), BAL (least-loaded
*> advisor when no rule matched) -- both set by CaseloadAssignment --
*> or MANUAL, set by hand from the staff "My caseload" screen and
*> never moved by the rule pass.
FD  CASELOAD-FILE.
01  CASELOAD-REC.
    05 CL-STUDENT            PIC X(20).
    05 FILLER                PIC X(01).
    05 CL-ADVISOR            PIC X(20).
    05 FILLER                PIC X(01).
    05 CL-SOURCE             PIC X(06).
    05 FILLER                PIC X(01).
    05 CL-DATE               PIC X(10).

*> Append-only log of every caseload move, from the staff screen and
*> from CaseloadAssignment alike. FROM is blank on a first assignment.
FD  CASELOAD-LOG-FILE.
01  CASELOAD-LOG-REC.
    05 CG-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 CG-STUDENT            PIC X(20).
    05 FILLER                PIC X(01).
    05 CG-FROM               PIC X(20).
    05 FILLER                PIC X(01).
    05 CG-TO                 PIC X(20).
    05 FILLER                PIC X(01).
    05 CG-REASON             PIC X(30).

*> Confidential advising notes, staff-only: one append-only row per
*> note, keyed by student, with the office-hours slot it came out of
*> when written from the daily schedule (blank when written from a
*> member lookup). Read only by the staff notes screen -- never by
*> the member data export, profile views, employer screens, or the
*> warehouse extract. Every add and read is audited.
FD  ADVISING-NOTE-FILE.
01  ADVISING-NOTE-REC.
    05 AN-STUDENT            PIC X(20).
    05 FILLER                PIC X(01).
    05 AN-STAFF              PIC X(20).
    05 FILLER                PIC X(01).
    05 AN-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 AN-SLOT-DATE          PIC X(10).
    05 FILLER                PIC X(01).
    05 AN-SLOT-TIME          PIC X(05).
    05 FILLER                PIC X(01).
    05 AN-TEXT               PIC X(200).

*> Staff access to student records, for the institution's disclosure
*> record: one append-only row each time a staff account opens a
*> member's record -- who, whose, from which screen, and the purpose
*> the staffer chose. Never rewritten; read by the member data
*> export (the member's own rows) and RecordAccessReport.
FD  RECORD-ACCESS-FILE.
01  RECORD-ACCESS-REC.
    05 RA-TIMESTAMP          PIC X(20).
    05 FILLER                PIC X(01).
    05 RA-STAFF              PIC X(20).
    05 FILLER                PIC X(01).
    05 RA-STUDENT            PIC X(20).
    05 FILLER                PIC X(01).
    05 RA-SCREEN             PIC X(20).
    05 FILLER                PIC X(01).
    05 RA-PURPOSE            PIC X(10).

*> Accommodation requests a student attaches to a CONFIRMED
*> interview (AC-PARTY = employer, AC-TITLE = posting title) or to
*> an event signup (AC-PARTY = event id, AC-TITLE = event title).
*> OPEN until career services arranges it (ARRANGED, with the
*> logistics the employer or organizer sees) or closes it. The
*> student's stated reason is shown to staff only -- never on an
*> employer or organizer screen or export.
FD  ACCOMMODATION-FILE.
01  ACCOMMODATION-REC.
    05 AC-ID                 PIC 9(05).
    05 FILLER                PIC X(01).
    05 AC-KIND               PIC X(09).
    05 FILLER                PIC X(01).
    05 AC-STUDENT            PIC X(20).
    05 FILLER                PIC X(01).
    05 AC-PARTY              PIC X(40).
    05 FILLER                PIC X(01).
    05 AC-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 AC-DATE               PIC X(16).
    05 FILLER                PIC X(01).
    05 AC-NEED               PIC X(40).
    05 FILLER                PIC X(01).
    05 AC-REASON             PIC X(60).
    05 FILLER                PIC X(01).
    05 AC-LOGISTICS          PIC X(60).
    05 FILLER                PIC X(01).
    05 AC-STATE              PIC X(08).
    05 FILLER                PIC X(01).
    05 AC-STAFF              PIC X(20).
    05 FILLER                PIC X(01).
    05 AC-OPENED             PIC X(10).
    05 FILLER                PIC X(01).
    05 AC-CLOSED             PIC X(10).

*> Legal holds placed by staff when the dean's office or general
*> counsel opens a case. A held member's rows are skipped by every
*> purge and archive job (RetentionSweep, ArchiveOldMessages,
*> AccountPurgeTool, ConnectionRequestExpiry) and the account
*> cannot be self-deactivated. Releasing a hold keeps the row,
*> marked RELEASED, so the hold history survives.
FD  LEGAL-HOLD-FILE.
01  LEGAL-HOLD-REC.
    05 LH-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 LH-CASE               PIC X(20).
    05 FILLER                PIC X(01).
    05 LH-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 LH-BY                 PIC X(20).
    05 FILLER                PIC X(01).
    05 LH-STATUS             PIC X(08).
    05 FILLER                PIC X(01).
    05 LH-RELEASED           PIC X(10).

*> Append-only tally of rows a job left alone because of a hold:
*> one row per held member per job run, read by LegalHoldReport.
FD  LEGAL-HOLD-SKIP-FILE.
01  LEGAL-HOLD-SKIP-REC.
    05 LS-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 LS-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 LS-TOOL               PIC X(24).
    05 FILLER                PIC X(01).
    05 LS-COUNT              PIC 9(07).

*> University scope of each staff account, set by
*> ProvisionStaffAccount: one row per staffer per university. A
*> staffer with no rows keeps the all-campus view; a scoped staffer
*> sees only members whose profile university is in scope.
FD  STAFF-SCOPE-FILE.
01  STAFF-SCOPE-REC.
    05 SSC-STAFF             PIC X(20).
    05 FILLER                PIC X(01).
    05 SSC-UNIV              PIC X(50).

*> Hiring-team notes on an application, keyed the way screening
*> answers are (applicant, posting title, employer): one append-only
*> row per note. Shown only on REVIEW-APPLICATIONS-SCREEN to
*> recruiters linked to the same employer -- never to the student,
*> staff screens, or the member data export. ApplicantPacketExport
*> includes them only in an internal copy, and RetentionSweep drops
*> them once their application is gone.
FD  HIRING-NOTE-FILE.
01  HIRING-NOTE-REC.
    05 HN-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 HN-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 HN-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 HN-AUTHOR             PIC X(20).
    05 FILLER                PIC X(01).
    05 HN-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 HN-TEXT               PIC X(200).

*> Required (R) and preferred (P) skills per posting, maintained in
*> JobPostingMaintenance: PSK-SKILL-NUM is the Learn a New Skill
*> catalog slot, or 0 for a free-text skill matched against the
*> student's About and Experience text.
FD  POSTING-SKILL-FILE.
01  POSTING-SKILL-REC.
    05 PSK-JOB-ID            PIC X(10).
    05 FILLER                PIC X(01).
    05 PSK-SEQ               PIC 9(01).
    05 FILLER                PIC X(01).
    05 PSK-KIND              PIC X(01).
    05 FILLER                PIC X(01).
    05 PSK-SKILL-NUM         PIC 9(01).
    05 FILLER                PIC X(01).
    05 PSK-TEXT              PIC X(30).

FD  ALIAS-FILE.
01  ALIAS-REC.
    05 AL-OLD                PIC X(20).
    05 FILLER                PIC X(01).
    05 AL-NEW                PIC X(20).
    05 FILLER                PIC X(01).
    05 AL-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 AL-BY                 PIC X(20).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "InCollege".
*> Reader count carried across the online program's own stamp and
*> release, so a shared reader that started during the session is
*> not zeroed out from under its own release.
01  WS-PARAM-EOF             PIC X VALUE "N".
01  WS-PARAM-COUNT           PIC 9(2) VALUE 0.
01  WS-PARAM-TABLE.
    05 WS-PARAM-ENTRY OCCURS 20 TIMES.
        10 WS-PM-NAME        PIC X(24).
        10 WS-PM-VALUE       PIC 9(5).
        10 WS-PM-MIN         PIC 9(5).
            15 WS-APP-T-EDU-YEARS  PIC X(20).
        10 WS-APP-T-APPLIED   PIC X(10).
        10 WS-APP-T-STATUS-DATE PIC X(10).
        *> "R" when an approved referral backs the application
        *> (byte 105 of the row, between employer and location).
        10 WS-APP-T-REFERRED  PIC X(01).

01  WS-MY-APP-ROW-IDX OCCURS 1000 TIMES PIC 9(4) VALUE 0.

01  WS-RENEW-ID-TBL OCCURS 200 TIMES PIC X(10).
01  WS-RENEW-PICK-ID          PIC X(10) VALUE SPACES.
01  WS-RENEW-DEADLINE         PIC X(10) VALUE SPACES.
01  WS-RENEW-TITLE            PIC X(40) VALUE SPACES.
01  WS-RENEW-WAS-PENDING      PIC X VALUE "N".
01  WS-RENEW-OLD-DEADLINE     PIC X(10) VALUE SPACES.
01  WS-RENEW-OLD-STATUS      PIC X(10) VALUE SPACES.
01  WS-RENEW-EMPLOYER        PIC X(40) VALUE SPACES.

*> Posting approval queue: the PENDING postings found on JOB-FILE and
*> the decision staff gave each one (A approve, R reject, blank
*> skipped), applied in one staged rewrite at the end of the screen.
01  WS-PREV-STATUS            PIC XX VALUE "00".
01  WS-PAPP-COUNT             PIC 9(3) VALUE 0.
01  WS-PAPP-DECIDED           PIC 9(3) VALUE 0.
01  WS-PAPP-TABLE OCCURS 200 TIMES.
    05 WS-PAPP-ID             PIC X(10).
    05 WS-PAPP-TITLE          PIC X(40).
    05 WS-PAPP-EMPLOYER       PIC X(40).
    05 WS-PAPP-DECISION       PIC X(01).
    05 WS-PAPP-REASON         PIC X(60).

*> Employer hiring-process reviews, load-all/rewrite-all. The
*> review screens run inside loops on WS-I/WS-J/WS-K, so they keep
*> their own indexes.
01  WS-HR-STATUS              PIC XX VALUE "00".
01  WS-HR-EOF                 PIC X VALUE "N".
01  WS-HR-OVERFLOW            PIC X VALUE "N".
01  WS-HR-I                   PIC 9(3) VALUE 0.
01  WS-HR-J                   PIC 9(4) VALUE 0.
01  WS-HR-APP                 PIC 9(4) VALUE 0.
01  WS-HR-FOUND               PIC X VALUE "N".
01  WS-HR-PICK                PIC 9(3) VALUE 0.
01  WS-HR-ELIG-COUNT          PIC 9(3) VALUE 0.
01  WS-HR-ELIG-IDX OCCURS 200 TIMES PIC 9(4) VALUE 0.
01  WS-HR-NEW-COMM            PIC 9(01) VALUE 0.
01  WS-HR-NEW-OVERALL         PIC 9(01) VALUE 0.
01  WS-HR-SHOWN               PIC 9(1) VALUE 0.
01  WS-HR-CHANGED             PIC X VALUE "N".
*> Rating summary for one employer.
01  WS-HR-N                   PIC 9(4) VALUE 0.
01  WS-HR-SUM-COMM            PIC 9(6) VALUE 0.
01  WS-HR-SUM-OVERALL         PIC 9(6) VALUE 0.
01  WS-HR-AVG-COMM            PIC 9V9 VALUE 0.
01  WS-HR-AVG-OVERALL         PIC 9V9 VALUE 0.
01  WS-HR-AVG-COMM-ED         PIC 9.9.
01  WS-HR-AVG-OVERALL-ED      PIC 9.9.
01  WS-EMP-REVIEWS.
    05 WS-HR-COUNT            PIC 9(3) VALUE 0.
    05 WS-HR-TABLE OCCURS 500 TIMES.
        10 WS-HRT-USER        PIC X(20).
        10 WS-HRT-TITLE       PIC X(40).
        10 WS-HRT-EMPLOYER    PIC X(40).
        10 WS-HRT-COMM        PIC 9(01).
        10 WS-HRT-OVERALL     PIC 9(01).
        10 WS-HRT-COMMENT     PIC X(200).
        10 WS-HRT-STATUS      PIC X(10).
        10 WS-HRT-DATE        PIC X(10).

*> Internship credit: the agreements and logged weeks, load-all; new
*> rows are appended. Hours per credit is the registrar's rule.
01  WS-CA-STATUS              PIC XX VALUE "00".
01  WS-CA-EOF                 PIC X VALUE "N".
01  WS-CW-STATUS              PIC XX VALUE "00".
01  WS-CW-EOF                 PIC X VALUE "N".
01  WS-CA-HOURS-PER-CREDIT    PIC 9(2) VALUE 45.
01  WS-CA-NEXT-ID             PIC 9(5) VALUE 0.
01  WS-CA-QUERY-ID            PIC 9(5) VALUE 0.
01  WS-CA-I                   PIC 9(3) VALUE 0.
01  WS-CA-J                   PIC 9(4) VALUE 0.
01  WS-CA-PICK                PIC 9(3) VALUE 0.
01  WS-CA-MINE-COUNT          PIC 9(3) VALUE 0.
01  WS-CA-MINE-IDX OCCURS 50 TIMES PIC 9(3) VALUE 0.
01  WS-CA-LOGGED              PIC 9(4) VALUE 0.
01  WS-CA-FOUND               PIC X VALUE "N".
01  WS-CA-NEW-TERM            PIC X(12) VALUE SPACES.
01  WS-CA-NEW-CREDITS         PIC 9(2) VALUE 0.
01  WS-CA-NEW-WEEK            PIC X(10) VALUE SPACES.
01  WS-CA-NEW-HOURS           PIC 9(2) VALUE 0.
01  WS-CA-SUPERVISOR          PIC X(40) VALUE SPACES.
01  WS-CA-PL-COUNT            PIC 9(3) VALUE 0.
01  WS-CA-PL-TABLE OCCURS 50 TIMES.
    05 WS-CA-PL-EMPLOYER      PIC X(40).
    05 WS-CA-PL-TITLE         PIC X(40).
01  WS-CREDIT-AGREEMENTS.
    05 WS-CA-COUNT            PIC 9(3) VALUE 0.
    05 WS-CA-TABLE OCCURS 500 TIMES.
        10 WS-CAT-ID          PIC 9(5).
        10 WS-CAT-USER        PIC X(20).
        10 WS-CAT-EMPLOYER    PIC X(40).
        10 WS-CAT-TITLE       PIC X(40).
        10 WS-CAT-SUPERVISOR  PIC X(40).
        10 WS-CAT-TERM        PIC X(12).
        10 WS-CAT-CREDITS     PIC 9(2).
        10 WS-CAT-REQ-HOURS   PIC 9(4).
        10 WS-CAT-STATUS      PIC X(10).

*> ---------------------------------------------------------------
*> Notification preferences: the catalog of mutable categories (the
01  WS-NOTIFY-MUTED           PIC X VALUE "N".
01  WS-NPREF-CAT-COUNT        PIC 9(2) VALUE 0.
01  WS-NPREF-CATALOG.
    05 WS-NPREF-CAT OCCURS 20 TIMES.
        10 WS-NPC-EVENT       PIC X(20).
        10 WS-NPC-LABEL       PIC X(40).
01  WS-NPREFS.
        10 WS-NPT-USER        PIC X(20).
        10 WS-NPT-EVENT       PIC X(20).

*> Notification mail: the spool writer's status, and the members'
*> addresses in the usual load-all/rewrite-all shape.
01  WS-SP-STATUS              PIC XX VALUE "00".
01  WS-MA-STATUS              PIC XX VALUE "00".
01  WS-MA-EOF                 PIC X VALUE "N".
01  WS-MA-I                   PIC 9(3) VALUE 0.
01  WS-MA-MINE                PIC 9(3) VALUE 0.
01  WS-MA-NEW-ADDRESS         PIC X(60) VALUE SPACES.
01  WS-MA-AT-COUNT            PIC 9(2) VALUE 0.
01  WS-MA-SPACE-COUNT         PIC 9(2) VALUE 0.
01  WS-MA-AT-POS              PIC 9(2) VALUE 0.
01  WS-MA-DOT-COUNT           PIC 9(2) VALUE 0.
01  WS-MA-LEN                 PIC 9(2) VALUE 0.
01  WS-MA-VALID               PIC X VALUE "N".
01  WS-MAIL-ADDRESSES.
    05 WS-MA-COUNT            PIC 9(3) VALUE 0.
    05 WS-MA-TABLE OCCURS 500 TIMES.
        10 WS-MAT-USER        PIC X(20).
        10 WS-MAT-ADDRESS     PIC X(60).
        10 WS-MAT-STATUS      PIC X(08).
        10 WS-MAT-DATE        PIC X(10).

*> Registrar GPA and the students' consent to share it. A GPA is
*> only ever "found" through FIND-SHARED-GPA, which requires both.
01  WS-GA-STATUS              PIC XX VALUE "00".
01  WS-GK-STATUS              PIC XX VALUE "00".
01  WS-GA-EOF                 PIC X VALUE "N".
01  WS-GA-I                   PIC 9(3) VALUE 0.
01  WS-GA-QUERY-USER          PIC X(20) VALUE SPACES.
01  WS-GA-SHARED              PIC X VALUE "N".
01  WS-GA-VALUE               PIC 9V99 VALUE 0.
01  WS-GA-DISP                PIC 9.99.
01  WS-GA-MINE                PIC 9(3) VALUE 0.
01  WS-GK-MINE                PIC 9(3) VALUE 0.
01  WS-GPAS.
    05 WS-GA-COUNT            PIC 9(3) VALUE 0.
    05 WS-GA-TABLE OCCURS 500 TIMES.
        10 WS-GAT-USER        PIC X(20).
        10 WS-GAT-GPA         PIC 9V99.
        10 WS-GAT-DATE        PIC X(10).
01  WS-GPA-CONSENTS.
    05 WS-GK-COUNT            PIC 9(3) VALUE 0.
    05 WS-GK-TABLE OCCURS 500 TIMES.
        10 WS-GKT-USER        PIC X(20).
        10 WS-GKT-DATE        PIC X(10).

01  WS-JOB-FILTER-MODE        PIC X VALUE SPACE.
01  WS-JOB-FILTER-TEXT        PIC X(40) VALUE SPACES.


*> ---------------------------------------------------------------
*> Upcoming agenda: everything with a date attached to the current
*> user (confirmed interviews, RSVP'd events, booked office hours,
*> deadlines of open applications and saved jobs) gathered into one
*> table and sorted soonest-first. WS-AG-UID is built from the row's
*> source keys, never its date, so a rescheduled interview keeps the
*> same calendar identifier and a re-import updates it in place.
*> ---------------------------------------------------------------
01  WS-AGENDA-COUNT           PIC 9(3) VALUE 0.
01  WS-AGENDA-TABLE OCCURS 100 TIMES.
    05 WS-AG-DATE             PIC X(10).
    05 WS-AG-TIME             PIC X(05).
    05 WS-AG-DESC             PIC X(100).
    05 WS-AG-UID              PIC X(120).
01  WS-AG-SWAP-DATE           PIC X(10) VALUE SPACES.
01  WS-AG-SWAP-TIME           PIC X(05) VALUE SPACES.
01  WS-AG-SWAP-DESC           PIC X(100) VALUE SPACES.
01  WS-AG-SWAP-UID            PIC X(120) VALUE SPACES.
01  WS-AG-NEW-DATE            PIC X(10) VALUE SPACES.
01  WS-AG-NEW-TIME            PIC X(05) VALUE SPACES.
01  WS-AG-NEW-DESC            PIC X(100) VALUE SPACES.
01  WS-AG-NEW-UID             PIC X(120) VALUE SPACES.
01  WS-AG-UID-LEN             PIC 9(3) VALUE 0.

*> Calendar export of the agenda. Text fields are escaped per the
*> iCalendar rules (backslash before comma, semicolon, backslash).
01  WS-CAL-STATUS             PIC XX VALUE "00".
01  WS-CAL-FILENAME           PIC X(60) VALUE SPACES.
01  WS-CAL-STAMP              PIC X(16) VALUE SPACES.
01  WS-CAL-TEXT-IN            PIC X(100) VALUE SPACES.
01  WS-CAL-TEXT-OUT           PIC X(200) VALUE SPACES.
01  WS-CAL-I                  PIC 9(3) VALUE 0.
01  WS-CAL-O                  PIC 9(3) VALUE 0.
01  WS-CAL-LEN                PIC 9(3) VALUE 0.

*> Set while a staff account is looking a member up: the profile
*> prints in full (oversight overrides the visibility setting) and
        10 WS-BJ-MAJOR        PIC X(20).
        10 WS-BJ-DESC         PIC X(200).
        10 WS-BJ-DEADLINE     PIC X(10).
        10 WS-BJ-FIT          PIC 9(3).
*> One WS-BJOB-ROW, for the sort-by-fit swap.
01  WS-BJ-SWAP                PIC X(383).

*> ---------------------------------------------------------------
*> Saved jobs (bookmarks), same load-all/rewrite-all shape as
01  WS-CONNECTION-FOUND       PIC X VALUE "N".
01  WS-CONN-REQUEST-COUNT     PIC 9(3) VALUE 0.
01  WS-CONN-IDX               PIC 9(3) VALUE 0.
01  WS-CONN-OWNER             PIC X(20) VALUE SPACES.
01  WS-BANNER-REQ-COUNT       PIC 9(3) VALUE 0.
01  WS-BANNER-MSG-COUNT       PIC 9(3) VALUE 0.
01  WS-FRIEND-USER            PIC X(20) VALUE SPACES.
01  WS-CH-OLD-STATUS          PIC X(20) VALUE SPACES.
01  WS-CH-NEW-STATUS          PIC X(20) VALUE SPACES.
01  WS-CH-TIMESTAMP           PIC X(20) VALUE SPACES.
01  WS-NETWORK-ROW-IDX OCCURS 500 TIMES PIC 9(3) VALUE 0.
01  WS-OUTGOING-COUNT         PIC 9(3) VALUE 0.
01  WS-OUTGOING-ROW-IDX OCCURS 500 TIMES PIC 9(3) VALUE 0.

*> ---------------------------------------------------------------
*> "People you may know" suggestions: candidate profile rows sharing
01  WS-AUDIT-CHAIN-I           PIC 9(3) VALUE 0.
01  WS-AUDIT-CHAIN-DISP        PIC 9(12) VALUE 0.

*> One member's connection rows (WS-CONN-OWNER as sender or as
*> recipient). WS-CORIG-STATUS is the status as read, so
*> SAVE-CONNECTIONS writes back only the rows that changed.
01  WS-CONNECTIONS.
    05 WS-CONN-COUNT          PIC 9(3) VALUE 0.
    05 WS-CONN-TABLE OCCURS 500 TIMES.
        10 WS-CSENDER         PIC X(20).
        10 WS-CRECIPIENT      PIC X(20).
        10 WS-CSTATUS         PIC X(20).
        10 WS-CORIG-STATUS    PIC X(20).

*> ---------------------------------------------------------------
*> Messaging support, folded in from SendMessage.cob/ViewMessages.cob.
01  WS-DL-PICK-NAME           PIC X(30) VALUE SPACES.
01  WS-DL-SENT-COUNT          PIC 9(3) VALUE 0.
01  WS-DL-SKIP-COUNT          PIC 9(3) VALUE 0.
01  WS-DL-HELD-COUNT          PIC 9(3) VALUE 0.

*> ---------------------------------------------------------------
*> Per-sender daily send volume, counted from MESSAGE-FILE before
*> each new outgoing message. WS-VOL-PARTNER holds the sender's
*> accepted connections so today's sends can be split into
*> connection and non-connection traffic.
*> ---------------------------------------------------------------
01  WS-MSG-DAILY-CAP          PIC 9(5) VALUE 50.
01  WS-MSG-STRANGER-CAP       PIC 9(5) VALUE 10.
01  WS-VOL-TODAY              PIC 9(5) VALUE 0.
01  WS-VOL-STRANGER           PIC 9(5) VALUE 0.
01  WS-VOL-LAST-ID            PIC X(10) VALUE SPACES.
01  WS-VOL-CAPPED             PIC X VALUE "N".
01  WS-VOL-IS-PARTNER         PIC X VALUE "N".
01  WS-VOL-WHO                PIC X(20) VALUE SPACES.
01  WS-VOL-I                  PIC 9(4) VALUE 0.
01  WS-VOL-P                  PIC 9(3) VALUE 0.
01  WS-VOL-DUP                PIC X VALUE "N".
01  WS-VOL-TEXT1              PIC ZZZZ9.
01  WS-VOL-TEXT2              PIC ZZZZ9.
01  WS-VOL-PARTNER-COUNT      PIC 9(3) VALUE 0.
01  WS-VOL-PARTNER OCCURS 500 TIMES PIC X(20) VALUE SPACES.
01  WS-DL-NAME-COUNT          PIC 9(3) VALUE 0.
01  WS-DL-NAMES OCCURS 50 TIMES PIC X(30).
01  WS-DLISTS.
01  WS-SKILL-DONE            PIC X OCCURS 5 TIMES VALUE "N".
01  WS-SKILL-DATE-DONE       PIC X(10) OCCURS 5 TIMES VALUE SPACES.

*> Certifications, loaded whole. The MINE list maps the numbers the
*> profile editor shows onto rows of the table.
01  WS-CERT-STATUS           PIC XX VALUE "00".
01  WS-CERT-EOF              PIC X VALUE "N".
01  WS-CERT-QUERY-USER       PIC X(20) VALUE SPACES.
01  WS-CERT-K                PIC 9(3) VALUE 0.
01  WS-CERT-IDX              PIC 9(3) VALUE 0.
01  WS-CERT-EDIT-DONE        PIC X VALUE "N".
01  WS-CERT-DATE-IN          PIC X(10) VALUE SPACES.
01  WS-CERT-ISSUED-IN        PIC X(10) VALUE SPACES.
01  WS-CERT-HELD             PIC X VALUE "N".
01  WS-CERT-TERM             PIC X(40) VALUE SPACES.
01  WS-CERT-TERM-LEN         PIC 9(2) VALUE 0.
01  WS-CERT-UPPER            PIC X(40) VALUE SPACES.
01  WS-CERT-HITS             PIC 9(2) VALUE 0.
01  WS-CERT-MINE-COUNT       PIC 9(2) VALUE 0.
01  WS-CERT-MINE-IDX OCCURS 10 TIMES PIC 9(3) VALUE 0.
01  WS-CERTIFICATIONS.
    05 WS-CERT-COUNT         PIC 9(3) VALUE 0.
    05 WS-CERT-TABLE OCCURS 500 TIMES.
        10 WS-CRT-USER       PIC X(20).
        10 WS-CRT-NAME       PIC X(40).
        10 WS-CRT-ISSUER     PIC X(40).
        10 WS-CRT-CRED-ID    PIC X(30).
        10 WS-CRT-ISSUED     PIC X(10).
        10 WS-CRT-EXPIRES    PIC X(10).
        10 WS-CRT-STATE      PIC X(08).
        10 WS-CRT-REMINDED   PIC X(10).

*> Endorsement support: per-slot counts for the skills section, and
*> the duplicate check when a connection endorses.
01  WS-ENDORSE-STATUS        PIC XX VALUE "00".
*> Profile view log support: latest views loaded newest-last, shown
*> newest-first on the Who-viewed-my-profile screen.
01  WS-VIEWLOG-STATUS        PIC XX VALUE "00".
01  WS-PV-STATUS             PIC XX VALUE "00".
01  WS-VIEWLOG-EOF           PIC X VALUE "N".
01  WS-MY-VIEW-COUNT         PIC 9(3) VALUE 0.
01  WS-VIEWLOGS.
01  WS-IV-EMP-COUNT          PIC 9(3) VALUE 0.
01  WS-IV-EMP-IDX OCCURS 200 TIMES PIC 9(3) VALUE 0.

*> Interview scorecards: appended one at a time like hiring-team
*> notes. WS-SC-NOW is the current "YYYY-MM-DD HH:MM" compared
*> against the slot, so an interview can only be scored once it
*> has started.
01  WS-SC-STATUS             PIC XX VALUE "00".
01  WS-SC-EOF                PIC X VALUE "N".
01  WS-SC-SHOWN              PIC 9(3) VALUE 0.
01  WS-SC-DUP                PIC X VALUE "N".
01  WS-SC-NOW                PIC X(16) VALUE SPACES.
01  WS-SC-LABEL              PIC X(20) VALUE SPACES.
01  WS-SC-SCORE              PIC 9(1) VALUE 0.
01  WS-SC-NEW-COMM           PIC 9(1) VALUE 0.
01  WS-SC-NEW-TECH           PIC 9(1) VALUE 0.
01  WS-SC-NEW-PROB           PIC 9(1) VALUE 0.
01  WS-SC-NEW-TEAM           PIC 9(1) VALUE 0.
01  WS-SC-NEW-MOTIV          PIC 9(1) VALUE 0.
01  WS-SC-NEW-RECOMMEND      PIC X(07) VALUE SPACES.

*> Structured offers: same load-all/rewrite-all shape as the
*> interview schedule. The WS-OFR-NEW- fields hold the terms the
*> employer typed until the application save has gone through.
01  WS-OFFER-STATUS          PIC XX VALUE "00".
01  WS-OFFER-EOF             PIC X VALUE "N".
01  WS-OFFER-PICK            PIC 9(3) VALUE 0.
01  WS-OFR-I                 PIC 9(3) VALUE 0.
01  WS-OFR-APP-IDX           PIC 9(4) VALUE 0.
01  WS-OFR-CLOSE-STATUS      PIC X(10) VALUE SPACES.
01  WS-OFR-NEW-SALARY        PIC X(20) VALUE SPACES.
01  WS-OFR-NEW-START         PIC X(10) VALUE SPACES.
01  WS-OFR-NEW-TYPE          PIC X(20) VALUE SPACES.
01  WS-OFR-NEW-RESPOND       PIC X(10) VALUE SPACES.
01  WS-OFFERS.
    05 WS-OFFER-COUNT        PIC 9(3) VALUE 0.
    05 WS-OFFER-TABLE OCCURS 200 TIMES.
        10 WS-OFT-USER       PIC X(20).
        10 WS-OFT-TITLE      PIC X(40).
        10 WS-OFT-EMPLOYER   PIC X(40).
        10 WS-OFT-SALARY     PIC X(20).
        10 WS-OFT-START      PIC X(10).
        10 WS-OFT-TYPE       PIC X(20).
        10 WS-OFT-RESPOND    PIC X(10).
        10 WS-OFT-STATUS     PIC X(10).
        10 WS-OFT-DATE       PIC X(10).

*> Screening questions for the posting being applied to, or the
*> answers being shown on the review screen -- never more than five.
01  WS-SQ-STATUS             PIC XX VALUE "00".
01  WS-SA-STATUS             PIC XX VALUE "00".
01  WS-SQ-EOF                PIC X VALUE "N".
01  WS-SA-EOF                PIC X VALUE "N".
01  WS-SCR-COUNT             PIC 9(1) VALUE 0.
01  WS-SCR-I                 PIC 9(1) VALUE 0.
01  WS-SCR-QUESTIONS.
    05 WS-SCR-ROW OCCURS 5 TIMES.
        10 WS-SCR-TYPE       PIC X(01).
        10 WS-SCR-TEXT       PIC X(80).
        10 WS-SCR-ANSWER     PIC X(80).

*> Referral requests, same load-all/rewrite-all shape as offers;
*> the candidate list holds the connections who can refer the
*> student to the posting on screen.
01  WS-REF-STATUS            PIC XX VALUE "00".
01  WS-REF-EOF               PIC X VALUE "N".
01  WS-REF-OVERFLOW          PIC X VALUE "N".
01  WS-REF-CHANGED           PIC X VALUE "N".
01  WS-RF-I                  PIC 9(3) VALUE 0.
01  WS-RF-J                  PIC 9(4) VALUE 0.
01  WS-RF-PICK               PIC 9(3) VALUE 0.
01  WS-RF-MATCH              PIC X VALUE "N".
01  WS-RF-APP-IDX            PIC 9(4) VALUE 0.
01  WS-RF-WHO                PIC X(20) VALUE SPACES.
01  WS-RF-NAME               PIC X(61) VALUE SPACES.
01  WS-RF-CAND-COUNT         PIC 9(3) VALUE 0.
01  WS-RF-CAND-TABLE OCCURS 25 TIMES.
    05 WS-RF-CAND-USER       PIC X(20).
    05 WS-RF-CAND-PROF       PIC 9(3).
01  WS-REFERRALS.
    05 WS-REF-COUNT          PIC 9(3) VALUE 0.
    05 WS-REF-TABLE OCCURS 500 TIMES.
        10 WS-RFT-STUDENT    PIC X(20).
        10 WS-RFT-REFERRER   PIC X(20).
        10 WS-RFT-TITLE      PIC X(40).
        10 WS-RFT-EMPLOYER   PIC X(40).
        10 WS-RFT-STATUS     PIC X(10).
        10 WS-RFT-DATE       PIC X(10).

*> Reference checks, same load-all/rewrite-all shape as referrals.
*> The candidate list holds the members the student may pick as
*> referees; the eligible list the applications they may pick for.
01  WS-RK-STATUS             PIC XX VALUE "00".
01  WS-RK-EOF                PIC X VALUE "N".
01  WS-RK-OVERFLOW           PIC X VALUE "N".
01  WS-RK-CHANGED            PIC X VALUE "N".
01  WS-RK-FOUND              PIC X VALUE "N".
01  WS-RK-I                  PIC 9(3) VALUE 0.
01  WS-RK-J                  PIC 9(4) VALUE 0.
01  WS-RK-PICK               PIC 9(3) VALUE 0.
01  WS-RK-APP                PIC 9(4) VALUE 0.
01  WS-RK-REQ                PIC 9(3) VALUE 0.
01  WS-RK-CHOSEN             PIC 9(1) VALUE 0.
01  WS-RK-SHOWN              PIC 9(3) VALUE 0.
01  WS-RK-WHO                PIC X(20) VALUE SPACES.
01  WS-RK-SRC                PIC X(01) VALUE SPACES.
01  WS-RK-NAME               PIC X(61) VALUE SPACES.
01  WS-RK-LABEL              PIC X(60) VALUE SPACES.
01  WS-RK-SCORE              PIC 9(1) VALUE 0.
01  WS-RK-NEW-KNOWN          PIC X(40) VALUE SPACES.
01  WS-RK-NEW-RELIABILITY    PIC 9(1) VALUE 0.
01  WS-RK-NEW-SKILLS         PIC 9(1) VALUE 0.
01  WS-RK-NEW-REHIRE         PIC X(03) VALUE SPACES.
01  WS-RK-ELIG-COUNT         PIC 9(3) VALUE 0.
01  WS-RK-ELIG-IDX OCCURS 200 TIMES PIC 9(4) VALUE 0.
01  WS-RK-CAND-COUNT         PIC 9(3) VALUE 0.
01  WS-RK-CAND-TABLE OCCURS 50 TIMES.
    05 WS-RK-CAND-USER       PIC X(20).
    05 WS-RK-CAND-SOURCE     PIC X(01).
01  WS-REFCHECKS.
    05 WS-RK-COUNT           PIC 9(3) VALUE 0.
    05 WS-RK-TABLE OCCURS 500 TIMES.
        10 WS-RKT-USER        PIC X(20).
        10 WS-RKT-TITLE       PIC X(40).
        10 WS-RKT-EMPLOYER    PIC X(40).
        10 WS-RKT-REFEREE     PIC X(20).
        10 WS-RKT-SOURCE      PIC X(01).
        10 WS-RKT-STATUS      PIC X(10).
        10 WS-RKT-REQ-BY      PIC X(20).
        10 WS-RKT-DATE        PIC X(10).
        10 WS-RKT-KNOWN-HOW   PIC X(40).
        10 WS-RKT-RELIABILITY PIC 9(01).
        10 WS-RKT-SKILLS      PIC 9(01).
        10 WS-RKT-REHIRE      PIC X(03).
        10 WS-RKT-COMMENT     PIC X(80).

*> Career events and RSVPs, same load-all/rewrite-all shape as
*> connections. WS-EV-RSVPED counts confirmed signups per event so
*> capacity can be enforced at RSVP time.
    05 WS-EV-LOCATION        PIC X(40).
    05 WS-EV-CAPACITY        PIC 9(3).
    05 WS-EV-RSVPED          PIC 9(3).
    05 WS-EV-BOOTH-CAP       PIC 9(3).
    05 WS-EV-BOOTHS          PIC 9(3).
01  WS-RSVPS.
    05 WS-RSVP-COUNT         PIC 9(3) VALUE 0.
    05 WS-RSVP-TABLE OCCURS 200 TIMES.
01  WS-CKIN-LIST-IDX OCCURS 200 TIMES PIC 9(3) VALUE 0.
01  WS-CKIN-DONE             PIC X VALUE "N".

*> Career fair booths: the registrations on file, the numbered event
*> and registration lists the employer and staff screens pick from,
*> and the attending employers' open postings a student can open.
01  WS-BOOTH-STATUS          PIC XX VALUE "00".
01  WS-BOOTH-EOF             PIC X VALUE "N".
01  WS-BOOTH-DONE            PIC X VALUE "N".
01  WS-MY-BOOTH-IDX          PIC 9(3) VALUE 0.
01  WS-BOOTH-NEW             PIC X(04) VALUE SPACES.
01  WS-BOOTH-LIST-COUNT      PIC 9(3) VALUE 0.
01  WS-BOOTH-LIST-IDX OCCURS 200 TIMES PIC 9(3) VALUE 0.
01  WS-BOOTHS.
    05 WS-BOOTH-COUNT        PIC 9(3) VALUE 0.
    05 WS-BOOTH-TABLE OCCURS 200 TIMES.
        10 WS-BR-EVENT-ID    PIC X(10).
        10 WS-BR-EMP-USER    PIC X(20).
        10 WS-BR-EMPLOYER    PIC X(40).
        10 WS-BR-REPS        PIC 9(2).
        10 WS-BR-TABLE       PIC X(01).
        10 WS-BR-POWER       PIC X(01).
        10 WS-BR-BOOTH       PIC X(04).
        10 WS-BR-DATE        PIC X(10).
01  WS-EVP-COUNT             PIC 9(2) VALUE 0.
01  WS-EVP-TABLE OCCURS 50 TIMES.
    05 WS-EVP-ID             PIC X(10).
    05 WS-EVP-TITLE          PIC X(40).
    05 WS-EVP-EMPLOYER       PIC X(40).
    05 WS-EVP-LOCATION       PIC X(40).
    05 WS-EVP-SALARY         PIC X(20).
    05 WS-EVP-MAJOR          PIC X(20).
    05 WS-EVP-DESC           PIC X(200).
    05 WS-EVP-DEADLINE       PIC X(10).

*> Employer fees: the rate LOOKUP-FEE-RATE resolves for one fee code
*> and employer, the charge or credit being appended to the ledger,
*> and the open charges the staff billing screen works from.
01  WS-FEE-STATUS            PIC XX VALUE "00".
01  WS-FEE-EOF               PIC X VALUE "N".
01  WS-LEDGER-STATUS         PIC XX VALUE "00".
01  WS-LEDGER-EOF            PIC X VALUE "N".
01  WS-FEE-CODE              PIC X(10) VALUE SPACES.
01  WS-FEE-EMPLOYER          PIC X(40) VALUE SPACES.
01  WS-FEE-REF               PIC X(10) VALUE SPACES.
01  WS-FEE-ITEM              PIC X(40) VALUE SPACES.
01  WS-FEE-ONCE              PIC X VALUE "N".
01  WS-FEE-FOUND             PIC X VALUE "N".
01  WS-FEE-OWN-RATE          PIC X VALUE "N".
01  WS-FEE-RATE              PIC 9(5)V99 VALUE 0.
01  WS-FEE-DESC              PIC X(40) VALUE SPACES.
01  WS-FEE-TYPE              PIC X(08) VALUE SPACES.
01  WS-FEE-AMOUNT            PIC 9(7)V99 VALUE 0.
01  WS-FEE-NOTE              PIC X(60) VALUE SPACES.
01  WS-FEE-ID-NUM            PIC 9(10) VALUE 0.
01  WS-FEE-NEXT-ID           PIC 9(10) VALUE 0.
01  WS-FEE-AMT-TEXT          PIC Z(6)9.99.
01  WS-FEE-OPEN-TEXT         PIC Z(6)9.99.
01  WS-FEE-I                 PIC 9(4) VALUE 0.
01  WS-FEE-J                 PIC 9(4) VALUE 0.
01  WS-FEE-PICK              PIC 9(4) VALUE 0.
01  WS-FEE-DONE              PIC X VALUE "N".
01  WS-LEDGER.
    05 WS-LG-COUNT           PIC 9(4) VALUE 0.
    05 WS-LG-TABLE OCCURS 1000 TIMES.
        10 WS-LG-ENTRY       PIC X(10).
        10 WS-LG-DATE        PIC X(10).
        10 WS-LG-EMPLOYER    PIC X(40).
        10 WS-LG-CODE        PIC X(10).
        10 WS-LG-REF         PIC X(10).
        10 WS-LG-AMOUNT      PIC 9(7)V99.
        10 WS-LG-OPEN        PIC 9(7)V99.
        10 WS-LG-NOTE        PIC X(60).
01  WS-BILL-EMP-COUNT        PIC 9(3) VALUE 0.
01  WS-BILL-EMP-TABLE OCCURS 200 TIMES.
    05 WS-BE-NAME            PIC X(40).
    05 WS-BE-OPEN            PIC 9(7)V99.
01  WS-BILL-LIST-COUNT       PIC 9(4) VALUE 0.
01  WS-BILL-LIST-IDX OCCURS 1000 TIMES PIC 9(4) VALUE 0.

*> Posting change log: the row LOG-POSTING-CHANGE appends, the
*> followers NOTIFY-POSTING-FOLLOWERS tells about a material change,
*> and the numbered posting list the staff history screen picks from.
01  WS-PCH-STATUS            PIC XX VALUE "00".
01  WS-PCH-EOF               PIC X VALUE "N".
01  WS-PCH-JOB-ID            PIC X(10) VALUE SPACES.
01  WS-PCH-FIELD             PIC X(10) VALUE SPACES.
01  WS-PCH-OLD               PIC X(40) VALUE SPACES.
01  WS-PCH-NEW               PIC X(40) VALUE SPACES.
01  WS-PCH-TITLE             PIC X(40) VALUE SPACES.
01  WS-PCH-EMPLOYER          PIC X(40) VALUE SPACES.
01  WS-PCH-WHAT              PIC X(40) VALUE SPACES.
01  WS-PCH-I                 PIC 9(4) VALUE 0.
01  WS-PCH-J                 PIC 9(4) VALUE 0.
01  WS-PCH-FOUND             PIC X VALUE "N".
01  WS-PCH-FOLLOW-COUNT      PIC 9(3) VALUE 0.
01  WS-PCH-FOLLOW-USER OCCURS 500 TIMES PIC X(20).
01  WS-PCH-FOLLOW-NEW        PIC X(20) VALUE SPACES.
01  WS-PCH-SEARCH            PIC X(40) VALUE SPACES.
01  WS-PCH-SEARCH-LEN        PIC 9(3) VALUE 0.
01  WS-PCH-HAY               PIC X(40) VALUE SPACES.
01  WS-PCH-HITS              PIC 9(3) VALUE 0.
01  WS-PCH-LIST-COUNT        PIC 9(3) VALUE 0.
01  WS-PCH-LIST-ID OCCURS 200 TIMES PIC X(10).

*> Openings and fill: the openings table, and the posting
*> RECHECK-POSTING-FILL is weighing -- its hires against its
*> openings, and the waiting applications closed when it fills.
01  WS-OPN-STATUS            PIC XX VALUE "00".
01  WS-OPN-EOF               PIC X VALUE "N".
01  WS-OPN-JOB-EOF           PIC X VALUE "N".
01  WS-OPN-SHOWN             PIC 9(3) VALUE 0.
01  WS-OPN-COUNT             PIC 9(3) VALUE 0.
01  WS-OPN-TABLE OCCURS 500 TIMES.
    05 WS-OPN-JOB-ID         PIC X(10).
    05 WS-OPN-SLOTS          PIC 9(3).
01  WS-FILL-TITLE            PIC X(40) VALUE SPACES.
01  WS-FILL-EMPLOYER         PIC X(40) VALUE SPACES.
01  WS-FILL-JOB-ID           PIC X(10) VALUE SPACES.
01  WS-FILL-JOB-STATUS       PIC X(10) VALUE SPACES.
01  WS-FILL-POSTED           PIC X(10) VALUE SPACES.
01  WS-FILL-ON-POSTING       PIC X VALUE "N".
01  WS-FILL-NEW-STATUS       PIC X(10) VALUE SPACES.
01  WS-FILL-FOUND            PIC X VALUE "N".
01  WS-FILL-WAS-HIRED        PIC X VALUE "N".
01  WS-FILL-SLOTS            PIC 9(3) VALUE 0.
01  WS-FILL-HIRED            PIC 9(3) VALUE 0.
01  WS-FILL-LEFT             PIC 9(3) VALUE 0.
01  WS-FILL-I                PIC 9(4) VALUE 0.
01  WS-FILL-CLOSED           PIC 9(3) VALUE 0.
01  WS-FILL-CLOSED-IDX OCCURS 500 TIMES PIC 9(4) VALUE 0.

*> Application-to-posting rows (APP-POSTING-FILE), loaded whole for
*> the fill checks. Rows past the table are simply not consulted;
*> their applications fall back to the posted-date rule.
01  WS-APL-STATUS            PIC XX VALUE "00".
01  WS-APL-EOF               PIC X VALUE "N".
01  WS-APL-COUNT             PIC 9(4) VALUE 0.
01  WS-APL-I                 PIC 9(4) VALUE 0.
01  WS-APL-MATCH             PIC 9(4) VALUE 0.
01  WS-APL-TABLE OCCURS 2000 TIMES.
    05 WS-APL-USER           PIC X(20).
    05 WS-APL-JOB-ID         PIC X(10).
    05 WS-APL-TITLE          PIC X(40).
    05 WS-APL-EMPLOYER       PIC X(40).
    05 WS-APL-DATE           PIC X(10).

*> ---------------------------------------------------------------
*> Student groups: groups, memberships, and board posts, all in the
*> usual load-all/rewrite-all shape.
        10 WS-MQT-REASON     PIC X(60).
        10 WS-MQT-DATE       PIC X(10).
        10 WS-MQT-STATUS     PIC X(10).
        10 WS-MQT-TYPE       PIC X(10).

*> ---------------------------------------------------------------
*> Blocked-terms screen: the term list, the match working fields,
*> and the held-content store behind the HELD queue rows (the usual
*> load-all/rewrite-all shape, refusing to rewrite once the file
*> has outgrown the table).
*> ---------------------------------------------------------------
01  WS-BTERM-STATUS          PIC XX VALUE "00".
01  WS-BTERM-EOF             PIC X VALUE "N".
01  WS-BTERM-COUNT           PIC 9(3) VALUE 0.
01  WS-BTERM-TABLE OCCURS 200 TIMES PIC X(30) VALUE SPACES.
01  WS-SCREEN-TEXT           PIC X(200) VALUE SPACES.
01  WS-SCREEN-UPPER          PIC X(200) VALUE SPACES.
01  WS-SCREEN-HIT            PIC X VALUE "N".
01  WS-SCREEN-TERM           PIC X(30) VALUE SPACES.
01  WS-SCREEN-T              PIC 9(3) VALUE 0.
01  WS-SCREEN-POS            PIC 9(3) VALUE 0.
01  WS-SCREEN-LEN            PIC 9(3) VALUE 0.
01  WS-SCREEN-LEFT           PIC X VALUE SPACE.
01  WS-SCREEN-RIGHT          PIC X VALUE SPACE.
01  WS-HELD-STATUS           PIC XX VALUE "00".
01  WS-HELD-EOF              PIC X VALUE "N".
01  WS-HELD-OVERFLOW         PIC X VALUE "N".
01  WS-HELD-NEXT-ID          PIC 9(10) VALUE 0.
01  WS-HELD-ID-NUM           PIC 9(10) VALUE 0.
01  WS-HELD-ROW              PIC 9(4) VALUE 0.
01  WS-HELD-I                PIC 9(4) VALUE 0.
01  WS-HELD-KIND             PIC X(10) VALUE SPACES.
01  WS-HELD-KEY1             PIC X(20) VALUE SPACES.
01  WS-HELD-KEY2             PIC X(20) VALUE SPACES.
01  WS-HELD-LABEL            PIC X(20) VALUE SPACES.
01  WS-HELD-OK               PIC X VALUE "N".
01  WS-HELD-GROUP-OK         PIC X VALUE "N".
01  WS-HELD-ID-USED          PIC X VALUE "N".
01  WS-HELDS.
    05 WS-HELD-COUNT         PIC 9(4) VALUE 0.
    05 WS-HELD-TABLE OCCURS 1000 TIMES.
        10 WS-HCT-ID         PIC X(10).
        10 WS-HCT-KIND       PIC X(10).
        10 WS-HCT-AUTHOR     PIC X(20).
        10 WS-HCT-KEY1       PIC X(20).
        10 WS-HCT-KEY2       PIC X(20).
        10 WS-HCT-REF        PIC X(10).
        10 WS-HCT-TS         PIC X(20).
        10 WS-HCT-TERM       PIC X(30).
        10 WS-HCT-STATUS     PIC X(10).
        10 WS-HCT-TEXT       PIC X(200).

*> Candidate search and shortlist for employers: the criteria, the
*> numbered hit list, and the loaded shortlist rows. WS-EMP-VIEW is
01  WS-CS-UNIV               PIC X(30) VALUE SPACES.
01  WS-CS-GRAD               PIC X(4) VALUE SPACES.
01  WS-CS-SKILL              PIC 9(1) VALUE 0.
01  WS-CS-CERT               PIC X(40) VALUE SPACES.
01  WS-CS-MIN-GPA            PIC 9V99 VALUE 0.
01  WS-CS-HIT-COUNT          PIC 9(3) VALUE 0.
01  WS-CS-HIT-IDX OCCURS 200 TIMES PIC 9(3) VALUE 0.
01  WS-CS-MATCH              PIC X VALUE "N".
01  WS-PLACE-DUP             PIC X VALUE "N".
01  WS-PL-EMPLOYER           PIC X(40) VALUE SPACES.
01  WS-PL-TITLE              PIC X(40) VALUE SPACES.
01  WS-PL-VERIFY             PIC X(10) VALUE SPACES.

*> Placement verification: the employer's (or staff's) pick list of
*> self-reports awaiting an answer, and the answer being applied.
01  WS-PLACEWK-STATUS        PIC XX VALUE "00".
01  WS-PV-LINKED             PIC 9(3) VALUE 0.
01  WS-PV-LIST-COUNT         PIC 9(2) VALUE 0.
01  WS-PV-LIST OCCURS 50 TIMES.
    05 WS-PVL-USER           PIC X(20).
    05 WS-PVL-EMPLOYER       PIC X(40).
    05 WS-PVL-TITLE          PIC X(40).
    05 WS-PVL-DATE           PIC X(10).
    05 WS-PVL-VERIFY         PIC X(10).
01  WS-PV-PICK               PIC 9(2) VALUE 0.
01  WS-PV-NEW-STATUS         PIC X(10) VALUE SPACES.
01  WS-PV-APPLIED            PIC X VALUE "N".

*> Advisor caseloads: the whole assignment file, plus the per-student
*> figures the "My caseload" screen prints.
01  WS-CL-STATUS             PIC XX VALUE "00".
01  WS-CG-STATUS             PIC XX VALUE "00".
01  WS-CL-EOF                PIC X VALUE "N".
01  WS-CASELOADS.
    05 WS-CL-COUNT           PIC 9(4) VALUE 0.
    05 WS-CL-TABLE OCCURS 1000 TIMES.
        10 WS-CLT-STUDENT    PIC X(20).
        10 WS-CLT-ADVISOR    PIC X(20).
        10 WS-CLT-SOURCE     PIC X(06).
        10 WS-CLT-DATE       PIC X(10).
01  WS-CL-IDX                PIC 9(4) VALUE 0.
01  WS-CL-MINE               PIC 9(4) VALUE 0.
01  WS-CL-STUDENT-Q          PIC X(20) VALUE SPACES.
01  WS-CL-ADVISOR-Q          PIC X(20) VALUE SPACES.
01  WS-CL-OLD-ADVISOR        PIC X(20) VALUE SPACES.
01  WS-CL-PROF-IDX           PIC 9(3) VALUE 0.
01  WS-CL-PARTS              PIC 9(1) VALUE 0.
01  WS-CL-PCT                PIC 9(3) VALUE 0.
01  WS-CL-APPS               PIC 9(3) VALUE 0.
01  WS-CL-IVS                PIC 9(3) VALUE 0.
01  WS-CL-LATEST-STATUS      PIC X(20) VALUE SPACES.
01  WS-CL-LATEST-DATE        PIC X(10) VALUE SPACES.
01  WS-CL-PLACED             PIC X(40) VALUE SPACES.
01  WS-CL-NAME               PIC X(61) VALUE SPACES.

*> Advising notes: the student and (optional) slot the notes screen
*> was opened for.
01  WS-AN-STATUS             PIC XX VALUE "00".
01  WS-AN-EOF                PIC X VALUE "N".
01  WS-AN-STUDENT            PIC X(20) VALUE SPACES.
01  WS-AN-SLOT-DATE          PIC X(10) VALUE SPACES.
01  WS-AN-SLOT-TIME          PIC X(05) VALUE SPACES.
01  WS-AN-SHOWN              PIC 9(3) VALUE 0.

*> Record-access logging: the member opened, the screen, and the
*> purpose code picked for this look.
01  WS-RA-STATUS             PIC XX VALUE "00".
01  WS-RA-STUDENT            PIC X(20) VALUE SPACES.
01  WS-RA-SCREEN             PIC X(20) VALUE SPACES.
01  WS-RA-PURPOSE            PIC X(10) VALUE SPACES.
01  WS-RA-TS                 PIC X(20) VALUE SPACES.

*> Accommodation requests, loaded whole (every state). The -Q
*> fields name the interview or signup a lookup is about.
01  WS-AC-STATUS             PIC XX VALUE "00".
01  WS-AC-EOF                PIC X VALUE "N".
01  WS-AC-IDX                PIC 9(3) VALUE 0.
01  WS-AC-NEXT-ID            PIC 9(5) VALUE 0.
01  WS-AC-KIND-Q             PIC X(09) VALUE SPACES.
01  WS-AC-STUDENT-Q          PIC X(20) VALUE SPACES.
01  WS-AC-PARTY-Q            PIC X(40) VALUE SPACES.
01  WS-AC-TITLE-Q            PIC X(40) VALUE SPACES.
01  WS-AC-DATE-Q             PIC X(16) VALUE SPACES.
01  WS-AC-NEED-IN            PIC X(40) VALUE SPACES.
01  WS-AC-LIST-COUNT         PIC 9(3) VALUE 0.
01  WS-AC-LIST-IDX OCCURS 200 TIMES PIC 9(3) VALUE 0.
01  WS-ACCOMMODATIONS.
    05 WS-AC-COUNT           PIC 9(3) VALUE 0.
    05 WS-AC-TABLE OCCURS 200 TIMES.
        10 WS-ACT-ID         PIC 9(05).
        10 WS-ACT-KIND       PIC X(09).
        10 WS-ACT-STUDENT    PIC X(20).
        10 WS-ACT-PARTY      PIC X(40).
        10 WS-ACT-TITLE      PIC X(40).
        10 WS-ACT-DATE       PIC X(16).
        10 WS-ACT-NEED       PIC X(40).
        10 WS-ACT-REASON     PIC X(60).
        10 WS-ACT-LOGISTICS  PIC X(60).
        10 WS-ACT-STATE      PIC X(08).
        10 WS-ACT-STAFF      PIC X(20).
        10 WS-ACT-OPENED     PIC X(10).
        10 WS-ACT-CLOSED     PIC X(10).

*> Legal holds, loaded whole (active and released rows alike).
01  WS-LH-STATUS             PIC XX VALUE "00".
01  WS-LH-EOF                PIC X VALUE "N".
01  WS-LS-STATUS             PIC XX VALUE "00".
01  WS-LH-QUERY              PIC X(20) VALUE SPACES.
01  WS-LH-IDX                PIC 9(3) VALUE 0.
01  WS-LH-SHOWN              PIC 9(3) VALUE 0.
01  WS-LEGAL-HOLDS.
    05 WS-LH-COUNT           PIC 9(3) VALUE 0.
    05 WS-LH-TABLE OCCURS 500 TIMES.
        10 WS-LHT-USER       PIC X(20).
        10 WS-LHT-CASE       PIC X(20).
        10 WS-LHT-DATE       PIC X(10).
        10 WS-LHT-BY         PIC X(20).
        10 WS-LHT-STATUS     PIC X(08).
        10 WS-LHT-RELEASED   PIC X(10).

*> The signed-in staffer's university scope; no rows = every campus.
01  WS-SSC-STATUS            PIC XX VALUE "00".
01  WS-SSC-EOF               PIC X VALUE "N".
01  WS-SCOPE-COUNT           PIC 9(2) VALUE 0.
01  WS-SCOPE-UNIV OCCURS 20 TIMES PIC X(50) VALUE SPACES.
01  WS-SCOPE-QUERY           PIC X(20) VALUE SPACES.
01  WS-SCOPE-PROF-IDX        PIC 9(3) VALUE 0.
01  WS-SCOPE-I               PIC 9(3) VALUE 0.
01  WS-SCOPE-J               PIC 9(2) VALUE 0.
01  WS-IN-SCOPE              PIC X VALUE "Y".

*> Hiring-team notes on the application open in the review queue.
01  WS-HN-STATUS             PIC XX VALUE "00".
01  WS-HN-EOF                PIC X VALUE "N".
01  WS-HN-SHOWN              PIC 9(3) VALUE 0.

*> Posting skills and the fit score. PREPARE-FIT-USER loads one
*> member's completions, endorsements, and profile row; each
*> SCORE-FIT-POSTING then scores one posting out of 100 -- 60 for
*> the listed skills held (required count double), 15 for
*> endorsements on them, 25 for a major match.
01  WS-PSK-STATUS            PIC XX VALUE "00".
01  WS-PSK-EOF               PIC X VALUE "N".
01  WS-PSK-COUNT             PIC 9(4) VALUE 0.
01  WS-PSK-TABLE OCCURS 1000 TIMES.
    05 WS-PSKT-JOB-ID        PIC X(10).
    05 WS-PSKT-KIND          PIC X(01).
    05 WS-PSKT-NUM           PIC 9(01).
    05 WS-PSKT-TEXT          PIC X(30).

01  WS-ALIAS-STATUS          PIC XX VALUE "00".
01  WS-ALIAS-EOF             PIC X VALUE "N".
01  WS-FIT-USER              PIC X(20) VALUE SPACES.
01  WS-FIT-PROF-IDX          PIC 9(3) VALUE 0.
01  WS-FIT-JOB-ID            PIC X(10) VALUE SPACES.
01  WS-FIT-JOB-MAJOR         PIC X(20) VALUE SPACES.
01  WS-FIT-SCORE             PIC 9(3) VALUE 0.
01  WS-FIT-DISP              PIC ZZ9.
01  WS-FIT-UNITS             PIC 9(3) VALUE 0.
01  WS-FIT-HELD-UNITS        PIC 9(3) VALUE 0.
01  WS-FIT-ENDORSE           PIC 9(4) VALUE 0.
01  WS-FIT-I                 PIC 9(4) VALUE 0.
01  WS-FIT-J                 PIC 9(4) VALUE 0.
01  WS-FIT-K                 PIC 9(1) VALUE 0.
01  WS-FIT-X                 PIC 9(2) VALUE 0.
01  WS-FIT-SHOW              PIC X VALUE "N".
01  WS-FIT-LINE              PIC X(200) VALUE SPACES.
01  WS-FIT-ON-COUNT          PIC 9(1) VALUE 0.
01  WS-FIT-ON OCCURS 8 TIMES.
    05 WS-FIT-ON-ROW         PIC 9(4).
    05 WS-FIT-ON-HELD        PIC X(01).
*> The signed-in employer's open postings, for candidate search.
01  WS-FIT-POST-COUNT        PIC 9(2) VALUE 0.
01  WS-FIT-POST OCCURS 20 TIMES.
    05 WS-FPT-ID             PIC X(10).
    05 WS-FPT-TITLE          PIC X(40).
    05 WS-FPT-MAJOR          PIC X(20).
01  WS-FIT-BEST-SCORE        PIC 9(3) VALUE 0.
01  WS-FIT-BEST-IDX          PIC 9(2) VALUE 0.

*> Alumni panel on the job detail screen: members whose Experience
*> names the posting's employer, with how the student can reach them.
01  WS-AL-COUNT              PIC 9(2) VALUE 0.
01  WS-AL-X                  PIC 9(2) VALUE 0.
01  WS-AL-EXP                PIC 9(2) VALUE 0.
01  WS-AL-PICK               PIC 9(2) VALUE 0.
01  WS-AL-ROW OCCURS 20 TIMES.
    05 WS-ALT-PROF-IDX       PIC 9(3).
    05 WS-ALT-DIRECT         PIC X(01).
    05 WS-ALT-MENTOR         PIC 9(3).

*> Connection path finder on a found profile: the shortest chain of
*> accepted connections (up to three hops) from viewer to target.
01  WS-PF-TARGET             PIC X(20) VALUE SPACES.
01  WS-PF-HOPS               PIC 9 VALUE 0.
01  WS-PF-HOP1               PIC X(20) VALUE SPACES.
01  WS-PF-HOP2               PIC X(20) VALUE SPACES.
01  WS-PF-A                  PIC 9(3) VALUE 0.
01  WS-PF-B                  PIC 9(3) VALUE 0.
01  WS-PF-P                  PIC 9(3) VALUE 0.
01  WS-PF-FROM               PIC X(20) VALUE SPACES.
01  WS-PF-ROW-SENDER         PIC X(20) VALUE SPACES.
01  WS-PF-ROW-RECIP          PIC X(20) VALUE SPACES.
01  WS-PF-ROW-STATUS         PIC X(20) VALUE SPACES.
01  WS-PF-CAND               PIC X(20) VALUE SPACES.
01  WS-PF-MID                PIC X(20) VALUE SPACES.
01  WS-PF-OK                 PIC X VALUE "N".
01  WS-PF-NAME               PIC X(61) VALUE SPACES.
01  WS-PF-NAME1              PIC X(61) VALUE SPACES.
01  WS-PF-NAME2              PIC X(61) VALUE SPACES.
01  WS-PF-NAMET              PIC X(61) VALUE SPACES.
*> The viewer's own rows, held while PATH-THIRD-HOP loads each
*> middle member's rows into WS-CONNECTIONS (same shape).
01  WS-PF-VIEWER-CONNS.
    05 WS-PF-V-COUNT          PIC 9(3) VALUE 0.
    05 WS-PF-V-TABLE OCCURS 500 TIMES.
        10 WS-PF-V-SENDER     PIC X(20).
        10 WS-PF-V-RECIPIENT  PIC X(20).
        10 WS-PF-V-STATUS     PIC X(20).
        10 WS-PF-V-ORIG       PIC X(20).
01  WS-PL-SOURCE             PIC X(10) VALUE SPACES.


        CLOSE SKILLS-FILE
    END-IF.

    *> Certifications: try read existing; if missing, create empty
    OPEN INPUT CERT-FILE
    IF WS-CERT-STATUS = "35"
        CLOSE CERT-FILE
        OPEN OUTPUT CERT-FILE
        CLOSE CERT-FILE
    ELSE
        CLOSE CERT-FILE
    END-IF.

    *> Suspensions: try read existing; if missing, create empty
    OPEN INPUT SUSPEND-FILE
    IF WS-SUS-STATUS = "35"
        CLOSE VIEWLOG-FILE
    END-IF.

    *> Posting view log: try read existing; if missing, create empty
    OPEN INPUT POSTING-VIEW-FILE
    IF WS-PV-STATUS = "35"
        CLOSE POSTING-VIEW-FILE
        OPEN OUTPUT POSTING-VIEW-FILE
        CLOSE POSTING-VIEW-FILE
    ELSE
        CLOSE POSTING-VIEW-FILE
    END-IF.

    *> Interview schedule: try read existing; if missing, create empty
    OPEN INPUT INTERVIEW-FILE
    IF WS-IV-STATUS = "35"
        CLOSE INTERVIEW-FILE
    END-IF.

    *> Interview scorecards: try read existing; if missing, create empty
    OPEN INPUT SCORECARD-FILE
    IF WS-SC-STATUS = "35"
        CLOSE SCORECARD-FILE
        OPEN OUTPUT SCORECARD-FILE
        CLOSE SCORECARD-FILE
    ELSE
        CLOSE SCORECARD-FILE
    END-IF.

    *> Offers: try read existing; if missing, create empty
    OPEN INPUT OFFER-FILE
    IF WS-OFFER-STATUS = "35"
        CLOSE OFFER-FILE
        OPEN OUTPUT OFFER-FILE
        CLOSE OFFER-FILE
    ELSE
        CLOSE OFFER-FILE
    END-IF.

    *> Screening answers: try read existing; if missing, create empty
    OPEN INPUT SCREEN-ANSWER-FILE
    IF WS-SA-STATUS = "35"
        CLOSE SCREEN-ANSWER-FILE
        OPEN OUTPUT SCREEN-ANSWER-FILE
        CLOSE SCREEN-ANSWER-FILE
    ELSE
        CLOSE SCREEN-ANSWER-FILE
    END-IF.

    *> Referrals: try read existing; if missing, create empty
    OPEN INPUT REFERRAL-FILE
    IF WS-REF-STATUS = "35"
        CLOSE REFERRAL-FILE
        OPEN OUTPUT REFERRAL-FILE
        CLOSE REFERRAL-FILE
    ELSE
        CLOSE REFERRAL-FILE
    END-IF.

    *> Reference checks: try read existing; if missing, create empty
    OPEN INPUT REFCHECK-FILE
    IF WS-RK-STATUS = "35"
        CLOSE REFCHECK-FILE
        OPEN OUTPUT REFCHECK-FILE
        CLOSE REFCHECK-FILE
    ELSE
        CLOSE REFCHECK-FILE
    END-IF.

    *> Event RSVPs: try read existing; if missing, create empty
    OPEN INPUT EVENT-RSVP-FILE
    IF WS-RSVP-STATUS = "35"
        CLOSE EVENT-CHECKIN-FILE
    END-IF.

    *> Employer booth registrations: try read existing; if missing,
    *> create empty
    OPEN INPUT BOOTH-FILE
    IF WS-BOOTH-STATUS = "35"
        CLOSE BOOTH-FILE
        OPEN OUTPUT BOOTH-FILE
        CLOSE BOOTH-FILE
    ELSE
        CLOSE BOOTH-FILE
    END-IF.

    *> Employer fee schedule and charge ledger: try read existing; if
    *> missing, create empty
    OPEN INPUT FEE-FILE
    IF WS-FEE-STATUS = "35"
        CLOSE FEE-FILE
        OPEN OUTPUT FEE-FILE
        CLOSE FEE-FILE
    ELSE
        CLOSE FEE-FILE
    END-IF.

    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS = "35"
        CLOSE LEDGER-FILE
        OPEN OUTPUT LEDGER-FILE
        CLOSE LEDGER-FILE
    ELSE
        CLOSE LEDGER-FILE
    END-IF.

    OPEN INPUT POSTING-CHANGE-FILE
    IF WS-PCH-STATUS = "35"
        CLOSE POSTING-CHANGE-FILE
        OPEN OUTPUT POSTING-CHANGE-FILE
        CLOSE POSTING-CHANGE-FILE
    ELSE
        CLOSE POSTING-CHANGE-FILE
    END-IF.

    OPEN INPUT OPENINGS-FILE
    IF WS-OPN-STATUS = "35"
        CLOSE OPENINGS-FILE
        OPEN OUTPUT OPENINGS-FILE
        CLOSE OPENINGS-FILE
    ELSE
        CLOSE OPENINGS-FILE
    END-IF.

    *> Group files: try read existing; if missing, create empty
    OPEN INPUT GROUP-FILE
    IF WS-GROUP-STATUS = "35"
        CLOSE MODERATION-FILE
    END-IF.

    OPEN INPUT BLOCKED-TERMS-FILE
    IF WS-BTERM-STATUS = "35"
        CLOSE BLOCKED-TERMS-FILE
        OPEN OUTPUT BLOCKED-TERMS-FILE
        CLOSE BLOCKED-TERMS-FILE
    ELSE
        CLOSE BLOCKED-TERMS-FILE
    END-IF.

    OPEN INPUT HELD-CONTENT-FILE
    IF WS-HELD-STATUS = "35"
        CLOSE HELD-CONTENT-FILE
        OPEN OUTPUT HELD-CONTENT-FILE
        CLOSE HELD-CONTENT-FILE
    ELSE
        CLOSE HELD-CONTENT-FILE
    END-IF.

    *> Employer reviews: try read existing; if missing, create empty
    OPEN INPUT EMP-REVIEW-FILE
    IF WS-HR-STATUS = "35"
        CLOSE EMP-REVIEW-FILE
        OPEN OUTPUT EMP-REVIEW-FILE
        CLOSE EMP-REVIEW-FILE
    ELSE
        CLOSE EMP-REVIEW-FILE
    END-IF.

    *> Credit agreements: try read existing; if missing, create empty
    OPEN INPUT CREDIT-AGREEMENT-FILE
    IF WS-CA-STATUS = "35"
        CLOSE CREDIT-AGREEMENT-FILE
        OPEN OUTPUT CREDIT-AGREEMENT-FILE
        CLOSE CREDIT-AGREEMENT-FILE
    ELSE
        CLOSE CREDIT-AGREEMENT-FILE
    END-IF.

    *> Credit hours: try read existing; if missing, create empty
    OPEN INPUT CREDIT-HOURS-FILE
    IF WS-CW-STATUS = "35"
        CLOSE CREDIT-HOURS-FILE
        OPEN OUTPUT CREDIT-HOURS-FILE
        CLOSE CREDIT-HOURS-FILE
    ELSE
        CLOSE CREDIT-HOURS-FILE
    END-IF.

    *> Shortlists: try read existing; if missing, create empty
    OPEN INPUT SHORTLIST-FILE
    IF WS-SHORT-STATUS = "35"
        CLOSE PLACEMENT-FILE
    END-IF.

    *> Caseloads: try read existing; if missing, create empty
    OPEN INPUT CASELOAD-FILE
    IF WS-CL-STATUS = "35"
        CLOSE CASELOAD-FILE
        OPEN OUTPUT CASELOAD-FILE
        CLOSE CASELOAD-FILE
    ELSE
        CLOSE CASELOAD-FILE
    END-IF.

    *> Caseload move log: try read existing; if missing, create empty
    OPEN INPUT CASELOAD-LOG-FILE
    IF WS-CG-STATUS = "35"
        CLOSE CASELOAD-LOG-FILE
        OPEN OUTPUT CASELOAD-LOG-FILE
        CLOSE CASELOAD-LOG-FILE
    ELSE
        CLOSE CASELOAD-LOG-FILE
    END-IF.

    *> Advising notes: try read existing; if missing, create empty
    OPEN INPUT ADVISING-NOTE-FILE
    IF WS-AN-STATUS = "35"
        CLOSE ADVISING-NOTE-FILE
        OPEN OUTPUT ADVISING-NOTE-FILE
        CLOSE ADVISING-NOTE-FILE
    ELSE
        CLOSE ADVISING-NOTE-FILE
    END-IF.

    *> Record-access log: try read existing; if missing, create empty
    OPEN INPUT RECORD-ACCESS-FILE
    IF WS-RA-STATUS = "35"
        CLOSE RECORD-ACCESS-FILE
        OPEN OUTPUT RECORD-ACCESS-FILE
        CLOSE RECORD-ACCESS-FILE
    ELSE
        CLOSE RECORD-ACCESS-FILE
    END-IF.

    *> Accommodation requests: try read existing; if missing, create empty
    OPEN INPUT ACCOMMODATION-FILE
    IF WS-AC-STATUS = "35"
        CLOSE ACCOMMODATION-FILE
        OPEN OUTPUT ACCOMMODATION-FILE
        CLOSE ACCOMMODATION-FILE
    ELSE
        CLOSE ACCOMMODATION-FILE
    END-IF.

    *> Staff scopes: try read existing; if missing, create empty
    OPEN INPUT STAFF-SCOPE-FILE
    IF WS-SSC-STATUS = "35"
        CLOSE STAFF-SCOPE-FILE
        OPEN OUTPUT STAFF-SCOPE-FILE
        CLOSE STAFF-SCOPE-FILE
    ELSE
        CLOSE STAFF-SCOPE-FILE
    END-IF.

    *> Hiring notes: try read existing; if missing, create empty
    OPEN INPUT HIRING-NOTE-FILE
    IF WS-HN-STATUS = "35"
        CLOSE HIRING-NOTE-FILE
        OPEN OUTPUT HIRING-NOTE-FILE
        CLOSE HIRING-NOTE-FILE
    ELSE
        CLOSE HIRING-NOTE-FILE
    END-IF.

    *> Legal holds: try read existing; if missing, create empty
    OPEN INPUT LEGAL-HOLD-FILE
    IF WS-LH-STATUS = "35"
        CLOSE LEGAL-HOLD-FILE
        OPEN OUTPUT LEGAL-HOLD-FILE
        CLOSE LEGAL-HOLD-FILE
    ELSE
        CLOSE LEGAL-HOLD-FILE
    END-IF.

    *> Notification preferences: try read existing; if missing, create empty
    OPEN INPUT NOTIFY-PREF-FILE
    IF WS-NPREF-STATUS = "35"
        CLOSE NOTIFY-PREF-FILE
    END-IF.

    *> Mail spool: try read existing; if missing, create empty
    OPEN INPUT MAIL-SPOOL-FILE
    IF WS-SP-STATUS = "35"
        CLOSE MAIL-SPOOL-FILE
        OPEN OUTPUT MAIL-SPOOL-FILE
        CLOSE MAIL-SPOOL-FILE
    ELSE
        CLOSE MAIL-SPOOL-FILE
    END-IF.

    *> Mail addresses: try read existing; if missing, create empty
    OPEN INPUT MAIL-ADDRESS-FILE
    IF WS-MA-STATUS = "35"
        CLOSE MAIL-ADDRESS-FILE
        OPEN OUTPUT MAIL-ADDRESS-FILE
        CLOSE MAIL-ADDRESS-FILE
    ELSE
        CLOSE MAIL-ADDRESS-FILE
    END-IF.

    *> GPA: try read existing; if missing, create empty
    OPEN INPUT GPA-FILE
    IF WS-GA-STATUS = "35"
        CLOSE GPA-FILE
        OPEN OUTPUT GPA-FILE
        CLOSE GPA-FILE
    ELSE
        CLOSE GPA-FILE
    END-IF.

    *> GPA consent: try read existing; if missing, create empty
    OPEN INPUT GPA-CONSENT-FILE
    IF WS-GK-STATUS = "35"
        CLOSE GPA-CONSENT-FILE
        OPEN OUTPUT GPA-CONSENT-FILE
        CLOSE GPA-CONSENT-FILE
    ELSE
        CLOSE GPA-CONSENT-FILE
    END-IF.

    PERFORM INIT-SKILL-CATALOG
    PERFORM INIT-NOTIFY-CATALOG
    PERFORM LOAD-ACCOUNT-CAPS
*>   interview offer always gets through.
*> ---------------------------------------------------------------
INIT-NOTIFY-CATALOG.
    MOVE 18 TO WS-NPREF-CAT-COUNT
    MOVE "CONN-ACCEPTED"     TO WS-NPC-EVENT(1)
    MOVE "Connection request accepted" TO WS-NPC-LABEL(1)
    MOVE "APP-STATUS"        TO WS-NPC-EVENT(2)
    MOVE "DEADLINE-WARNING"  TO WS-NPC-EVENT(8)
    MOVE "Posting deadline warnings" TO WS-NPC-LABEL(8)
    MOVE "FEED-COMMENT"      TO WS-NPC-EVENT(9)
    MOVE "Comments on my updates" TO WS-NPC-LABEL(9)
    MOVE "OFFER-EXPIRED"     TO WS-NPC-EVENT(10)
    MOVE "Job offers that expired" TO WS-NPC-LABEL(10)
    MOVE "REFERRAL-REQUEST"  TO WS-NPC-EVENT(11)
    MOVE "Referral requests" TO WS-NPC-LABEL(11)
    MOVE "REFERRAL-RESULT"   TO WS-NPC-EVENT(12)
    MOVE "Answers to my referral requests" TO WS-NPC-LABEL(12)
    MOVE "POSTING-CHANGED"   TO WS-NPC-EVENT(13)
    MOVE "Changes to jobs I applied to or saved" TO WS-NPC-LABEL(13)
    MOVE "CERT-EXPIRY"       TO WS-NPC-EVENT(14)
    MOVE "Certification expiry reminders" TO WS-NPC-LABEL(14)
    MOVE "SCORECARD-DUE"     TO WS-NPC-EVENT(15)
    MOVE "Interviews still awaiting a scorecard" TO WS-NPC-LABEL(15)
    MOVE "PLACEMENT-RESULT"  TO WS-NPC-EVENT(16)
    MOVE "Employer answers on my reported placements" TO WS-NPC-LABEL(16)
    MOVE "REFERENCE-REQUEST" TO WS-NPC-EVENT(17)
    MOVE "Reference requests" TO WS-NPC-LABEL(17)
    MOVE "REFERENCE-RESULT"  TO WS-NPC-EVENT(18)
    MOVE "Reference check updates" TO WS-NPC-LABEL(18).

*> ---------------------------------------------------------------
*> INIT-SKILL-CATALOG
    MOVE "CONN-EXPIRE-DAYS" TO WS-PM-NAME(WS-PARAM-COUNT)
    MOVE 30    TO WS-PM-VALUE(WS-PARAM-COUNT)
    MOVE 7     TO WS-PM-MIN(WS-PARAM-COUNT)
    MOVE 365   TO WS-PM-MAX(WS-PARAM-COUNT)

    ADD 1 TO WS-PARAM-COUNT
    MOVE "OUTREACH-GRAD-MONTHS" TO WS-PM-NAME(WS-PARAM-COUNT)
    MOVE 6     TO WS-PM-VALUE(WS-PARAM-COUNT)
    MOVE 1     TO WS-PM-MIN(WS-PARAM-COUNT)
    MOVE 24    TO WS-PM-MAX(WS-PARAM-COUNT)

    ADD 1 TO WS-PARAM-COUNT
    MOVE "MSG-DAILY-CAP" TO WS-PM-NAME(WS-PARAM-COUNT)
    MOVE 50    TO WS-PM-VALUE(WS-PARAM-COUNT)
    MOVE 5     TO WS-PM-MIN(WS-PARAM-COUNT)
    MOVE 500   TO WS-PM-MAX(WS-PARAM-COUNT)

    ADD 1 TO WS-PARAM-COUNT
    MOVE "MSG-STRANGER-CAP" TO WS-PM-NAME(WS-PARAM-COUNT)
    MOVE 10    TO WS-PM-VALUE(WS-PARAM-COUNT)
    MOVE 1     TO WS-PM-MIN(WS-PARAM-COUNT)
    MOVE 100   TO WS-PM-MAX(WS-PARAM-COUNT)

    *> Read only by the nightly login-pattern report: failures across
    *> this many distinct accounts inside this many minutes is a burst.
    ADD 1 TO WS-PARAM-COUNT
    MOVE "LOGIN-BURST-MINUTES" TO WS-PM-NAME(WS-PARAM-COUNT)
    MOVE 10    TO WS-PM-VALUE(WS-PARAM-COUNT)
    MOVE 1     TO WS-PM-MIN(WS-PARAM-COUNT)
    MOVE 120   TO WS-PM-MAX(WS-PARAM-COUNT)

    ADD 1 TO WS-PARAM-COUNT
    MOVE "LOGIN-BURST-ACCOUNTS" TO WS-PM-NAME(WS-PARAM-COUNT)
    MOVE 5     TO WS-PM-VALUE(WS-PARAM-COUNT)
    MOVE 2     TO WS-PM-MIN(WS-PARAM-COUNT)
    MOVE 50    TO WS-PM-MAX(WS-PARAM-COUNT)

    *> Read only by the nightly dormant-group sweep: a group with no
    *> post for this many days gets its owner warned, and is closed
    *> if the board is still silent this many days after the warning.
    ADD 1 TO WS-PARAM-COUNT
    MOVE "GROUP-IDLE-DAYS" TO WS-PM-NAME(WS-PARAM-COUNT)
    MOVE 365   TO WS-PM-VALUE(WS-PARAM-COUNT)
    MOVE 30    TO WS-PM-MIN(WS-PARAM-COUNT)
    MOVE 3650  TO WS-PM-MAX(WS-PARAM-COUNT)

    ADD 1 TO WS-PARAM-COUNT
    MOVE "GROUP-CLOSE-GRACE-DAYS" TO WS-PM-NAME(WS-PARAM-COUNT)
    MOVE 30    TO WS-PM-VALUE(WS-PARAM-COUNT)
    MOVE 7     TO WS-PM-MIN(WS-PARAM-COUNT)
    MOVE 365   TO WS-PM-MAX(WS-PARAM-COUNT)

    *> Read only by the nightly placement-verification sweep: a
    *> self-reported placement the employer has not answered after
    *> this many days goes to career services.
    ADD 1 TO WS-PARAM-COUNT
    MOVE "PLACEMENT-VERIFY-DAYS" TO WS-PM-NAME(WS-PARAM-COUNT)
    MOVE 30    TO WS-PM-VALUE(WS-PARAM-COUNT)
    MOVE 7     TO WS-PM-MIN(WS-PARAM-COUNT)
    MOVE 180   TO WS-PM-MAX(WS-PARAM-COUNT).

TAKE-ONE-PARAM-ROW.
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-PARAM-COUNT
    MOVE WS-PM-VALUE(2) TO WS-MAX-FAILED-ATTEMPTS
    MOVE WS-PM-VALUE(3) TO WS-NOTIFY-CAP
    MOVE WS-PM-VALUE(4) TO WS-ACCT-CAP-LIMIT
    MOVE WS-PM-VALUE(5) TO WS-PROF-CAP-LIMIT
    MOVE WS-PM-VALUE(10) TO WS-MSG-DAILY-CAP
    MOVE WS-PM-VALUE(11) TO WS-MSG-STRANGER-CAP.

*> ---------------------------------------------------------------
*> LOAD-UNIVERSITIES
                WHEN "E"
                    PERFORM EMPLOYER-MENU
                WHEN "C"
                    PERFORM LOAD-STAFF-SCOPE
                    PERFORM STAFF-MENU
                WHEN OTHER
                    PERFORM POST-LOGIN-MENU
    END-IF

    PERFORM FORMAT-TODAY-DATE

    *> A member under legal hold stays live: the request is refused,
    *> audited, and tallied against the hold like a skipped row.
    PERFORM LOAD-ALL-LEGAL-HOLDS
    MOVE WS-CURR-USER TO WS-LH-QUERY
    PERFORM CHECK-LEGAL-HOLD
    IF WS-LH-IDX > 0
        PERFORM LOG-LEGAL-HOLD-SKIP

        MOVE "ACCT-DEACT-HELD" TO WS-AUDIT-EVENT
        MOVE WS-CURR-USER      TO WS-AUDIT-USER
        MOVE WS-LHT-CASE(WS-LH-IDX) TO WS-AUDIT-DETAIL
        PERFORM LOG-AUDIT-EVENT

        MOVE "Your account cannot be deactivated right now. Please contact career services."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-DEACTIVATED
    MOVE WS-CURR-USER TO WS-DEACT-QUERY
    PERFORM CHECK-USER-DEACTIVATED
        TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE 26 TO WS-MENU-NUM.

*> ---------------------------------------------------------------
*> LOG-LEGAL-HOLD-SKIP
*>   Tallies the refused deactivation against the hold, in the
*>   same skip file the purge and archive jobs append to.
*> ---------------------------------------------------------------
LOG-LEGAL-HOLD-SKIP.
    OPEN EXTEND LEGAL-HOLD-SKIP-FILE
    IF WS-LS-STATUS = "35"
        OPEN OUTPUT LEGAL-HOLD-SKIP-FILE
        CLOSE LEGAL-HOLD-SKIP-FILE
        OPEN EXTEND LEGAL-HOLD-SKIP-FILE
    END-IF
    MOVE SPACES TO LEGAL-HOLD-SKIP-REC
    MOVE WS-TODAY-DATE           TO LS-DATE
    MOVE WS-CURR-USER            TO LS-USER
    MOVE "DEACTIVATE-MY-ACCOUNT" TO LS-TOOL
    MOVE 1                       TO LS-COUNT
    MOVE "|" TO LEGAL-HOLD-SKIP-REC(11:1)
    MOVE "|" TO LEGAL-HOLD-SKIP-REC(32:1)
    MOVE "|" TO LEGAL-HOLD-SKIP-REC(57:1)
    WRITE LEGAL-HOLD-SKIP-REC
    CLOSE LEGAL-HOLD-SKIP-FILE.

*> ---------------------------------------------------------------
*> POLICY-ACCEPTANCE-GATE
    MOVE 0 TO WS-BANNER-REQ-COUNT
    MOVE 0 TO WS-BANNER-MSG-COUNT

    PERFORM LOAD-MY-CONNECTIONS
    PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
            UNTIL WS-CONN-IDX > WS-CONN-COUNT
        IF WS-CRECIPIENT(WS-CONN-IDX) = WS-CURR-USER
            MOVE "Y"            TO WS-ACCOUNT-LOCKED
        END-IF
        PERFORM SAVE-ALL-LOCKOUTS

        *> The lockout itself is logged, so the nightly login-pattern
        *> report can count lockouts per account over the week.
        IF WS-ACCOUNT-LOCKED = "Y"
            MOVE "ACCOUNT-LOCKED" TO WS-AUDIT-EVENT
            MOVE WS-USER-IN       TO WS-AUDIT-USER
            MOVE SPACES           TO WS-AUDIT-DETAIL
            STRING "Locked after "
                   WS-LOCK-FAIL-COUNT(WS-LOCKOUT-IDX)
                   " failed attempt(s)"
              INTO WS-AUDIT-DETAIL
            END-STRING
            PERFORM LOG-AUDIT-EVENT
        END-IF
    END-IF.

*> ---------------------------------------------------------------

*> ---------------------------------------------------------------
*> LOAD-ALL-LOCKOUTS / SAVE-ALL-LOCKOUTS
*>   Same load-all/rewrite-all shape as LOAD-ALL-DEACTIVATED /
*>   SAVE-ALL-DEACTIVATED.
*> ---------------------------------------------------------------
LOAD-ALL-LOCKOUTS.
    MOVE 0 TO WS-LOCKOUT-COUNT
        IF WS-USER-IN = WS-ACC-USER(WS-I)
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF

    *> A name given up in a username change stays taken.
    OPEN INPUT ALIAS-FILE
    IF WS-ALIAS-STATUS = "35"
        CLOSE ALIAS-FILE
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-ALIAS-EOF
    PERFORM UNTIL WS-ALIAS-EOF = "Y" OR WS-FOUND = "Y"
        READ ALIAS-FILE
            AT END
                MOVE "Y" TO WS-ALIAS-EOF
            NOT AT END
                IF AL-OLD = WS-USER-IN
                    MOVE "Y" TO WS-FOUND
                END-IF
        END-READ
    END-PERFORM
    CLOSE ALIAS-FILE.

*> ---------------------------------------------------------------
*> SCRAMBLE-PASSWORD
    WRITE JOURNAL-REC
    CLOSE JOURNAL-FILE.

*> The row in WS-JRN-DATA was deleted by key; replay deletes it too.
WRITE-JOURNAL-DELETE.
    PERFORM STAMP-JOURNAL-TS
    PERFORM OPEN-JOURNAL-EXTEND
    MOVE SPACES TO JOURNAL-REC
    MOVE WS-JRN-TS   TO JR-TS
    MOVE WS-JRN-TAG  TO JR-FILE-TAG
    MOVE "DELETE"    TO JR-KIND
    MOVE WS-JRN-DATA TO JR-DATA
    MOVE "|" TO JOURNAL-REC(20:1)
    MOVE "|" TO JOURNAL-REC(51:1)
    MOVE "|" TO JOURNAL-REC(58:1)
    WRITE JOURNAL-REC
    CLOSE JOURNAL-FILE.

*> ---------------------------------------------------------------
*> Trailer helpers. INIT-TRAILER-TRACKING starts a load's count;
*> NOTE-TRAILER-OR-DATA classifies each physical row (caller checks
        EXIT PARAGRAPH
    END-IF

    *> Students see their fit score on every posting and can sort by
    *> it; employer and staff accounts browse the plain list.
    MOVE "N" TO WS-FIT-SHOW
    IF WS-CURR-ACCT-TYPE NOT = "E" AND WS-CURR-ACCT-TYPE NOT = "C"
        MOVE "Y" TO WS-FIT-SHOW
        PERFORM LOAD-ALL-POSTING-SKILLS
        MOVE WS-CURR-USER TO WS-FIT-USER
        PERFORM PREPARE-FIT-USER
        PERFORM VARYING WS-FIT-J FROM 1 BY 1
            UNTIL WS-FIT-J > WS-BJOB-COUNT
            MOVE WS-BJ-ID(WS-FIT-J)    TO WS-FIT-JOB-ID
            MOVE WS-BJ-MAJOR(WS-FIT-J) TO WS-FIT-JOB-MAJOR
            PERFORM SCORE-FIT-POSTING
            MOVE WS-FIT-SCORE TO WS-BJ-FIT(WS-FIT-J)
        END-PERFORM
    END-IF

    MOVE 1 TO WS-PAGE-START
    MOVE "N" TO WS-PAGE-DONE
    PERFORM BROWSE-JOBS-PAGE UNTIL WS-PAGE-DONE = "Y".
                END-STRING
            END-IF
        END-IF
        IF WS-FIT-SHOW = "Y"
            MOVE WS-OUT-LINE TO WS-FIT-LINE
            MOVE WS-BJ-FIT(WS-I) TO WS-FIT-DISP
            MOVE SPACES TO WS-OUT-LINE
            STRING FUNCTION TRIM(WS-FIT-LINE TRAILING)
                   " [fit " WS-FIT-DISP "]"
              INTO WS-OUT-LINE
            END-STRING
        END-IF
        PERFORM PRINT-LINE
    END-PERFORM

    IF WS-FIT-SHOW = "Y"
        MOVE "Enter a job number, N for next page, P for previous, F to sort by fit, or 0 to go back:"
            TO WS-PROMPT
    ELSE
        MOVE "Enter a job number, N for next page, P for previous, or 0 to go back:"
            TO WS-PROMPT
    END-IF
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE FUNCTION UPPER-CASE(WS-TOKEN(1:1))
        WHEN "F"
            IF WS-FIT-SHOW = "Y"
                PERFORM SORT-JOBS-BY-FIT
                MOVE 1 TO WS-PAGE-START
                MOVE "Listing sorted by fit score, best first."
                    TO WS-OUT-LINE
            ELSE
                MOVE "Invalid input." TO WS-OUT-LINE
            END-IF
            PERFORM PRINT-LINE
        WHEN "N"
            IF WS-PAGE-END < WS-BJOB-COUNT
                COMPUTE WS-PAGE-START = WS-PAGE-END + 1

    IF FUNCTION TRIM(JOB-STATUS-FILE) = "RETIRED"
       OR FUNCTION TRIM(JOB-STATUS-FILE) = "CLOSED"
       OR FUNCTION TRIM(JOB-STATUS-FILE) = "PENDING"
       OR FUNCTION TRIM(JOB-STATUS-FILE) = "REJECTED"
       OR FUNCTION TRIM(JOB-STATUS-FILE) = "FILLED"
        MOVE "N" TO WS-VALID
        EXIT PARAGRAPH
    END-IF
            CONTINUE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> SORT-JOBS-BY-FIT
*>   Reorders the collected postings by WS-BJ-FIT, highest first;
*>   ties keep their listing order.
*> ---------------------------------------------------------------
SORT-JOBS-BY-FIT.
    PERFORM VARYING WS-FIT-I FROM 2 BY 1 UNTIL WS-FIT-I > WS-BJOB-COUNT
        MOVE WS-BJOB-ROW(WS-FIT-I) TO WS-BJ-SWAP
        MOVE WS-FIT-I TO WS-FIT-J
        PERFORM UNTIL WS-FIT-J < 2
            IF WS-BJ-FIT(WS-FIT-J - 1) >= WS-BJ-SWAP(381:3)
                EXIT PERFORM
            END-IF
            MOVE WS-BJOB-ROW(WS-FIT-J - 1) TO WS-BJOB-ROW(WS-FIT-J)
            SUBTRACT 1 FROM WS-FIT-J
        END-PERFORM
        MOVE WS-BJ-SWAP TO WS-BJOB-ROW(WS-FIT-J)
    END-PERFORM.

*> ---------------------------------------------------------------
*> LOAD-ALL-POSTING-SKILLS
*>   Every posting's listed skills into WS-PSK-TABLE; a missing file
*>   just means no posting lists any.
*> ---------------------------------------------------------------
LOAD-ALL-POSTING-SKILLS.
    MOVE 0 TO WS-PSK-COUNT
    MOVE "N" TO WS-PSK-EOF

    OPEN INPUT POSTING-SKILL-FILE
    IF WS-PSK-STATUS NOT = "35"
        PERFORM UNTIL WS-PSK-EOF = "Y"
            READ POSTING-SKILL-FILE
                AT END
                    MOVE "Y" TO WS-PSK-EOF
                NOT AT END
                    IF PSK-JOB-ID NOT = SPACES AND WS-PSK-COUNT < 1000
                        ADD 1 TO WS-PSK-COUNT
                        MOVE PSK-JOB-ID    TO WS-PSKT-JOB-ID(WS-PSK-COUNT)
                        MOVE PSK-KIND      TO WS-PSKT-KIND(WS-PSK-COUNT)
                        MOVE PSK-SKILL-NUM TO WS-PSKT-NUM(WS-PSK-COUNT)
                        MOVE PSK-TEXT      TO WS-PSKT-TEXT(WS-PSK-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE POSTING-SKILL-FILE.

*> ---------------------------------------------------------------
*> PREPARE-FIT-USER
*>   Loads what the fit score needs about WS-FIT-USER: completed
*>   catalog skills and their endorsement counts (WS-SKILL-DONE /
*>   WS-ENDORSE-CT) and the profile row for major and free text.
*> ---------------------------------------------------------------
PREPARE-FIT-USER.
    MOVE WS-FIT-USER TO WS-SKILL-QUERY-USER
    PERFORM LOAD-SKILLS-FOR-USER
    PERFORM LOAD-ENDORSE-COUNTS

    MOVE 0 TO WS-FIT-PROF-IDX
    PERFORM VARYING WS-FIT-I FROM 1 BY 1
        UNTIL WS-FIT-I > WS-PROF-COUNT OR WS-FIT-PROF-IDX > 0
        IF FUNCTION TRIM(WS-PROF-USER(WS-FIT-I))
               = FUNCTION TRIM(WS-FIT-USER)
            MOVE WS-FIT-I TO WS-FIT-PROF-IDX
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> SCORE-FIT-POSTING
*>   WS-FIT-SCORE for posting WS-FIT-JOB-ID (major WS-FIT-JOB-MAJOR)
*>   against the member PREPARE-FIT-USER loaded. The posting's skills
*>   are left in WS-FIT-ON with a held flag each for the detail
*>   screen. A posting listing no skills scores the skill share at
*>   half, and one open to any major always gets the major share.
*> ---------------------------------------------------------------
SCORE-FIT-POSTING.
    MOVE 0 TO WS-FIT-ON-COUNT
    MOVE 0 TO WS-FIT-UNITS
    MOVE 0 TO WS-FIT-HELD-UNITS
    MOVE 0 TO WS-FIT-ENDORSE

    PERFORM VARYING WS-FIT-I FROM 1 BY 1 UNTIL WS-FIT-I > WS-PSK-COUNT
        IF WS-PSKT-JOB-ID(WS-FIT-I) = WS-FIT-JOB-ID
           AND WS-FIT-ON-COUNT < 8
            ADD 1 TO WS-FIT-ON-COUNT
            MOVE WS-FIT-I TO WS-FIT-ON-ROW(WS-FIT-ON-COUNT)
            MOVE "N" TO WS-FIT-ON-HELD(WS-FIT-ON-COUNT)
            MOVE WS-PSKT-NUM(WS-FIT-I) TO WS-FIT-K
            IF WS-FIT-K >= 1 AND WS-FIT-K <= 5
                IF WS-SKILL-DONE(WS-FIT-K) = "Y"
                    MOVE "Y" TO WS-FIT-ON-HELD(WS-FIT-ON-COUNT)
                    ADD WS-ENDORSE-CT(WS-FIT-K) TO WS-FIT-ENDORSE
                END-IF
            ELSE
                PERFORM CHECK-FREE-TEXT-SKILL
                IF WS-TEXT-MATCH = "Y"
                    MOVE "Y" TO WS-FIT-ON-HELD(WS-FIT-ON-COUNT)
                END-IF
            END-IF
            IF WS-PSKT-KIND(WS-FIT-I) = "R"
                ADD 2 TO WS-FIT-UNITS
                IF WS-FIT-ON-HELD(WS-FIT-ON-COUNT) = "Y"
                    ADD 2 TO WS-FIT-HELD-UNITS
                END-IF
            ELSE
                ADD 1 TO WS-FIT-UNITS
                IF WS-FIT-ON-HELD(WS-FIT-ON-COUNT) = "Y"
                    ADD 1 TO WS-FIT-HELD-UNITS
                END-IF
            END-IF
        END-IF
    END-PERFORM

    IF WS-FIT-UNITS = 0
        MOVE 30 TO WS-FIT-SCORE
    ELSE
        COMPUTE WS-FIT-SCORE = (60 * WS-FIT-HELD-UNITS) / WS-FIT-UNITS
    END-IF

    IF WS-FIT-ENDORSE > 3
        MOVE 3 TO WS-FIT-ENDORSE
    END-IF
    COMPUTE WS-FIT-SCORE = WS-FIT-SCORE + (5 * WS-FIT-ENDORSE)

    IF FUNCTION TRIM(WS-FIT-JOB-MAJOR) = SPACES
        ADD 25 TO WS-FIT-SCORE
    ELSE
        IF WS-FIT-PROF-IDX > 0
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROF-MAJOR(WS-FIT-PROF-IDX)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIT-JOB-MAJOR))
                ADD 25 TO WS-FIT-SCORE
            END-IF
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> CHECK-FREE-TEXT-SKILL
*>   WS-TEXT-MATCH = "Y" when free-text skill WS-PSKT-TEXT(WS-FIT-I)
*>   appears, ignoring case, in the member's About text or in any
*>   Experience title or description.
*> ---------------------------------------------------------------
CHECK-FREE-TEXT-SKILL.
    MOVE "N" TO WS-TEXT-MATCH
    IF WS-FIT-PROF-IDX = 0
       OR FUNCTION TRIM(WS-PSKT-TEXT(WS-FIT-I)) = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PSKT-TEXT(WS-FIT-I)))
        TO WS-NEEDLE
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PSKT-TEXT(WS-FIT-I)))
        TO WS-NEEDLE-LEN

    MOVE FUNCTION UPPER-CASE(WS-PROF-ABOUT(WS-FIT-PROF-IDX))
        TO WS-HAYSTACK
    PERFORM SCAN-HAYSTACK

    PERFORM VARYING WS-FIT-X FROM 1 BY 1
        UNTIL WS-FIT-X > WS-PROF-EXP-COUNT(WS-FIT-PROF-IDX)
           OR WS-FIT-X > 10 OR WS-TEXT-MATCH = "Y"
        MOVE SPACES TO WS-HAYSTACK
        STRING FUNCTION UPPER-CASE(WS-EXP-TITLE(WS-FIT-PROF-IDX, WS-FIT-X))
               " "
               FUNCTION UPPER-CASE(WS-EXP-DESC(WS-FIT-PROF-IDX, WS-FIT-X))
          INTO WS-HAYSTACK
        END-STRING
        PERFORM SCAN-HAYSTACK
    END-PERFORM.

*> ---------------------------------------------------------------
*> PRINT-POSTING-FIT
*>   The detail screen's fit block for the posting in WS-SEL-*: the
*>   student's score, then each listed skill marked held or missing.
*> ---------------------------------------------------------------
PRINT-POSTING-FIT.
    IF WS-CURR-ACCT-TYPE = "E" OR WS-CURR-ACCT-TYPE = "C"
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-POSTING-SKILLS
    MOVE WS-CURR-USER TO WS-FIT-USER
    PERFORM PREPARE-FIT-USER
    MOVE WS-SEL-ID    TO WS-FIT-JOB-ID
    MOVE WS-SEL-MAJOR TO WS-FIT-JOB-MAJOR
    PERFORM SCORE-FIT-POSTING

    MOVE WS-FIT-SCORE TO WS-FIT-DISP
    MOVE SPACES TO WS-OUT-LINE
    STRING "Your fit score: " FUNCTION TRIM(WS-FIT-DISP) " of 100"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    IF WS-FIT-ON-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Skills for this posting:" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    PERFORM VARYING WS-FIT-X FROM 1 BY 1 UNTIL WS-FIT-X > WS-FIT-ON-COUNT
        MOVE WS-FIT-ON-ROW(WS-FIT-X) TO WS-FIT-I
        MOVE SPACES TO WS-OUT-LINE
        EVALUATE TRUE
            WHEN WS-PSKT-KIND(WS-FIT-I) = "R"
                 AND WS-FIT-ON-HELD(WS-FIT-X) = "N"
                STRING "    " FUNCTION TRIM(WS-PSKT-TEXT(WS-FIT-I))
                       " (required) - MISSING"
                  INTO WS-OUT-LINE
                END-STRING
            WHEN WS-PSKT-KIND(WS-FIT-I) = "R"
                STRING "    " FUNCTION TRIM(WS-PSKT-TEXT(WS-FIT-I))
                       " (required) - you have it"
                  INTO WS-OUT-LINE
                END-STRING
            WHEN WS-FIT-ON-HELD(WS-FIT-X) = "N"
                STRING "    " FUNCTION TRIM(WS-PSKT-TEXT(WS-FIT-I))
                       " (preferred) - not yet"
                  INTO WS-OUT-LINE
                END-STRING
            WHEN OTHER
                STRING "    " FUNCTION TRIM(WS-PSKT-TEXT(WS-FIT-I))
                       " (preferred) - you have it"
                  INTO WS-OUT-LINE
                END-STRING
        END-EVALUATE
        PERFORM PRINT-LINE
    END-PERFORM.

*> ---------------------------------------------------------------
*> LOAD-MY-OPEN-POSTINGS
*>   The signed-in employer's postings that are live on Browse Jobs,
*>   for scoring candidate-search hits. Unlinked accounts get none.
*> ---------------------------------------------------------------
LOAD-MY-OPEN-POSTINGS.
    MOVE 0 TO WS-FIT-POST-COUNT
    PERFORM LOOKUP-MY-EMPLOYER
    IF FUNCTION TRIM(WS-MY-EMPLOYER) = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-BROWSE-EOF
    OPEN INPUT JOB-FILE
    IF WS-JOB-STATUS NOT = "35"
        PERFORM UNTIL WS-BROWSE-EOF = "Y"
            READ JOB-FILE
                AT END
                    MOVE "Y" TO WS-BROWSE-EOF
                NOT AT END
                    IF FUNCTION TRIM(JOB-EMPLOYER-FILE)
                           = FUNCTION TRIM(WS-MY-EMPLOYER)
                       AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "RETIRED"
                       AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "CLOSED"
                       AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "PENDING"
                       AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "REJECTED"
                       AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "FILLED"
                       AND WS-FIT-POST-COUNT < 20
                        ADD 1 TO WS-FIT-POST-COUNT
                        MOVE JOB-ID         TO WS-FPT-ID(WS-FIT-POST-COUNT)
                        MOVE JOB-TITLE-FILE TO WS-FPT-TITLE(WS-FIT-POST-COUNT)
                        MOVE JOB-MAJOR-FILE TO WS-FPT-MAJOR(WS-FIT-POST-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE JOB-FILE

    IF WS-FIT-POST-COUNT > 0
        PERFORM LOAD-ALL-POSTING-SKILLS
    END-IF.

*> ---------------------------------------------------------------
*> SCORE-BEST-POSTING
*>   WS-FIT-BEST-SCORE / WS-FIT-BEST-IDX: the member
*>   PREPARE-FIT-USER loaded, scored against each open posting;
*>   the first of any tie wins.
*> ---------------------------------------------------------------
SCORE-BEST-POSTING.
    MOVE 0 TO WS-FIT-BEST-SCORE
    MOVE 0 TO WS-FIT-BEST-IDX
    PERFORM VARYING WS-FIT-J FROM 1 BY 1 UNTIL WS-FIT-J > WS-FIT-POST-COUNT
        MOVE WS-FPT-ID(WS-FIT-J)    TO WS-FIT-JOB-ID
        MOVE WS-FPT-MAJOR(WS-FIT-J) TO WS-FIT-JOB-MAJOR
        PERFORM SCORE-FIT-POSTING
        IF WS-FIT-BEST-IDX = 0 OR WS-FIT-SCORE > WS-FIT-BEST-SCORE
            MOVE WS-FIT-SCORE TO WS-FIT-BEST-SCORE
            MOVE WS-FIT-J     TO WS-FIT-BEST-IDX
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> ALUMNI-AT-EMPLOYER-PANEL
*>   For a student on the job detail screen: members whose profile
*>   Experience lists the posting's employer, each marked as a
*>   direct connection, a connection of a connection, and/or a
*>   registered mentor, with a connection or mentorship request one
*>   pick away. Visibility, blocks, deactivation, and suspension
*>   filter the list the way SEARCH-USER filters its matches; a
*>   connections-only profile appears only to its connections,
*>   since the employer comes from the full profile.
*> ---------------------------------------------------------------
ALUMNI-AT-EMPLOYER-PANEL.
    IF WS-CURR-ACCT-TYPE = "E" OR WS-CURR-ACCT-TYPE = "C"
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-BLOCKS
    PERFORM LOAD-ALL-DEACTIVATED
    PERFORM LOAD-ALL-SUSPENSIONS
    PERFORM LOAD-MY-CONNECTIONS
    PERFORM LOAD-ALL-MENTORS

    MOVE 0 TO WS-AL-COUNT
    PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
        UNTIL WS-CAND-IDX > WS-PROF-COUNT OR WS-AL-COUNT >= 20
        PERFORM CHECK-ALUMNI-CANDIDATE
    END-PERFORM

    IF WS-AL-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    STRING "Alumni at " FUNCTION TRIM(WS-SEL-EMPLOYER) ":"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    PERFORM VARYING WS-AL-X FROM 1 BY 1 UNTIL WS-AL-X > WS-AL-COUNT
        PERFORM PRINT-ONE-ALUMNUS
    END-PERFORM

    MOVE "Enter an alum's number to reach out, or 0 to continue:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-AL-PICK
    IF WS-AL-PICK < 1 OR WS-AL-PICK > WS-AL-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-ALT-PROF-IDX(WS-AL-PICK) TO WS-SEARCH-IDX
    MOVE "1. Send connection request" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Request mentorship" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            IF WS-ALT-DIRECT(WS-AL-PICK) = "Y"
                MOVE "You are already connected." TO WS-OUT-LINE
                PERFORM PRINT-LINE
            ELSE
                PERFORM SEND-CONNECTION-REQUEST
            END-IF
        WHEN "2"
            MOVE WS-ALT-MENTOR(WS-AL-PICK) TO WS-J
            IF WS-J = 0
                MOVE "This member is not a registered mentor." TO WS-OUT-LINE
                PERFORM PRINT-LINE
            ELSE
                IF WS-MNT-AVAILABLE(WS-J) NOT = "Y"
                    MOVE "This mentor is not taking requests right now."
                        TO WS-OUT-LINE
                    PERFORM PRINT-LINE
                ELSE
                    PERFORM LOAD-ALL-MENTORSHIPS
                    PERFORM REQUEST-MENTORSHIP
                END-IF
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> CHECK-ALUMNI-CANDIDATE
*>   Adds profile row WS-CAND-IDX to the alumni panel when one of its
*>   Experience companies is the posting's employer and the viewer
*>   may see it.
*> ---------------------------------------------------------------
CHECK-ALUMNI-CANDIDATE.
    IF WS-PROF-USER(WS-CAND-IDX) = WS-CURR-USER
       OR WS-PROF-VISIBILITY(WS-CAND-IDX) = "H"
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-AL-EXP
    PERFORM VARYING WS-AL-X FROM 1 BY 1
        UNTIL WS-AL-X > WS-PROF-EXP-COUNT(WS-CAND-IDX)
           OR WS-AL-X > 10 OR WS-AL-EXP > 0
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EXP-COMP(WS-CAND-IDX, WS-AL-X)))
               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SEL-EMPLOYER))
            MOVE WS-AL-X TO WS-AL-EXP
        END-IF
    END-PERFORM
    IF WS-AL-EXP = 0
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CURR-USER             TO WS-PAIR-A
    MOVE WS-PROF-USER(WS-CAND-IDX) TO WS-PAIR-B
    PERFORM CHECK-BLOCK-PAIR
    IF WS-BLOCKED-PAIR = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PROF-USER(WS-CAND-IDX) TO WS-DEACT-QUERY
    PERFORM CHECK-USER-DEACTIVATED
    IF WS-IS-DEACTIVATED = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PROF-USER(WS-CAND-IDX) TO WS-SUS-QUERY
    PERFORM CHECK-USER-SUSPENDED
    IF WS-IS-SUSPENDED = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CURR-USER             TO WS-PAIR-A
    MOVE WS-PROF-USER(WS-CAND-IDX) TO WS-PAIR-B
    PERFORM CHECK-PAIR-CONNECTED
    IF WS-PROF-VISIBILITY(WS-CAND-IDX) = "C" AND WS-PAIR-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-AL-COUNT
    MOVE WS-CAND-IDX   TO WS-ALT-PROF-IDX(WS-AL-COUNT)
    MOVE WS-PAIR-FOUND TO WS-ALT-DIRECT(WS-AL-COUNT)
    MOVE 0 TO WS-ALT-MENTOR(WS-AL-COUNT)
    PERFORM VARYING WS-AL-X FROM 1 BY 1 UNTIL WS-AL-X > WS-MENTOR-COUNT
        IF FUNCTION TRIM(WS-MNT-USER(WS-AL-X))
               = FUNCTION TRIM(WS-PROF-USER(WS-CAND-IDX))
            MOVE WS-AL-X TO WS-ALT-MENTOR(WS-AL-COUNT)
        END-IF
    END-PERFORM.

PRINT-ONE-ALUMNUS.
    MOVE WS-ALT-PROF-IDX(WS-AL-X) TO WS-CAND-IDX
    MOVE SPACES TO WS-FIT-LINE
    IF WS-ALT-DIRECT(WS-AL-X) = "Y"
        MOVE "direct connection" TO WS-FIT-LINE
    ELSE
        PERFORM COUNT-MUTUAL-CONNECTIONS
        IF WS-MUTUAL-COUNT > 0
            STRING "connection of a connection (" WS-MUTUAL-COUNT
                   " mutual)"
              INTO WS-FIT-LINE
            END-STRING
        ELSE
            MOVE "not in your network" TO WS-FIT-LINE
        END-IF
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    IF WS-ALT-MENTOR(WS-AL-X) > 0
        STRING WS-AL-X ". "
               FUNCTION TRIM(WS-PROF-FNAME(WS-CAND-IDX)) " "
               FUNCTION TRIM(WS-PROF-LNAME(WS-CAND-IDX))
               " - " FUNCTION TRIM(WS-FIT-LINE)
               ", registered mentor"
          INTO WS-OUT-LINE
        END-STRING
    ELSE
        STRING WS-AL-X ". "
               FUNCTION TRIM(WS-PROF-FNAME(WS-CAND-IDX)) " "
               FUNCTION TRIM(WS-PROF-LNAME(WS-CAND-IDX))
               " - " FUNCTION TRIM(WS-FIT-LINE)
          INTO WS-OUT-LINE
        END-STRING
    END-IF
    PERFORM PRINT-LINE.

APPLY-FOR-JOB-PROMPT.
    PERFORM RECORD-POSTING-VIEW
    MOVE "--- Job Details ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "Title: " FUNCTION TRIM(WS-SEL-TITLE)
        INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "Employer: " FUNCTION TRIM(WS-SEL-EMPLOYER)
        INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    PERFORM PRINT-EMPLOYER-RATING
    MOVE SPACES TO WS-OUT-LINE
    STRING "Location: " FUNCTION TRIM(WS-SEL-LOCATION)
        INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "Salary: " FUNCTION TRIM(WS-SEL-SALARY)
        INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "Description: " FUNCTION TRIM(WS-SEL-DESC)
        INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    PERFORM PRINT-POSTING-FIT
    PERFORM ALUMNI-AT-EMPLOYER-PANEL
    IF FUNCTION TRIM(WS-SEL-DEADLINE) NOT = SPACES
        MOVE WS-SEL-DEADLINE TO WS-DEADLINE-IN
        PERFORM COMPUTE-DEADLINE-DAYS
        MOVE SPACES TO WS-OUT-LINE
        IF WS-DEADLINE-DAYS-REM < 0
            STRING "Application deadline: "
                   FUNCTION TRIM(WS-SEL-DEADLINE)
                   " (deadline passed)"
              INTO WS-OUT-LINE
            END-STRING
        ELSE
            MOVE WS-DEADLINE-DAYS-REM TO WS-DAYS-LEFT-DISP
            STRING "Application deadline: "
                   FUNCTION TRIM(WS-SEL-DEADLINE)
                   " (" WS-DAYS-LEFT-DISP " day(s) left)"
              INTO WS-OUT-LINE
            END-STRING
        END-IF
        PERFORM PRINT-LINE
    END-IF
    MOVE "1. Apply for this Job" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Save this Job for Later" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Ask a Connection for a Referral" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "4. Back to Job List" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF WS-TOKEN = "1"
        PERFORM APPLY-TO-JOB
    ELSE IF WS-TOKEN = "2"
        PERFORM SAVE-JOB-FOR-LATER
    ELSE IF WS-TOKEN = "3"
        PERFORM REQUEST-REFERRAL
    ELSE IF WS-TOKEN = "4"
        MOVE "Returning to job list..." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    ELSE
        MOVE "Invalid choice. Please enter 1, 2, 3, or 4." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

*> Links the current user to the job currently held in WS-SELECTED-JOB.
APPLY-TO-JOB.
    *> A posting past its application deadline takes no more
    *> applications, even if the nightly close sweep hasn't flipped
    *> its status yet.
    IF FUNCTION TRIM(WS-SEL-DEADLINE) NOT = SPACES
        MOVE WS-SEL-DEADLINE TO WS-DEADLINE-IN
        PERFORM COMPUTE-DEADLINE-DAYS
        IF WS-DEADLINE-DAYS-REM < 0
            MOVE "The application deadline for this job has passed."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE "N" TO WS-APP-FOUND
    MOVE "N" TO WS-APP-EOF

    OPEN INPUT APPLICATION-FILE

    IF WS-APP-STATUS = "00"
        PERFORM UNTIL WS-APP-EOF = "Y"
            READ APPLICATION-FILE INTO WS-APP-TEMP-REC
                AT END
                    MOVE "Y" TO WS-APP-EOF
                NOT AT END
                    MOVE WS-APP-TEMP-REC (1:20)   TO WS-APP-TEMP-USER
                    MOVE WS-APP-TEMP-REC (22:40)  TO WS-APP-TEMP-TITLE
                    MOVE WS-APP-TEMP-REC (65:40)  TO WS-APP-TEMP-EMPLOYER
                    MOVE WS-APP-TEMP-REC (150:20) TO WS-APP-TEMP-STATUS

                    IF FUNCTION TRIM(WS-APP-TEMP-USER) = FUNCTION TRIM(WS-CURR-USER)
                      AND FUNCTION TRIM(WS-APP-TEMP-TITLE) = FUNCTION TRIM(WS-SEL-TITLE)
                      AND FUNCTION TRIM(WS-APP-TEMP-EMPLOYER) = FUNCTION TRIM(WS-SEL-EMPLOYER)
                      AND FUNCTION TRIM(WS-APP-TEMP-STATUS) NOT = "Withdrawn"
                        MOVE "Y" TO WS-APP-FOUND
                        MOVE "Y" TO WS-APP-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPLICATION-FILE
    END-IF

    IF WS-APP-FOUND = "Y"
        MOVE "You have already applied to this job." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    *> The posting's screening questions come before anything is
    *> written; an unanswered question means no application.
    PERFORM ASK-SCREENING-QUESTIONS
    IF WS-VALID = "N"
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND APPLICATION-FILE

    IF WS-APP-STATUS = "35"
        OPEN OUTPUT APPLICATION-FILE
        CLOSE APPLICATION-FILE
        OPEN EXTEND APPLICATION-FILE
    END-IF

    IF WS-APP-STATUS NOT = "00"
        MOVE "Error saving application." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-PROFILE-IDX
    PERFORM FORMAT-TODAY-DATE

    MOVE SPACES TO APPLICATION-REC
    MOVE WS-CURR-USER    TO APPLICATION-REC (1:20)
    MOVE WS-SEL-TITLE    TO APPLICATION-REC (22:40)
    MOVE WS-SEL-EMPLOYER TO APPLICATION-REC (65:40)
    MOVE WS-SEL-LOCATION TO APPLICATION-REC (110:40)
    MOVE "Submitted"     TO APPLICATION-REC (150:20)
    MOVE WS-TODAY-DATE   TO APPLICATION-REC (4005:10)
    MOVE WS-TODAY-DATE   TO APPLICATION-REC (4015:10)

    IF WS-J > 0
        MOVE WS-PROF-FNAME(WS-J) TO APPLICATION-REC (171:30)
        MOVE WS-PROF-LNAME(WS-J) TO APPLICATION-REC (201:30)
        MOVE WS-PROF-UNIV(WS-J)  TO APPLICATION-REC (231:40)
        MOVE WS-PROF-MAJOR(WS-J) TO APPLICATION-REC (271:30)
        MOVE WS-PROF-ABOUT(WS-J) TO APPLICATION-REC (301:200)
        MOVE WS-PROF-EXP-COUNT(WS-J) TO APPLICATION-REC (501:2)

        MOVE 503 TO WS-APP-POS
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
            MOVE WS-EXP-TITLE(WS-J, WS-K)
                TO APPLICATION-REC (WS-APP-POS:50)
            ADD 50 TO WS-APP-POS
            MOVE WS-EXP-COMP(WS-J, WS-K)
                TO APPLICATION-REC (WS-APP-POS:50)
            ADD 50 TO WS-APP-POS
            MOVE WS-EXP-DATES(WS-J, WS-K)
                TO APPLICATION-REC (WS-APP-POS:30)
            ADD 30 TO WS-APP-POS
            MOVE WS-EXP-DESC(WS-J, WS-K)
                TO APPLICATION-REC (WS-APP-POS:100)
            ADD 100 TO WS-APP-POS
        END-PERFORM

        MOVE WS-PROF-EDU-COUNT(WS-J) TO APPLICATION-REC (2803:2)

        MOVE 2805 TO WS-APP-POS
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
            MOVE WS-EDU-DEGREE(WS-J, WS-K)
                TO APPLICATION-REC (WS-APP-POS:50)
            ADD 50 TO WS-APP-POS
            MOVE WS-EDU-SCHOOL(WS-J, WS-K)
                TO APPLICATION-REC (WS-APP-POS:50)
            ADD 50 TO WS-APP-POS
            MOVE WS-EDU-YEARS(WS-J, WS-K)
                TO APPLICATION-REC (WS-APP-POS:20)
            ADD 20 TO WS-APP-POS
        END-PERFORM
    END-IF

    *> A referral approved before the student applied flags the new
    *> row straight away.
    PERFORM CHECK-APPROVED-REFERRAL
    IF WS-RF-MATCH = "Y"
        MOVE "R" TO APPLICATION-REC (105:1)
    END-IF

    WRITE APPLICATION-REC
    CLOSE APPLICATION-FILE

    *> After-image of the appended application to the journal.
    MOVE "InCollege-Applications.txt" TO WS-JRN-TAG
    MOVE APPLICATION-REC TO WS-JRN-DATA
    PERFORM WRITE-JOURNAL-APPEND

    PERFORM RECORD-APPLICATION-POSTING
    PERFORM SAVE-SCREENING-ANSWERS

    MOVE SPACES TO WS-OUT-LINE
    STRING
        "Your application for " DELIMITED BY SIZE
        WS-SEL-TITLE DELIMITED BY SPACE
        " at " DELIMITED BY SIZE
        WS-SEL-EMPLOYER DELIMITED BY SPACE
        " has been submitted." DELIMITED BY SIZE
    INTO WS-OUT-LINE
    END-STRING

    PERFORM PRINT-LINE

    *> The moment after applying is exactly when a student wants
    *> alternatives -- offer open postings like this one.
    PERFORM OFFER-SIMILAR-POSTINGS.

*> ---------------------------------------------------------------
*> REQUEST-REFERRAL
*>   From the job detail screen: lists the current user's accepted
*>   connections whose profile experience names the posting's
*>   employer, and sends the picked one a referral request for the
*>   posting in WS-SELECTED-JOB. One open or approved request per
*>   posting is enough.
*> ---------------------------------------------------------------
REQUEST-REFERRAL.
    PERFORM LOAD-MY-CONNECTIONS

    MOVE 0 TO WS-RF-CAND-COUNT
    PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
        UNTIL WS-CONN-IDX > WS-CONN-COUNT
        PERFORM CONSIDER-REFERRAL-CONNECTION
    END-PERFORM

    IF WS-RF-CAND-COUNT = 0
        MOVE SPACES TO WS-OUT-LINE
        STRING "None of your connections list "
               FUNCTION TRIM(WS-SEL-EMPLOYER)
               " in their experience."
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-REFERRALS
    PERFORM VARYING WS-RF-I FROM 1 BY 1 UNTIL WS-RF-I > WS-REF-COUNT
        IF FUNCTION TRIM(WS-RFT-STUDENT(WS-RF-I))
               = FUNCTION TRIM(WS-CURR-USER)
           AND FUNCTION TRIM(WS-RFT-TITLE(WS-RF-I))
               = FUNCTION TRIM(WS-SEL-TITLE)
           AND FUNCTION TRIM(WS-RFT-EMPLOYER(WS-RF-I))
               = FUNCTION TRIM(WS-SEL-EMPLOYER)
           AND (FUNCTION TRIM(WS-RFT-STATUS(WS-RF-I)) = "PENDING"
                OR FUNCTION TRIM(WS-RFT-STATUS(WS-RF-I)) = "APPROVED")
            MOVE SPACES TO WS-OUT-LINE
            STRING "You already have a referral request with "
                   FUNCTION TRIM(WS-RFT-REFERRER(WS-RF-I))
                   " for this job ("
                   FUNCTION TRIM(WS-RFT-STATUS(WS-RF-I)) ")."
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    MOVE SPACES TO WS-OUT-LINE
    STRING "Connections who have worked at "
           FUNCTION TRIM(WS-SEL-EMPLOYER) ":"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    PERFORM VARYING WS-RF-I FROM 1 BY 1 UNTIL WS-RF-I > WS-RF-CAND-COUNT
        MOVE WS-RF-CAND-PROF(WS-RF-I) TO WS-FRIEND-IDX
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-RF-I ". "
               FUNCTION TRIM(WS-PROF-FNAME(WS-FRIEND-IDX)) " "
               FUNCTION TRIM(WS-PROF-LNAME(WS-FRIEND-IDX))
               " (" FUNCTION TRIM(WS-RF-CAND-USER(WS-RF-I)) ")"
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE "Enter the number of the connection to ask, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-RF-PICK
    IF WS-RF-PICK = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-RF-PICK > WS-RF-CAND-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    IF WS-REF-COUNT >= 500
        MOVE "Referral requests are full right now. Please try again later."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    ADD 1 TO WS-REF-COUNT
    MOVE WS-CURR-USER                TO WS-RFT-STUDENT(WS-REF-COUNT)
    MOVE WS-RF-CAND-USER(WS-RF-PICK) TO WS-RFT-REFERRER(WS-REF-COUNT)
    MOVE WS-SEL-TITLE                TO WS-RFT-TITLE(WS-REF-COUNT)
    MOVE WS-SEL-EMPLOYER             TO WS-RFT-EMPLOYER(WS-REF-COUNT)
    MOVE "PENDING"                   TO WS-RFT-STATUS(WS-REF-COUNT)
    MOVE WS-TODAY-DATE               TO WS-RFT-DATE(WS-REF-COUNT)
    PERFORM SAVE-ALL-REFERRALS

    MOVE WS-RF-CAND-USER(WS-RF-PICK) TO WS-NOTIFY-USER
    MOVE "REFERRAL-REQUEST" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING FUNCTION TRIM(WS-CURR-USER)
           " asks for a referral: "
           FUNCTION TRIM(WS-SEL-TITLE)
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE SPACES TO WS-OUT-LINE
    STRING "Referral request sent to "
           FUNCTION TRIM(WS-RF-CAND-USER(WS-RF-PICK)) "."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> CONSIDER-REFERRAL-CONNECTION
*>   Adds the other side of connection WS-CONN-IDX to the candidate
*>   list when the connection is accepted, involves the current
*>   user, and the other member's experience names the employer of
*>   the posting on screen.
*> ---------------------------------------------------------------
CONSIDER-REFERRAL-CONNECTION.
    IF WS-CSTATUS(WS-CONN-IDX) NOT = "ACCEPTED"
        EXIT PARAGRAPH
    END-IF

    IF WS-CSENDER(WS-CONN-IDX) = WS-CURR-USER
        MOVE WS-CRECIPIENT(WS-CONN-IDX) TO WS-FRIEND-USER
    ELSE
        IF WS-CRECIPIENT(WS-CONN-IDX) = WS-CURR-USER
            MOVE WS-CSENDER(WS-CONN-IDX) TO WS-FRIEND-USER
        ELSE
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM FIND-FRIEND-PROFILE
    IF WS-FRIEND-IDX = 0 OR WS-RF-CAND-COUNT >= 25
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-RF-MATCH
    PERFORM VARYING WS-RF-J FROM 1 BY 1
        UNTIL WS-RF-J > WS-PROF-EXP-COUNT(WS-FRIEND-IDX)
           OR WS-RF-J > 10 OR WS-RF-MATCH = "Y"
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EXP-COMP(WS-FRIEND-IDX, WS-RF-J)))
               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SEL-EMPLOYER))
            MOVE "Y" TO WS-RF-MATCH
        END-IF
    END-PERFORM

    IF WS-RF-MATCH = "Y"
        ADD 1 TO WS-RF-CAND-COUNT
        MOVE WS-FRIEND-USER TO WS-RF-CAND-USER(WS-RF-CAND-COUNT)
        MOVE WS-FRIEND-IDX  TO WS-RF-CAND-PROF(WS-RF-CAND-COUNT)
    END-IF.

*> ---------------------------------------------------------------
*> CHECK-APPROVED-REFERRAL
*>   WS-RF-MATCH = "Y" when the current user holds an approved
*>   referral for the posting in WS-SELECTED-JOB.
*> ---------------------------------------------------------------
CHECK-APPROVED-REFERRAL.
    MOVE "N" TO WS-RF-MATCH
    MOVE "N" TO WS-REF-EOF

    OPEN INPUT REFERRAL-FILE
    IF WS-REF-STATUS NOT = "35"
        PERFORM UNTIL WS-REF-EOF = "Y"
            READ REFERRAL-FILE
                AT END
                    MOVE "Y" TO WS-REF-EOF
                NOT AT END
                    IF FUNCTION TRIM(RF-STUDENT) = FUNCTION TRIM(WS-CURR-USER)
                       AND FUNCTION TRIM(RF-TITLE) = FUNCTION TRIM(WS-SEL-TITLE)
                       AND FUNCTION TRIM(RF-EMPLOYER)
                           = FUNCTION TRIM(WS-SEL-EMPLOYER)
                       AND FUNCTION TRIM(RF-STATUS) = "APPROVED"
                        MOVE "Y" TO WS-RF-MATCH
                        MOVE "Y" TO WS-REF-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE REFERRAL-FILE.

*> ---------------------------------------------------------------
*> FIND-REFERRER-NAME
*>   WS-RF-NAME = the name (or username, without a profile) of the
*>   member whose approved referral backs application row
*>   WS-RF-APP-IDX.
*> ---------------------------------------------------------------
FIND-REFERRER-NAME.
    MOVE SPACES TO WS-RF-WHO
    MOVE "N" TO WS-REF-EOF

    OPEN INPUT REFERRAL-FILE
    IF WS-REF-STATUS NOT = "35"
        PERFORM UNTIL WS-REF-EOF = "Y"
            READ REFERRAL-FILE
                AT END
                    MOVE "Y" TO WS-REF-EOF
                NOT AT END
                    IF FUNCTION TRIM(RF-STUDENT)
                           = FUNCTION TRIM(WS-APP-T-USER(WS-RF-APP-IDX))
                       AND FUNCTION TRIM(RF-TITLE)
                           = FUNCTION TRIM(WS-APP-T-TITLE(WS-RF-APP-IDX))
                       AND FUNCTION TRIM(RF-EMPLOYER)
                           = FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-RF-APP-IDX))
                       AND FUNCTION TRIM(RF-STATUS) = "APPROVED"
                        MOVE RF-REFERRER TO WS-RF-WHO
                        MOVE "Y" TO WS-REF-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE REFERRAL-FILE

    MOVE WS-RF-WHO TO WS-RF-NAME
    PERFORM VARYING WS-RF-J FROM 1 BY 1 UNTIL WS-RF-J > WS-PROF-COUNT
        IF WS-RF-WHO NOT = SPACES
           AND FUNCTION TRIM(WS-PROF-USER(WS-RF-J)) = FUNCTION TRIM(WS-RF-WHO)
            MOVE SPACES TO WS-RF-NAME
            STRING FUNCTION TRIM(WS-PROF-FNAME(WS-RF-J)) " "
                   FUNCTION TRIM(WS-PROF-LNAME(WS-RF-J))
              INTO WS-RF-NAME
            END-STRING
        END-IF
    END-PERFORM.

LOAD-ALL-REFERRALS.
    MOVE 0 TO WS-REF-COUNT
    MOVE "N" TO WS-REF-OVERFLOW
    MOVE "N" TO WS-REF-EOF

    OPEN INPUT REFERRAL-FILE
    IF WS-REF-STATUS NOT = "35"
        PERFORM UNTIL WS-REF-EOF = "Y"
            READ REFERRAL-FILE
                AT END
                    MOVE "Y" TO WS-REF-EOF
                NOT AT END
                    IF RF-STUDENT NOT = SPACES
                        IF WS-REF-COUNT < 500
                            ADD 1 TO WS-REF-COUNT
                            MOVE RF-STUDENT  TO WS-RFT-STUDENT(WS-REF-COUNT)
                            MOVE RF-REFERRER TO WS-RFT-REFERRER(WS-REF-COUNT)
                            MOVE RF-TITLE    TO WS-RFT-TITLE(WS-REF-COUNT)
                            MOVE RF-EMPLOYER TO WS-RFT-EMPLOYER(WS-REF-COUNT)
                            MOVE RF-STATUS   TO WS-RFT-STATUS(WS-REF-COUNT)
                            MOVE RF-DATE     TO WS-RFT-DATE(WS-REF-COUNT)
                        ELSE
                            MOVE "Y" TO WS-REF-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE REFERRAL-FILE.

*> A rewrite from an overflowed table would drop the rows past it,
*> so the save is refused -- same rule as SAVE-APPLICATIONS.
SAVE-ALL-REFERRALS.
    IF WS-REF-OVERFLOW = "Y"
        MOVE "The referral file has outgrown this session; the change was not saved."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT REFERRAL-FILE
    PERFORM VARYING WS-RF-J FROM 1 BY 1 UNTIL WS-RF-J > WS-REF-COUNT
        MOVE SPACES TO REFERRAL-REC
        MOVE WS-RFT-STUDENT(WS-RF-J)  TO RF-STUDENT
        MOVE WS-RFT-REFERRER(WS-RF-J) TO RF-REFERRER
        MOVE WS-RFT-TITLE(WS-RF-J)    TO RF-TITLE
        MOVE WS-RFT-EMPLOYER(WS-RF-J) TO RF-EMPLOYER
        MOVE WS-RFT-STATUS(WS-RF-J)   TO RF-STATUS
        MOVE WS-RFT-DATE(WS-RF-J)     TO RF-DATE
        MOVE "|" TO REFERRAL-REC(21:1)
        MOVE "|" TO REFERRAL-REC(42:1)
        MOVE "|" TO REFERRAL-REC(83:1)
        MOVE "|" TO REFERRAL-REC(124:1)
        MOVE "|" TO REFERRAL-REC(135:1)
        WRITE REFERRAL-REC
    END-PERFORM
    CLOSE REFERRAL-FILE.

LOAD-ALL-REFCHECKS.
    MOVE 0 TO WS-RK-COUNT
    MOVE "N" TO WS-RK-OVERFLOW
    MOVE "N" TO WS-RK-EOF

    OPEN INPUT REFCHECK-FILE
    IF WS-RK-STATUS NOT = "35"
        PERFORM UNTIL WS-RK-EOF = "Y"
            READ REFCHECK-FILE
                AT END
                    MOVE "Y" TO WS-RK-EOF
                NOT AT END
                    IF RK-USER NOT = SPACES
                        IF WS-RK-COUNT < 500
                            ADD 1 TO WS-RK-COUNT
                            MOVE RK-USER     TO WS-RKT-USER(WS-RK-COUNT)
                            MOVE RK-TITLE    TO WS-RKT-TITLE(WS-RK-COUNT)
                            MOVE RK-EMPLOYER TO WS-RKT-EMPLOYER(WS-RK-COUNT)
                            MOVE RK-REFEREE  TO WS-RKT-REFEREE(WS-RK-COUNT)
                            MOVE RK-SOURCE   TO WS-RKT-SOURCE(WS-RK-COUNT)
                            MOVE RK-STATUS   TO WS-RKT-STATUS(WS-RK-COUNT)
                            MOVE RK-REQ-BY   TO WS-RKT-REQ-BY(WS-RK-COUNT)
                            MOVE RK-DATE     TO WS-RKT-DATE(WS-RK-COUNT)
                            MOVE RK-KNOWN-HOW
                                TO WS-RKT-KNOWN-HOW(WS-RK-COUNT)
                            MOVE RK-RELIABILITY
                                TO WS-RKT-RELIABILITY(WS-RK-COUNT)
                            MOVE RK-SKILLS   TO WS-RKT-SKILLS(WS-RK-COUNT)
                            MOVE RK-REHIRE   TO WS-RKT-REHIRE(WS-RK-COUNT)
                            MOVE RK-COMMENT  TO WS-RKT-COMMENT(WS-RK-COUNT)
                        ELSE
                            MOVE "Y" TO WS-RK-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE REFCHECK-FILE.

*> Same overflow rule as SAVE-ALL-REFERRALS.
SAVE-ALL-REFCHECKS.
    IF WS-RK-OVERFLOW = "Y"
        MOVE "The reference check file has outgrown this session; the change was not saved."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT REFCHECK-FILE
    PERFORM VARYING WS-RK-J FROM 1 BY 1 UNTIL WS-RK-J > WS-RK-COUNT
        MOVE SPACES TO REFCHECK-REC
        MOVE WS-RKT-USER(WS-RK-J)        TO RK-USER
        MOVE WS-RKT-TITLE(WS-RK-J)       TO RK-TITLE
        MOVE WS-RKT-EMPLOYER(WS-RK-J)    TO RK-EMPLOYER
        MOVE WS-RKT-REFEREE(WS-RK-J)     TO RK-REFEREE
        MOVE WS-RKT-SOURCE(WS-RK-J)      TO RK-SOURCE
        MOVE WS-RKT-STATUS(WS-RK-J)      TO RK-STATUS
        MOVE WS-RKT-REQ-BY(WS-RK-J)      TO RK-REQ-BY
        MOVE WS-RKT-DATE(WS-RK-J)        TO RK-DATE
        MOVE WS-RKT-KNOWN-HOW(WS-RK-J)   TO RK-KNOWN-HOW
        MOVE WS-RKT-RELIABILITY(WS-RK-J) TO RK-RELIABILITY
        MOVE WS-RKT-SKILLS(WS-RK-J)      TO RK-SKILLS
        MOVE WS-RKT-REHIRE(WS-RK-J)      TO RK-REHIRE
        MOVE WS-RKT-COMMENT(WS-RK-J)     TO RK-COMMENT
        MOVE "|" TO REFCHECK-REC(21:1)
        MOVE "|" TO REFCHECK-REC(62:1)
        MOVE "|" TO REFCHECK-REC(103:1)
        MOVE "|" TO REFCHECK-REC(124:1)
        MOVE "|" TO REFCHECK-REC(126:1)
        MOVE "|" TO REFCHECK-REC(137:1)
        MOVE "|" TO REFCHECK-REC(158:1)
        MOVE "|" TO REFCHECK-REC(169:1)
        MOVE "|" TO REFCHECK-REC(210:1)
        MOVE "|" TO REFCHECK-REC(212:1)
        MOVE "|" TO REFCHECK-REC(214:1)
        MOVE "|" TO REFCHECK-REC(218:1)
        WRITE REFCHECK-REC
    END-PERFORM
    CLOSE REFCHECK-FILE.

*> ---------------------------------------------------------------
*> ASK-SCREENING-QUESTIONS
*>   Loads the screening questions attached to the posting in
*>   WS-SELECTED-JOB and walks the student through them, holding the
*>   answers in WS-SCR-QUESTIONS for SAVE-SCREENING-ANSWERS. A yes/no
*>   question takes Y or N; a short-text question takes up to 80
*>   characters. WS-VALID = "N" when an answer was missing or
*>   unusable. A posting with no questions passes straight through.
*> ---------------------------------------------------------------
ASK-SCREENING-QUESTIONS.
    MOVE "Y" TO WS-VALID
    MOVE 0 TO WS-SCR-COUNT
    MOVE "N" TO WS-SQ-EOF

    OPEN INPUT SCREEN-QUESTION-FILE
    IF WS-SQ-STATUS = "35"
        CLOSE SCREEN-QUESTION-FILE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-SQ-EOF = "Y"
        READ SCREEN-QUESTION-FILE
            AT END
                MOVE "Y" TO WS-SQ-EOF
            NOT AT END
                IF FUNCTION TRIM(SQ-JOB-ID) = FUNCTION TRIM(WS-SEL-ID)
                   AND WS-SCR-COUNT < 5
                    ADD 1 TO WS-SCR-COUNT
                    MOVE SQ-TYPE TO WS-SCR-TYPE(WS-SCR-COUNT)
                    MOVE SQ-TEXT TO WS-SCR-TEXT(WS-SCR-COUNT)
                    MOVE SPACES  TO WS-SCR-ANSWER(WS-SCR-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCREEN-QUESTION-FILE

    IF WS-SCR-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "The employer asks these questions before you apply:"
        TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM VARYING WS-SCR-I FROM 1 BY 1
        UNTIL WS-SCR-I > WS-SCR-COUNT OR WS-VALID = "N"
        MOVE SPACES TO WS-PROMPT
        IF WS-SCR-TYPE(WS-SCR-I) = "Y"
            STRING FUNCTION TRIM(WS-SCR-TEXT(WS-SCR-I)) " (Y/N)"
              INTO WS-PROMPT
            END-STRING
        ELSE
            MOVE WS-SCR-TEXT(WS-SCR-I) TO WS-PROMPT
        END-IF
        MOVE "N" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        IF WS-SCR-TYPE(WS-SCR-I) = "Y"
            EVALUATE FUNCTION UPPER-CASE(WS-TOKEN(1:1))
                WHEN "Y"
                    MOVE "Yes" TO WS-SCR-ANSWER(WS-SCR-I)
                WHEN "N"
                    MOVE "No" TO WS-SCR-ANSWER(WS-SCR-I)
                WHEN OTHER
                    MOVE "Please answer Y or N." TO WS-OUT-LINE
                    PERFORM PRINT-LINE
                    MOVE "N" TO WS-VALID
            END-EVALUATE
        ELSE
            COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN))
            IF FUNCTION TRIM(WS-TOKEN) = SPACES
                MOVE "An answer is required." TO WS-OUT-LINE
                PERFORM PRINT-LINE
                MOVE "N" TO WS-VALID
            ELSE
                IF WS-LEN > 80
                    MOVE "Answers cannot exceed 80 characters."
                        TO WS-OUT-LINE
                    PERFORM PRINT-LINE
                    MOVE "N" TO WS-VALID
                ELSE
                    MOVE WS-TOKEN TO WS-SCR-ANSWER(WS-SCR-I)
                END-IF
            END-IF
        END-IF
    END-PERFORM

    IF WS-VALID = "N"
        MOVE "Your application was not submitted." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> SAVE-SCREENING-ANSWERS
*>   Appends the answers ASK-SCREENING-QUESTIONS collected, keyed by
*>   the same applicant + title + employer as the application row.
*> ---------------------------------------------------------------
SAVE-SCREENING-ANSWERS.
    IF WS-SCR-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND SCREEN-ANSWER-FILE
    IF WS-SA-STATUS = "35"
        OPEN OUTPUT SCREEN-ANSWER-FILE
        CLOSE SCREEN-ANSWER-FILE
        OPEN EXTEND SCREEN-ANSWER-FILE
    END-IF

    PERFORM VARYING WS-SCR-I FROM 1 BY 1 UNTIL WS-SCR-I > WS-SCR-COUNT
        MOVE SPACES TO SCREEN-ANSWER-REC
        MOVE WS-CURR-USER            TO SA-USER
        MOVE WS-SEL-TITLE            TO SA-TITLE
        MOVE WS-SEL-EMPLOYER         TO SA-EMPLOYER
        MOVE WS-SCR-I                TO SA-SEQ
        MOVE WS-SCR-TEXT(WS-SCR-I)   TO SA-QUESTION
        MOVE WS-SCR-ANSWER(WS-SCR-I) TO SA-ANSWER
        MOVE "|" TO SCREEN-ANSWER-REC(21:1)
        MOVE "|" TO SCREEN-ANSWER-REC(62:1)
        MOVE "|" TO SCREEN-ANSWER-REC(103:1)
        MOVE "|" TO SCREEN-ANSWER-REC(105:1)
        MOVE "|" TO SCREEN-ANSWER-REC(186:1)
        WRITE SCREEN-ANSWER-REC
    END-PERFORM
    CLOSE SCREEN-ANSWER-FILE.

*> ---------------------------------------------------------------
*> OFFER-SIMILAR-POSTINGS
*>   Scans JOB-FILE for up to three other open postings sharing the
*>   employer, major, or location of the posting in WS-SELECTED-JOB
*>   and offers them. A pick loads WS-SELECTED-JOB and raises
*>   WS-SIMILAR-GO so the calling screen re-enters the job-detail
*>   prompt -- the difference between one application and four.
*> ---------------------------------------------------------------
OFFER-SIMILAR-POSTINGS.
    MOVE 0 TO WS-SIM-COUNT
    MOVE "N" TO WS-JOB-EOF

    OPEN INPUT JOB-FILE
    IF WS-JOB-STATUS NOT = "35"
        PERFORM UNTIL WS-JOB-EOF = "Y" OR WS-SIM-COUNT >= 3
            READ JOB-FILE
                AT END
                    MOVE "Y" TO WS-JOB-EOF
                NOT AT END
                    PERFORM CONSIDER-SIMILAR-POSTING
            END-READ
        END-PERFORM
    END-IF
    CLOSE JOB-FILE

    IF WS-SIM-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "You might also like:" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SIM-COUNT
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-I ". "
               FUNCTION TRIM(WS-SIM-TITLE(WS-I))
               " at " FUNCTION TRIM(WS-SIM-EMPLOYER(WS-I))
               " (" FUNCTION TRIM(WS-SIM-LOCATION(WS-I)) ")"
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE "Enter a number to view that posting, or 0 to skip:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE < 1 OR WS-USER-CHOICE > WS-SIM-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-SIM-ID(WS-USER-CHOICE)       TO WS-SEL-ID
    MOVE WS-SIM-TITLE(WS-USER-CHOICE)    TO WS-SEL-TITLE
    MOVE WS-SIM-EMPLOYER(WS-USER-CHOICE) TO WS-SEL-EMPLOYER
    MOVE WS-SIM-LOCATION(WS-USER-CHOICE) TO WS-SEL-LOCATION
    MOVE WS-SIM-SALARY(WS-USER-CHOICE)   TO WS-SEL-SALARY
    MOVE WS-SIM-MAJOR(WS-USER-CHOICE)    TO WS-SEL-MAJOR
    MOVE WS-SIM-DESC(WS-USER-CHOICE)     TO WS-SEL-DESC
    MOVE WS-SIM-DEADLINE(WS-USER-CHOICE) TO WS-SEL-DEADLINE
    MOVE "Y" TO WS-SIMILAR-GO.

*> ---------------------------------------------------------------
*> CONSIDER-SIMILAR-POSTING
*>   Adds the JOB-REC just read to the similar table when it is
*>   open, not the posting the user was already looking at, and
*>   shares its employer, major, or location.
*> ---------------------------------------------------------------
CONSIDER-SIMILAR-POSTING.
    IF FUNCTION TRIM(JOB-STATUS-FILE) = "RETIRED"
       OR FUNCTION TRIM(JOB-STATUS-FILE) = "CLOSED"
       OR FUNCTION TRIM(JOB-STATUS-FILE) = "PENDING"
       OR FUNCTION TRIM(JOB-STATUS-FILE) = "REJECTED"
       OR FUNCTION TRIM(JOB-STATUS-FILE) = "FILLED"
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(JOB-ID) = FUNCTION TRIM(WS-SEL-ID)
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TRIM(JOB-EMPLOYER-FILE)
           = FUNCTION TRIM(WS-SEL-EMPLOYER)
       OR (FUNCTION TRIM(JOB-MAJOR-FILE) NOT = SPACES
           AND FUNCTION TRIM(JOB-MAJOR-FILE)
               = FUNCTION TRIM(WS-SEL-MAJOR))
       OR (FUNCTION TRIM(JOB-LOCATION-FILE) NOT = SPACES
           AND FUNCTION TRIM(JOB-LOCATION-FILE)
               = FUNCTION TRIM(WS-SEL-LOCATION))
        ADD 1 TO WS-SIM-COUNT
        MOVE JOB-ID            TO WS-SIM-ID(WS-SIM-COUNT)
        MOVE JOB-TITLE-FILE    TO WS-SIM-TITLE(WS-SIM-COUNT)
        MOVE JOB-EMPLOYER-FILE TO WS-SIM-EMPLOYER(WS-SIM-COUNT)
        MOVE JOB-LOCATION-FILE TO WS-SIM-LOCATION(WS-SIM-COUNT)
        MOVE JOB-SALARY-FILE   TO WS-SIM-SALARY(WS-SIM-COUNT)
        MOVE JOB-MAJOR-FILE    TO WS-SIM-MAJOR(WS-SIM-COUNT)
        MOVE JOB-DESC-FILE     TO WS-SIM-DESC(WS-SIM-COUNT)
        MOVE JOB-DEADLINE-FILE TO WS-SIM-DEADLINE(WS-SIM-COUNT)
    END-IF.

*> ---------------------------------------------------------------
*> LOAD-ALL-APPLICATIONS
*>   Reads every APPLICATION-FILE row into WS-APP-TABLE (up to 1000
*>   entries), the same load-all pattern SAVE-ALL-DEACTIVATED uses
*>   for DEACTIVATED-FILE, so a withdrawal can rewrite the file
*>   afterward.
*> ---------------------------------------------------------------
LOAD-ALL-APPLICATIONS.
    MOVE 0 TO WS-APP-TABLE-COUNT
    MOVE "N" TO WS-APP-OVERFLOW
    MOVE "N" TO WS-APP-EOF
    PERFORM INIT-TRAILER-TRACKING

    OPEN INPUT APPLICATION-FILE
    IF WS-APP-STATUS NOT = "35"
        PERFORM UNTIL WS-APP-EOF = "Y"
            READ APPLICATION-FILE INTO WS-APP-TEMP-REC
                AT END
                    MOVE "Y" TO WS-APP-EOF
                NOT AT END
                    MOVE WS-APP-TEMP-REC(1:20) TO WS-TRL-ROW
                    PERFORM NOTE-TRAILER-OR-DATA
                    IF WS-APP-TEMP-REC(1:9) NOT = "*TRAILER*"
                       AND WS-APP-TABLE-COUNT >= 1000
                        MOVE "Y" TO WS-APP-OVERFLOW
                    END-IF
                    IF WS-APP-TEMP-REC(1:9) NOT = "*TRAILER*"
                       AND WS-APP-TABLE-COUNT < 1000
                        ADD 1 TO WS-APP-TABLE-COUNT
                        MOVE WS-APP-TEMP-REC (1:20)   TO WS-APP-T-USER(WS-APP-TABLE-COUNT)
                        MOVE WS-APP-TEMP-REC (22:40)  TO WS-APP-T-TITLE(WS-APP-TABLE-COUNT)
                        MOVE WS-APP-TEMP-REC (65:40)  TO WS-APP-T-EMPLOYER(WS-APP-TABLE-COUNT)
                        MOVE WS-APP-TEMP-REC (110:40) TO WS-APP-T-LOCATION(WS-APP-TABLE-COUNT)
                        MOVE WS-APP-TEMP-REC (150:20) TO WS-APP-T-STATUS(WS-APP-TABLE-COUNT)
                        MOVE WS-APP-TEMP-REC (171:30) TO WS-APP-T-FNAME(WS-APP-TABLE-COUNT)
                        MOVE WS-APP-TEMP-REC (201:30) TO WS-APP-T-LNAME(WS-APP-TABLE-COUNT)
                        MOVE WS-APP-TEMP-REC (231:40) TO WS-APP-T-UNIV(WS-APP-TABLE-COUNT)
                        MOVE WS-APP-TEMP-REC (271:30) TO WS-APP-T-MAJOR(WS-APP-TABLE-COUNT)
                        MOVE WS-APP-TEMP-REC (301:200) TO WS-APP-T-ABOUT(WS-APP-TABLE-COUNT)
                        IF WS-APP-TEMP-REC (501:2) IS NUMERIC
                            MOVE WS-APP-TEMP-REC (501:2)
                                TO WS-APP-T-EXP-COUNT(WS-APP-TABLE-COUNT)
                        ELSE
                            MOVE 0 TO WS-APP-T-EXP-COUNT(WS-APP-TABLE-COUNT)
                        END-IF

                        MOVE 503 TO WS-APP-POS
                        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
                            MOVE WS-APP-TEMP-REC (WS-APP-POS:50)
                                TO WS-APP-T-EXP-TITLE(WS-APP-TABLE-COUNT, WS-K)
                            ADD 50 TO WS-APP-POS
                            MOVE WS-APP-TEMP-REC (WS-APP-POS:50)
                                TO WS-APP-T-EXP-COMP(WS-APP-TABLE-COUNT, WS-K)
                            ADD 50 TO WS-APP-POS
                            MOVE WS-APP-TEMP-REC (WS-APP-POS:30)
                                TO WS-APP-T-EXP-DATES(WS-APP-TABLE-COUNT, WS-K)
                            ADD 30 TO WS-APP-POS
                            MOVE WS-APP-TEMP-REC (WS-APP-POS:100)
                                TO WS-APP-T-EXP-DESC(WS-APP-TABLE-COUNT, WS-K)
                            ADD 100 TO WS-APP-POS
                        END-PERFORM

                        IF WS-APP-TEMP-REC (2803:2) IS NUMERIC
                            MOVE WS-APP-TEMP-REC (2803:2)
                                TO WS-APP-T-EDU-COUNT(WS-APP-TABLE-COUNT)
                        ELSE
                            MOVE 0 TO WS-APP-T-EDU-COUNT(WS-APP-TABLE-COUNT)
                        END-IF

                        MOVE 2805 TO WS-APP-POS
                        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
                            MOVE WS-APP-TEMP-REC (WS-APP-POS:50)
                                TO WS-APP-T-EDU-DEGREE(WS-APP-TABLE-COUNT, WS-K)
                            ADD 50 TO WS-APP-POS
                            MOVE WS-APP-TEMP-REC (WS-APP-POS:50)
                                TO WS-APP-T-EDU-SCHOOL(WS-APP-TABLE-COUNT, WS-K)
                            ADD 50 TO WS-APP-POS
                            MOVE WS-APP-TEMP-REC (WS-APP-POS:20)
                                TO WS-APP-T-EDU-YEARS(WS-APP-TABLE-COUNT, WS-K)
                            ADD 20 TO WS-APP-POS
                        END-PERFORM

                        MOVE WS-APP-TEMP-REC (4005:10)
                            TO WS-APP-T-APPLIED(WS-APP-TABLE-COUNT)
                        MOVE WS-APP-TEMP-REC (4015:10)
                            TO WS-APP-T-STATUS-DATE(WS-APP-TABLE-COUNT)
                        MOVE WS-APP-TEMP-REC (105:1)
                            TO WS-APP-T-REFERRED(WS-APP-TABLE-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPLICATION-FILE
    END-IF

    MOVE "the application file" TO WS-TRL-FILE-NAME
    PERFORM CHECK-TRAILER-TOTALS.

*> ---------------------------------------------------------------
*> SAVE-APPLICATIONS
*>   Rewrites APPLICATION-FILE from WS-APP-TABLE.
*> ---------------------------------------------------------------
SAVE-APPLICATIONS.
    *> A rewrite from an overflowed table would destroy every row
    *> past the table, so it is refused outright -- same rule as the
    *> overflow stop in JobPostingMaintenance. Callers check
    *> WS-APP-SAVE-OK before announcing success.
    MOVE "N" TO WS-APP-SAVE-OK
    IF WS-APP-OVERFLOW = "Y"
        MOVE "The application file has outgrown this session; the change was not saved."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-APP-SAVE-OK

    MOVE "InCollege-Applications.txt" TO WS-JRN-TAG
    PERFORM WRITE-JOURNAL-BEGIN

    OPEN OUTPUT APPLICATION-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-APP-TABLE-COUNT
        MOVE SPACES TO APPLICATION-REC
        MOVE WS-APP-T-USER(WS-I)     TO APPLICATION-REC (1:20)
        MOVE WS-APP-T-TITLE(WS-I)    TO APPLICATION-REC (22:40)
        MOVE WS-APP-T-EMPLOYER(WS-I) TO APPLICATION-REC (65:40)
        MOVE WS-APP-T-LOCATION(WS-I) TO APPLICATION-REC (110:40)
        MOVE WS-APP-T-STATUS(WS-I)   TO APPLICATION-REC (150:20)
        MOVE WS-APP-T-FNAME(WS-I)    TO APPLICATION-REC (171:30)
        MOVE WS-APP-T-LNAME(WS-I)    TO APPLICATION-REC (201:30)
        MOVE WS-APP-T-UNIV(WS-I)     TO APPLICATION-REC (231:40)
        MOVE WS-APP-T-MAJOR(WS-I)    TO APPLICATION-REC (271:30)
        MOVE WS-APP-T-ABOUT(WS-I)    TO APPLICATION-REC (301:200)
        MOVE WS-APP-T-EXP-COUNT(WS-I) TO APPLICATION-REC (501:2)

        MOVE 503 TO WS-APP-POS
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
            MOVE WS-APP-T-EXP-TITLE(WS-I, WS-K)
                TO APPLICATION-REC (WS-APP-POS:50)
            ADD 50 TO WS-APP-POS
            MOVE WS-APP-T-EXP-COMP(WS-I, WS-K)
                TO APPLICATION-REC (WS-APP-POS:50)
            ADD 50 TO WS-APP-POS
            MOVE WS-APP-T-EXP-DATES(WS-I, WS-K)
                TO APPLICATION-REC (WS-APP-POS:30)
            ADD 30 TO WS-APP-POS
            MOVE WS-APP-T-EXP-DESC(WS-I, WS-K)
                TO APPLICATION-REC (WS-APP-POS:100)
            ADD 100 TO WS-APP-POS
        END-PERFORM

        MOVE WS-APP-T-EDU-COUNT(WS-I) TO APPLICATION-REC (2803:2)

        MOVE 2805 TO WS-APP-POS
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
            MOVE WS-APP-T-EDU-DEGREE(WS-I, WS-K)
                TO APPLICATION-REC (WS-APP-POS:50)
            ADD 50 TO WS-APP-POS
            MOVE WS-APP-T-EDU-SCHOOL(WS-I, WS-K)
                TO APPLICATION-REC (WS-APP-POS:50)
            ADD 50 TO WS-APP-POS
            MOVE WS-APP-T-EDU-YEARS(WS-I, WS-K)
                TO APPLICATION-REC (WS-APP-POS:20)
            ADD 20 TO WS-APP-POS
        END-PERFORM
        MOVE WS-APP-T-APPLIED(WS-I)     TO APPLICATION-REC (4005:10)
        MOVE WS-APP-T-STATUS-DATE(WS-I) TO APPLICATION-REC (4015:10)
        MOVE WS-APP-T-REFERRED(WS-I)    TO APPLICATION-REC (105:1)
        WRITE APPLICATION-REC
        MOVE APPLICATION-REC TO WS-JRN-DATA
        PERFORM WRITE-JOURNAL-ROW
    END-PERFORM

    *> Control trailer: the row count the next load verifies.
    MOVE SPACES TO APPLICATION-REC
    MOVE "*TRAILER*" TO APPLICATION-REC(1:9)
    MOVE "|" TO APPLICATION-REC(10:1)
    MOVE WS-APP-TABLE-COUNT TO WS-TRL-DATA-COUNT
    MOVE WS-TRL-DATA-COUNT TO APPLICATION-REC(11:7)
    WRITE APPLICATION-REC
    CLOSE APPLICATION-FILE

    PERFORM WRITE-JOURNAL-COMMIT.

*> ---------------------------------------------------------------
*> MY-APPLICATIONS-SCREEN
*>   Lists every application belonging to the current user along with
*>   its tracked status (Submitted/Under Review/Interview/Offer/
*>   Rejected/Hired/Withdrawn/Expired), the terms of any offer and the
*>   state of any reference check, and offers a withdraw action on a
*>   still-active one.
*> ---------------------------------------------------------------
MY-APPLICATIONS-SCREEN.
    MOVE "--- My Applications ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-APPLICATIONS
    PERFORM LOAD-ALL-OFFERS
    PERFORM LOAD-ALL-REFCHECKS

    MOVE 0 TO WS-MY-APP-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-APP-TABLE-COUNT
        IF FUNCTION TRIM(WS-APP-T-USER(WS-I)) = FUNCTION TRIM(WS-CURR-USER)
            ADD 1 TO WS-MY-APP-COUNT
            MOVE WS-I TO WS-MY-APP-ROW-IDX(WS-MY-APP-COUNT)
        END-IF
    END-PERFORM

    IF WS-MY-APP-COUNT = 0
        MOVE "You have not applied to any jobs yet." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM MY-INTERVIEWS-SCREEN

    MOVE 1 TO WS-PAGE-START
    MOVE "N" TO WS-PAGE-DONE
    PERFORM MY-APPLICATIONS-PAGE UNTIL WS-PAGE-DONE = "Y".

*> ---------------------------------------------------------------
*> MY-APPLICATIONS-PAGE
*>   One page of the user's applications with paging controls and
*>   the withdraw action. The number entered is the listing ordinal,
*>   so jumping to an item on another page works too.
*> ---------------------------------------------------------------
MY-APPLICATIONS-PAGE.
    COMPUTE WS-PAGE-END = WS-PAGE-START + WS-PAGE-SIZE - 1
    IF WS-PAGE-END > WS-MY-APP-COUNT
        MOVE WS-MY-APP-COUNT TO WS-PAGE-END
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    STRING "Applications " WS-PAGE-START " through " WS-PAGE-END
           " of " WS-MY-APP-COUNT ":"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    PERFORM VARYING WS-PG FROM WS-PAGE-START BY 1
        UNTIL WS-PG > WS-PAGE-END
        MOVE WS-MY-APP-ROW-IDX(WS-PG) TO WS-I
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-PG ". "
               FUNCTION TRIM(WS-APP-T-TITLE(WS-I)) " at "
               FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-I))
               " - " FUNCTION TRIM(WS-APP-T-STATUS(WS-I))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
        MOVE WS-I TO WS-OFR-APP-IDX
        PERFORM PRINT-OFFER-TERMS
        MOVE WS-I TO WS-RK-APP
        PERFORM PRINT-REFERENCE-STATUS
    END-PERFORM

    MOVE "Enter a number to withdraw it, R to review an employer's hiring process, F to choose referees for a reference check, N for next page, P for previous, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE FUNCTION UPPER-CASE(WS-TOKEN(1:1))
        WHEN "R"
            PERFORM REVIEW-EMPLOYER-PROCESS
        WHEN "F"
            PERFORM CHOOSE-REFEREES
        WHEN "N"
            IF WS-PAGE-END < WS-MY-APP-COUNT
                COMPUTE WS-PAGE-START = WS-PAGE-END + 1
            ELSE
                MOVE "You are on the last page." TO WS-OUT-LINE
                PERFORM PRINT-LINE
            END-IF
        WHEN "P"
            IF WS-PAGE-START > WS-PAGE-SIZE
                COMPUTE WS-PAGE-START = WS-PAGE-START - WS-PAGE-SIZE
            ELSE
                MOVE 1 TO WS-PAGE-START
            END-IF
        WHEN OTHER
            IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
                MOVE "Invalid input." TO WS-OUT-LINE
                PERFORM PRINT-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
            IF WS-USER-CHOICE = 0
                MOVE "Y" TO WS-PAGE-DONE
                EXIT PARAGRAPH
            END-IF
            IF WS-USER-CHOICE < 1 OR WS-USER-CHOICE > WS-MY-APP-COUNT
                MOVE "Invalid choice." TO WS-OUT-LINE
                PERFORM PRINT-LINE
                EXIT PARAGRAPH
            END-IF

            MOVE WS-MY-APP-ROW-IDX(WS-USER-CHOICE) TO WS-J
            IF FUNCTION TRIM(WS-APP-T-STATUS(WS-J)) = "Withdrawn"
                MOVE "That application has already been withdrawn."
                    TO WS-OUT-LINE
                PERFORM PRINT-LINE
                EXIT PARAGRAPH
            END-IF

            *> An application holding an offer can be accepted here;
            *> accepting is what records the placement.
            IF FUNCTION TRIM(WS-APP-T-STATUS(WS-J)) = "Offer"
                PERFORM OFFER-DECISION-PROMPT
                EXIT PARAGRAPH
            END-IF

            IF FUNCTION TRIM(WS-APP-T-STATUS(WS-J)) = "Expired"
                MOVE "That offer expired on its respond-by date and can no longer be acted on."
                    TO WS-OUT-LINE
                PERFORM PRINT-LINE
                EXIT PARAGRAPH
            END-IF

            IF FUNCTION TRIM(WS-APP-T-STATUS(WS-J)) = "Position Filled"
                MOVE "That position has been filled; there is nothing to withdraw."
                    TO WS-OUT-LINE
                PERFORM PRINT-LINE
                EXIT PARAGRAPH
            END-IF

            MOVE "N" TO WS-FILL-WAS-HIRED
            IF FUNCTION TRIM(WS-APP-T-STATUS(WS-J)) = "Hired"
                MOVE "Y" TO WS-FILL-WAS-HIRED
            END-IF
            MOVE "Withdrawn" TO WS-APP-T-STATUS(WS-J)
            PERFORM FORMAT-TODAY-DATE
            MOVE WS-TODAY-DATE TO WS-APP-T-STATUS-DATE(WS-J)
            PERFORM SAVE-APPLICATIONS
            IF WS-APP-SAVE-OK = "Y"
                MOVE "Your application has been withdrawn." TO WS-OUT-LINE
                PERFORM PRINT-LINE
                *> Walking away from an accepted offer frees its slot.
                IF WS-FILL-WAS-HIRED = "Y"
                    MOVE WS-APP-T-TITLE(WS-J)    TO WS-FILL-TITLE
                    MOVE WS-APP-T-EMPLOYER(WS-J) TO WS-FILL-EMPLOYER
                    PERFORM RECHECK-POSTING-FILL
                END-IF
            END-IF
    END-EVALUATE.

*> ---------------------------------------------------------------
*> REVIEW-EMPLOYER-PROCESS
*>   Lets the student rate the hiring process of an employer they
*>   have been through: an application in a final status (Hired,
*>   Rejected, Expired, Withdrawn) or one with a CONFIRMED interview.
*>   One review per application; a rejected review can be redone.
*> ---------------------------------------------------------------
REVIEW-EMPLOYER-PROCESS.
    PERFORM LOAD-ALL-INTERVIEWS
    PERFORM LOAD-ALL-EMP-REVIEWS

    MOVE 0 TO WS-HR-ELIG-COUNT
    PERFORM VARYING WS-HR-J FROM 1 BY 1 UNTIL WS-HR-J > WS-MY-APP-COUNT
        MOVE WS-MY-APP-ROW-IDX(WS-HR-J) TO WS-HR-APP
        PERFORM CHECK-REVIEW-ELIGIBLE
        IF WS-HR-FOUND = "Y" AND WS-HR-ELIG-COUNT < 200
            ADD 1 TO WS-HR-ELIG-COUNT
            MOVE WS-HR-APP TO WS-HR-ELIG-IDX(WS-HR-ELIG-COUNT)
        END-IF
    END-PERFORM

    IF WS-HR-ELIG-COUNT = 0
        MOVE "None of your applications can be reviewed yet. A review opens once an interview is confirmed or the application is closed."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Applications you can review:" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    PERFORM VARYING WS-HR-I FROM 1 BY 1 UNTIL WS-HR-I > WS-HR-ELIG-COUNT
        MOVE WS-HR-ELIG-IDX(WS-HR-I) TO WS-HR-APP
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-HR-I ". "
               FUNCTION TRIM(WS-APP-T-TITLE(WS-HR-APP)) " at "
               FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-HR-APP))
               " - " FUNCTION TRIM(WS-APP-T-STATUS(WS-HR-APP))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE "Enter the number to review, or 0 to go back:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-HR-PICK
    IF WS-HR-PICK = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-HR-PICK > WS-HR-ELIG-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-HR-ELIG-IDX(WS-HR-PICK) TO WS-HR-APP

    MOVE "How was the employer's communication? (1 = poor, 5 = excellent):"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF WS-TOKEN(1:1) < "1" OR WS-TOKEN(1:1) > "5"
       OR WS-TOKEN(2:1) NOT = SPACE
        MOVE "Error: A rating must be a number from 1 to 5. Review discarded."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN(1:1) TO WS-HR-NEW-COMM

    MOVE "How was the hiring process overall? (1 = poor, 5 = excellent):"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF WS-TOKEN(1:1) < "1" OR WS-TOKEN(1:1) > "5"
       OR WS-TOKEN(2:1) NOT = SPACE
        MOVE "Error: A rating must be a number from 1 to 5. Review discarded."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN(1:1) TO WS-HR-NEW-OVERALL

    MOVE "Comment (optional, up to 200 characters; blank for none):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN))
    IF WS-LEN > 200
        MOVE "Error: The comment cannot exceed 200 characters. Review discarded."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    IF WS-HR-COUNT >= 500
        MOVE "Reviews are full right now. Please try again later."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    ADD 1 TO WS-HR-COUNT
    MOVE WS-CURR-USER                TO WS-HRT-USER(WS-HR-COUNT)
    MOVE WS-APP-T-TITLE(WS-HR-APP)    TO WS-HRT-TITLE(WS-HR-COUNT)
    MOVE WS-APP-T-EMPLOYER(WS-HR-APP) TO WS-HRT-EMPLOYER(WS-HR-COUNT)
    MOVE WS-HR-NEW-COMM              TO WS-HRT-COMM(WS-HR-COUNT)
    MOVE WS-HR-NEW-OVERALL           TO WS-HRT-OVERALL(WS-HR-COUNT)
    MOVE WS-TOKEN(1:200)             TO WS-HRT-COMMENT(WS-HR-COUNT)
    MOVE WS-TODAY-DATE               TO WS-HRT-DATE(WS-HR-COUNT)
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "APPROVED" TO WS-HRT-STATUS(WS-HR-COUNT)
        MOVE "Thank you. Your review has been recorded." TO WS-OUT-LINE
    ELSE
        MOVE "PENDING"  TO WS-HRT-STATUS(WS-HR-COUNT)
        MOVE "Thank you. Your review will appear once career services has checked the comment."
            TO WS-OUT-LINE
    END-IF
    PERFORM SAVE-ALL-EMP-REVIEWS
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> CHECK-REVIEW-ELIGIBLE
*>   WS-HR-FOUND = "Y" when application row WS-HR-APP may be
*>   reviewed now: it reached a final status or holds a CONFIRMED
*>   interview, and no PENDING or APPROVED review exists for it.
*> ---------------------------------------------------------------
CHECK-REVIEW-ELIGIBLE.
    MOVE "N" TO WS-HR-FOUND
    EVALUATE FUNCTION TRIM(WS-APP-T-STATUS(WS-HR-APP))
        WHEN "Hired"
        WHEN "Rejected"
        WHEN "Expired"
        WHEN "Withdrawn"
        WHEN "Position Filled"
            MOVE "Y" TO WS-HR-FOUND
        WHEN OTHER
            PERFORM VARYING WS-HR-I FROM 1 BY 1
                UNTIL WS-HR-I > WS-IV-COUNT OR WS-HR-FOUND = "Y"
                IF FUNCTION TRIM(WS-IVT-USER(WS-HR-I))
                       = FUNCTION TRIM(WS-CURR-USER)
                   AND FUNCTION TRIM(WS-IVT-TITLE(WS-HR-I))
                       = FUNCTION TRIM(WS-APP-T-TITLE(WS-HR-APP))
                   AND FUNCTION TRIM(WS-IVT-EMPLOYER(WS-HR-I))
                       = FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-HR-APP))
                   AND FUNCTION TRIM(WS-IVT-STATUS(WS-HR-I)) = "CONFIRMED"
                    MOVE "Y" TO WS-HR-FOUND
                END-IF
            END-PERFORM
    END-EVALUATE

    IF WS-HR-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-HR-I FROM 1 BY 1 UNTIL WS-HR-I > WS-HR-COUNT
        IF FUNCTION TRIM(WS-HRT-USER(WS-HR-I)) = FUNCTION TRIM(WS-CURR-USER)
           AND FUNCTION TRIM(WS-HRT-TITLE(WS-HR-I))
               = FUNCTION TRIM(WS-APP-T-TITLE(WS-HR-APP))
           AND FUNCTION TRIM(WS-HRT-EMPLOYER(WS-HR-I))
               = FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-HR-APP))
           AND FUNCTION TRIM(WS-HRT-STATUS(WS-HR-I)) NOT = "REJECTED"
            MOVE "N" TO WS-HR-FOUND
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> PRINT-REFERENCE-STATUS
*>   Under application row WS-RK-APP on My Applications: whether the
*>   employer asked for references and, for each referee chosen,
*>   whether the reference has come back. What a referee said is
*>   never shown to the student.
*> ---------------------------------------------------------------
PRINT-REFERENCE-STATUS.
    PERFORM FIND-REFCHECK-REQUEST
    IF WS-RK-REQ = 0
        EXIT PARAGRAPH
    END-IF

    IF WS-RK-CHOSEN = 0
        MOVE "    References requested by the employer -- enter F to choose up to three referees."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-RK-I FROM 1 BY 1 UNTIL WS-RK-I > WS-RK-COUNT
        IF WS-RKT-REFEREE(WS-RK-I) NOT = SPACES
           AND FUNCTION TRIM(WS-RKT-USER(WS-RK-I))
               = FUNCTION TRIM(WS-APP-T-USER(WS-RK-APP))
           AND FUNCTION TRIM(WS-RKT-TITLE(WS-RK-I))
               = FUNCTION TRIM(WS-APP-T-TITLE(WS-RK-APP))
           AND FUNCTION TRIM(WS-RKT-EMPLOYER(WS-RK-I))
               = FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-RK-APP))
            MOVE WS-RKT-REFEREE(WS-RK-I) TO WS-RK-WHO
            PERFORM FIND-REFEREE-NAME
            MOVE SPACES TO WS-OUT-LINE
            EVALUATE FUNCTION TRIM(WS-RKT-STATUS(WS-RK-I))
                WHEN "RETURNED"
                    STRING "    Reference from " FUNCTION TRIM(WS-RK-NAME)
                           ": returned to the employer"
                      INTO WS-OUT-LINE
                    END-STRING
                WHEN "DECLINED"
                    STRING "    Reference from " FUNCTION TRIM(WS-RK-NAME)
                           ": declined"
                      INTO WS-OUT-LINE
                    END-STRING
                WHEN OTHER
                    STRING "    Reference from " FUNCTION TRIM(WS-RK-NAME)
                           ": awaiting reply"
                      INTO WS-OUT-LINE
                    END-STRING
            END-EVALUATE
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> CHOOSE-REFEREES
*>   For an application an employer has asked references on, lets
*>   the student route the request to one more referee: the author
*>   of one of their approved recommendations or one of their
*>   accepted connections. Three referees per application at most;
*>   each one chosen is notified and answers from Notifications.
*> ---------------------------------------------------------------
CHOOSE-REFEREES.
    PERFORM LOAD-ALL-REFCHECKS

    MOVE 0 TO WS-RK-ELIG-COUNT
    PERFORM VARYING WS-RK-J FROM 1 BY 1 UNTIL WS-RK-J > WS-MY-APP-COUNT
        MOVE WS-MY-APP-ROW-IDX(WS-RK-J) TO WS-RK-APP
        PERFORM FIND-REFCHECK-REQUEST
        IF WS-RK-REQ > 0 AND WS-RK-CHOSEN < 3
           AND FUNCTION TRIM(WS-APP-T-STATUS(WS-RK-APP)) NOT = "Withdrawn"
           AND WS-RK-ELIG-COUNT < 200
            ADD 1 TO WS-RK-ELIG-COUNT
            MOVE WS-RK-APP TO WS-RK-ELIG-IDX(WS-RK-ELIG-COUNT)
        END-IF
    END-PERFORM

    IF WS-RK-ELIG-COUNT = 0
        MOVE "No employer is waiting on referees from you." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Applications with a reference check:" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    PERFORM VARYING WS-RK-PICK FROM 1 BY 1
        UNTIL WS-RK-PICK > WS-RK-ELIG-COUNT
        MOVE WS-RK-ELIG-IDX(WS-RK-PICK) TO WS-RK-APP
        PERFORM FIND-REFCHECK-REQUEST
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-RK-PICK ". "
               FUNCTION TRIM(WS-APP-T-TITLE(WS-RK-APP)) " at "
               FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-RK-APP))
               " (" WS-RK-CHOSEN " of 3 referees chosen)"
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE "Enter the number of the application, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-RK-PICK
    IF WS-RK-PICK = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-RK-PICK > WS-RK-ELIG-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-RK-ELIG-IDX(WS-RK-PICK) TO WS-RK-APP
    PERFORM FIND-REFCHECK-REQUEST

    *> Candidates: authors of the student's approved recommendations
    *> first, then accepted connections not already listed.
    MOVE 0 TO WS-RK-CAND-COUNT
    PERFORM LOAD-ALL-RECOS
    PERFORM VARYING WS-RK-J FROM 1 BY 1 UNTIL WS-RK-J > WS-RECO-COUNT
        IF FUNCTION TRIM(WS-RT-OWNER(WS-RK-J)) = FUNCTION TRIM(WS-CURR-USER)
           AND FUNCTION TRIM(WS-RT-STATUS(WS-RK-J)) = "APPROVED"
            MOVE WS-RT-AUTHOR(WS-RK-J) TO WS-RK-WHO
            MOVE "R" TO WS-RK-SRC
            PERFORM ADD-REFEREE-CANDIDATE
        END-IF
    END-PERFORM

    PERFORM LOAD-MY-CONNECTIONS
    PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
        UNTIL WS-CONN-IDX > WS-CONN-COUNT
        IF WS-CSTATUS(WS-CONN-IDX) = "ACCEPTED"
            IF WS-CSENDER(WS-CONN-IDX) = WS-CURR-USER
                MOVE WS-CRECIPIENT(WS-CONN-IDX) TO WS-RK-WHO
            ELSE
                MOVE WS-CSENDER(WS-CONN-IDX) TO WS-RK-WHO
            END-IF
            MOVE "C" TO WS-RK-SRC
            PERFORM ADD-REFEREE-CANDIDATE
        END-IF
    END-PERFORM

    IF WS-RK-CAND-COUNT = 0
        MOVE "None of your recommenders or connections is left to ask. Approved recommendations and accepted connections can be chosen."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "People you can ask for a reference:" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    PERFORM VARYING WS-RK-PICK FROM 1 BY 1
        UNTIL WS-RK-PICK > WS-RK-CAND-COUNT
        MOVE WS-RK-CAND-USER(WS-RK-PICK) TO WS-RK-WHO
        PERFORM FIND-REFEREE-NAME
        MOVE SPACES TO WS-OUT-LINE
        IF WS-RK-CAND-SOURCE(WS-RK-PICK) = "R"
            STRING WS-RK-PICK ". " FUNCTION TRIM(WS-RK-NAME)
                   " (" FUNCTION TRIM(WS-RK-WHO) ") - recommended you"
              INTO WS-OUT-LINE
            END-STRING
        ELSE
            STRING WS-RK-PICK ". " FUNCTION TRIM(WS-RK-NAME)
                   " (" FUNCTION TRIM(WS-RK-WHO) ") - connection"
              INTO WS-OUT-LINE
            END-STRING
        END-IF
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE "Enter the number of the person to ask, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-RK-PICK
    IF WS-RK-PICK = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-RK-PICK > WS-RK-CAND-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    IF WS-RK-COUNT >= 500
        MOVE "Reference checks are full right now. Please try again later."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    ADD 1 TO WS-RK-COUNT
    INITIALIZE WS-RK-TABLE(WS-RK-COUNT)
    MOVE WS-CURR-USER                  TO WS-RKT-USER(WS-RK-COUNT)
    MOVE WS-RKT-TITLE(WS-RK-REQ)       TO WS-RKT-TITLE(WS-RK-COUNT)
    MOVE WS-RKT-EMPLOYER(WS-RK-REQ)    TO WS-RKT-EMPLOYER(WS-RK-COUNT)
    MOVE WS-RK-CAND-USER(WS-RK-PICK)   TO WS-RKT-REFEREE(WS-RK-COUNT)
    MOVE WS-RK-CAND-SOURCE(WS-RK-PICK) TO WS-RKT-SOURCE(WS-RK-COUNT)
    MOVE "PENDING"                     TO WS-RKT-STATUS(WS-RK-COUNT)
    MOVE WS-RKT-REQ-BY(WS-RK-REQ)      TO WS-RKT-REQ-BY(WS-RK-COUNT)
    MOVE WS-TODAY-DATE                 TO WS-RKT-DATE(WS-RK-COUNT)
    PERFORM SAVE-ALL-REFCHECKS

    MOVE WS-RK-CAND-USER(WS-RK-PICK) TO WS-NOTIFY-USER
    MOVE "REFERENCE-REQUEST" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING FUNCTION TRIM(WS-CURR-USER)
           " asks you for a reference: "
           FUNCTION TRIM(WS-RKT-EMPLOYER(WS-RK-REQ))
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE SPACES TO WS-OUT-LINE
    STRING "Reference request sent to "
           FUNCTION TRIM(WS-RK-CAND-USER(WS-RK-PICK))
           ". You will see here when it has been returned."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> ADD-REFEREE-CANDIDATE
*>   Adds member WS-RK-WHO (source WS-RK-SRC) to the candidate list
*>   unless it is the student, is already listed, or is already a
*>   referee on the check at WS-RK-REQ.
*> ---------------------------------------------------------------
ADD-REFEREE-CANDIDATE.
    IF WS-RK-WHO = SPACES OR WS-RK-WHO = WS-CURR-USER
       OR WS-RK-CAND-COUNT >= 50
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-RK-I FROM 1 BY 1 UNTIL WS-RK-I > WS-RK-CAND-COUNT
        IF FUNCTION TRIM(WS-RK-CAND-USER(WS-RK-I)) = FUNCTION TRIM(WS-RK-WHO)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    PERFORM VARYING WS-RK-I FROM 1 BY 1 UNTIL WS-RK-I > WS-RK-COUNT
        IF FUNCTION TRIM(WS-RKT-REFEREE(WS-RK-I)) = FUNCTION TRIM(WS-RK-WHO)
           AND FUNCTION TRIM(WS-RKT-USER(WS-RK-I))
               = FUNCTION TRIM(WS-RKT-USER(WS-RK-REQ))
           AND FUNCTION TRIM(WS-RKT-TITLE(WS-RK-I))
               = FUNCTION TRIM(WS-RKT-TITLE(WS-RK-REQ))
           AND FUNCTION TRIM(WS-RKT-EMPLOYER(WS-RK-I))
               = FUNCTION TRIM(WS-RKT-EMPLOYER(WS-RK-REQ))
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    ADD 1 TO WS-RK-CAND-COUNT
    MOVE WS-RK-WHO TO WS-RK-CAND-USER(WS-RK-CAND-COUNT)
    MOVE WS-RK-SRC TO WS-RK-CAND-SOURCE(WS-RK-CAND-COUNT).

*> ---------------------------------------------------------------
*> PRINT-EMPLOYER-RATING
*>   The job detail line under the employer name: average ratings
*>   and count of approved reviews of WS-SEL-EMPLOYER's hiring
*>   process, then the two latest approved comments.
*> ---------------------------------------------------------------
PRINT-EMPLOYER-RATING.
    PERFORM LOAD-ALL-EMP-REVIEWS

    MOVE 0 TO WS-HR-N
    MOVE 0 TO WS-HR-SUM-COMM
    MOVE 0 TO WS-HR-SUM-OVERALL
    PERFORM VARYING WS-HR-I FROM 1 BY 1 UNTIL WS-HR-I > WS-HR-COUNT
        IF FUNCTION TRIM(WS-HRT-EMPLOYER(WS-HR-I))
               = FUNCTION TRIM(WS-SEL-EMPLOYER)
           AND FUNCTION TRIM(WS-HRT-STATUS(WS-HR-I)) = "APPROVED"
            ADD 1 TO WS-HR-N
            ADD WS-HRT-COMM(WS-HR-I)    TO WS-HR-SUM-COMM
            ADD WS-HRT-OVERALL(WS-HR-I) TO WS-HR-SUM-OVERALL
        END-IF
    END-PERFORM

    IF WS-HR-N = 0
        MOVE "Hiring process rating: no reviews yet" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-HR-AVG-OVERALL ROUNDED = WS-HR-SUM-OVERALL / WS-HR-N
    COMPUTE WS-HR-AVG-COMM ROUNDED = WS-HR-SUM-COMM / WS-HR-N
    MOVE WS-HR-AVG-OVERALL TO WS-HR-AVG-OVERALL-ED
    MOVE WS-HR-AVG-COMM    TO WS-HR-AVG-COMM-ED
    MOVE SPACES TO WS-OUT-LINE
    STRING "Hiring process rating: " WS-HR-AVG-OVERALL-ED
           " / 5 overall, " WS-HR-AVG-COMM-ED
           " / 5 communication (" WS-HR-N " reviews)"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    *> Newest first: the file is in the order reviews were written.
    MOVE 0 TO WS-HR-SHOWN
    PERFORM VARYING WS-HR-I FROM WS-HR-COUNT BY -1
        UNTIL WS-HR-I < 1 OR WS-HR-SHOWN >= 2
        IF FUNCTION TRIM(WS-HRT-EMPLOYER(WS-HR-I))
               = FUNCTION TRIM(WS-SEL-EMPLOYER)
           AND FUNCTION TRIM(WS-HRT-STATUS(WS-HR-I)) = "APPROVED"
           AND WS-HRT-COMMENT(WS-HR-I) NOT = SPACES
            ADD 1 TO WS-HR-SHOWN
            MOVE SPACES TO WS-OUT-LINE
            STRING "  > " FUNCTION TRIM(WS-HRT-COMMENT(WS-HR-I))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM.

LOAD-ALL-EMP-REVIEWS.
    MOVE 0 TO WS-HR-COUNT
    MOVE "N" TO WS-HR-OVERFLOW
    MOVE "N" TO WS-HR-EOF

    OPEN INPUT EMP-REVIEW-FILE
    IF WS-HR-STATUS NOT = "35"
        PERFORM UNTIL WS-HR-EOF = "Y"
            READ EMP-REVIEW-FILE
                AT END
                    MOVE "Y" TO WS-HR-EOF
                NOT AT END
                    IF HR-USER NOT = SPACES
                        IF WS-HR-COUNT < 500
                            ADD 1 TO WS-HR-COUNT
                            MOVE HR-USER     TO WS-HRT-USER(WS-HR-COUNT)
                            MOVE HR-TITLE    TO WS-HRT-TITLE(WS-HR-COUNT)
                            MOVE HR-EMPLOYER TO WS-HRT-EMPLOYER(WS-HR-COUNT)
                            MOVE HR-COMM-RATING
                                TO WS-HRT-COMM(WS-HR-COUNT)
                            MOVE HR-OVERALL-RATING
                                TO WS-HRT-OVERALL(WS-HR-COUNT)
                            MOVE HR-COMMENT  TO WS-HRT-COMMENT(WS-HR-COUNT)
                            MOVE HR-STATUS   TO WS-HRT-STATUS(WS-HR-COUNT)
                            MOVE HR-DATE     TO WS-HRT-DATE(WS-HR-COUNT)
                        ELSE
                            MOVE "Y" TO WS-HR-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE EMP-REVIEW-FILE.

*> Refused from an overflowed table, same rule as SAVE-APPLICATIONS.
SAVE-ALL-EMP-REVIEWS.
    IF WS-HR-OVERFLOW = "Y"
        MOVE "The review file has outgrown this session; the change was not saved."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT EMP-REVIEW-FILE
    PERFORM VARYING WS-HR-J FROM 1 BY 1 UNTIL WS-HR-J > WS-HR-COUNT
        MOVE SPACES TO EMP-REVIEW-REC
        MOVE WS-HRT-USER(WS-HR-J)     TO HR-USER
        MOVE WS-HRT-TITLE(WS-HR-J)    TO HR-TITLE
        MOVE WS-HRT-EMPLOYER(WS-HR-J) TO HR-EMPLOYER
        MOVE WS-HRT-COMM(WS-HR-J)     TO HR-COMM-RATING
        MOVE WS-HRT-OVERALL(WS-HR-J)  TO HR-OVERALL-RATING
        MOVE WS-HRT-COMMENT(WS-HR-J)  TO HR-COMMENT
        MOVE WS-HRT-STATUS(WS-HR-J)   TO HR-STATUS
        MOVE WS-HRT-DATE(WS-HR-J)     TO HR-DATE
        MOVE "|" TO EMP-REVIEW-REC(21:1)
        MOVE "|" TO EMP-REVIEW-REC(62:1)
        MOVE "|" TO EMP-REVIEW-REC(103:1)
        MOVE "|" TO EMP-REVIEW-REC(105:1)
        MOVE "|" TO EMP-REVIEW-REC(107:1)
        MOVE "|" TO EMP-REVIEW-REC(308:1)
        MOVE "|" TO EMP-REVIEW-REC(319:1)
        WRITE EMP-REVIEW-REC
    END-PERFORM
    CLOSE EMP-REVIEW-FILE.

*> ---------------------------------------------------------------
*> OFFER-DECISION-PROMPT
*>   The application at WS-J holds an offer: accepting marks it Hired
*>   and records the placement (the story used to leave the system at
*>   exactly this point); withdrawing declines it.
*> ---------------------------------------------------------------
OFFER-DECISION-PROMPT.
    MOVE "This application holds an offer." TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE WS-J TO WS-OFR-APP-IDX
    PERFORM PRINT-OFFER-TERMS
    MOVE "1. Accept the offer" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Decline and withdraw" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            *> An offer past its respond-by date takes no acceptance,
            *> even if the nightly expiry sweep hasn't flipped it yet.
            IF WS-OFFER-PICK > 0
               AND FUNCTION TRIM(WS-OFT-RESPOND(WS-OFFER-PICK))
                   NOT = SPACES
                MOVE WS-OFT-RESPOND(WS-OFFER-PICK) TO WS-DEADLINE-IN
                PERFORM COMPUTE-DEADLINE-DAYS
                IF WS-DEADLINE-DAYS-REM < 0
                    MOVE "The respond-by date for this offer has passed; it can no longer be accepted."
                        TO WS-OUT-LINE
                    PERFORM PRINT-LINE
                    EXIT PARAGRAPH
                END-IF
            END-IF

            MOVE "Hired" TO WS-APP-T-STATUS(WS-J)
            PERFORM FORMAT-TODAY-DATE
            MOVE WS-TODAY-DATE TO WS-APP-T-STATUS-DATE(WS-J)
            PERFORM SAVE-APPLICATIONS
            IF WS-APP-SAVE-OK = "N"
                EXIT PARAGRAPH
            END-IF

            MOVE "ACCEPTED" TO WS-OFR-CLOSE-STATUS
            PERFORM CLOSE-OPEN-OFFER

            MOVE WS-APP-T-EMPLOYER(WS-J) TO WS-PL-EMPLOYER
            MOVE WS-APP-T-TITLE(WS-J)    TO WS-PL-TITLE
            MOVE "SYSTEM" TO WS-PL-SOURCE
            PERFORM RECORD-PLACEMENT

            MOVE WS-PL-TITLE    TO WS-FILL-TITLE
            MOVE WS-PL-EMPLOYER TO WS-FILL-EMPLOYER
            PERFORM RECHECK-POSTING-FILL

            MOVE "Congratulations! The offer is accepted and the placement is recorded."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
        WHEN "2"
            MOVE "Withdrawn" TO WS-APP-T-STATUS(WS-J)
            PERFORM FORMAT-TODAY-DATE
            MOVE WS-TODAY-DATE TO WS-APP-T-STATUS-DATE(WS-J)
            PERFORM SAVE-APPLICATIONS
            IF WS-APP-SAVE-OK = "Y"
                MOVE "DECLINED" TO WS-OFR-CLOSE-STATUS
                PERFORM CLOSE-OPEN-OFFER
                MOVE "The offer has been declined." TO WS-OUT-LINE
                PERFORM PRINT-LINE
            END-IF
        WHEN "3"
            CONTINUE
        WHEN OTHER
            MOVE "Invalid choice. Please enter 1, 2, or 3." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> CAPTURE-OFFER-TERMS
*>   Employer side of extending an offer: prompts for the salary,
*>   start date, position type, and the date the student must
*>   respond by, into the WS-OFR-NEW- fields. WS-VALID = "N" when
*>   any answer is unusable, and no decision is recorded.
*> ---------------------------------------------------------------
CAPTURE-OFFER-TERMS.
    MOVE "N" TO WS-VALID

    MOVE "Offered salary (e.g. $62,000/yr or $24/hr):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: Salary cannot be blank. No decision recorded."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN TO WS-OFR-NEW-SALARY

    MOVE "Start date (YYYY-MM-DD):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF WS-TOKEN(5:1) NOT = "-" OR WS-TOKEN(8:1) NOT = "-"
       OR WS-TOKEN(1:4) IS NOT NUMERIC
       OR WS-TOKEN(6:2) IS NOT NUMERIC
       OR WS-TOKEN(9:2) IS NOT NUMERIC
        MOVE "Error: Start date must be a YYYY-MM-DD date. No decision recorded."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN(1:10) TO WS-OFR-NEW-START

    MOVE "1. Full-time" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Part-time" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Internship" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "4. Co-op" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "Position type:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            MOVE "Full-time" TO WS-OFR-NEW-TYPE
        WHEN "2"
            MOVE "Part-time" TO WS-OFR-NEW-TYPE
        WHEN "3"
            MOVE "Internship" TO WS-OFR-NEW-TYPE
        WHEN "4"
            MOVE "Co-op" TO WS-OFR-NEW-TYPE
        WHEN OTHER
            MOVE "Invalid choice. No decision recorded." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE "Respond-by date (YYYY-MM-DD):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF WS-TOKEN(5:1) NOT = "-" OR WS-TOKEN(8:1) NOT = "-"
       OR WS-TOKEN(1:4) IS NOT NUMERIC
       OR WS-TOKEN(6:2) IS NOT NUMERIC
       OR WS-TOKEN(9:2) IS NOT NUMERIC
        MOVE "Error: Respond-by date must be a YYYY-MM-DD date. No decision recorded."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN(1:10) TO WS-OFR-NEW-RESPOND

    MOVE WS-OFR-NEW-RESPOND TO WS-DEADLINE-IN
    PERFORM COMPUTE-DEADLINE-DAYS
    IF WS-DEADLINE-DAYS-REM < 0
        MOVE "Error: Respond-by date cannot be in the past. No decision recorded."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    IF WS-OFR-NEW-RESPOND > WS-OFR-NEW-START
        MOVE "Error: Respond-by date must fall on or before the start date. No decision recorded."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO WS-VALID.

*> ---------------------------------------------------------------
*> SAVE-OFFER-TERMS
*>   Records the WS-OFR-NEW- terms against the application at
*>   WS-OFR-APP-IDX as an OPEN offer. Re-extending an offer on the
*>   same application replaces its earlier terms in place.
*> ---------------------------------------------------------------
SAVE-OFFER-TERMS.
    PERFORM LOAD-ALL-OFFERS
    PERFORM FIND-OFFER-FOR-APP

    IF WS-OFFER-PICK = 0
        IF WS-OFFER-COUNT >= 200
            MOVE "The offer file is full; the offer terms were not saved."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-OFFER-COUNT
        MOVE WS-OFFER-COUNT TO WS-OFFER-PICK
        MOVE WS-APP-T-USER(WS-OFR-APP-IDX)
            TO WS-OFT-USER(WS-OFFER-PICK)
        MOVE WS-APP-T-TITLE(WS-OFR-APP-IDX)
            TO WS-OFT-TITLE(WS-OFFER-PICK)
        MOVE WS-APP-T-EMPLOYER(WS-OFR-APP-IDX)
            TO WS-OFT-EMPLOYER(WS-OFFER-PICK)
    END-IF

    PERFORM FORMAT-TODAY-DATE
    MOVE WS-OFR-NEW-SALARY  TO WS-OFT-SALARY(WS-OFFER-PICK)
    MOVE WS-OFR-NEW-START   TO WS-OFT-START(WS-OFFER-PICK)
    MOVE WS-OFR-NEW-TYPE    TO WS-OFT-TYPE(WS-OFFER-PICK)
    MOVE WS-OFR-NEW-RESPOND TO WS-OFT-RESPOND(WS-OFFER-PICK)
    MOVE "OPEN"             TO WS-OFT-STATUS(WS-OFFER-PICK)
    MOVE WS-TODAY-DATE      TO WS-OFT-DATE(WS-OFFER-PICK)
    PERFORM SAVE-ALL-OFFERS.

*> ---------------------------------------------------------------
*> CLOSE-OPEN-OFFER
*>   Moves the OPEN offer on the application at WS-OFR-APP-IDX to
*>   WS-OFR-CLOSE-STATUS (ACCEPTED, DECLINED, or RESCINDED). An
*>   application with no offer row -- one from before offers carried
*>   terms -- is left alone.
*> ---------------------------------------------------------------
CLOSE-OPEN-OFFER.
    PERFORM LOAD-ALL-OFFERS
    PERFORM FIND-OFFER-FOR-APP
    IF WS-OFFER-PICK = 0
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-OFT-STATUS(WS-OFFER-PICK)) NOT = "OPEN"
        EXIT PARAGRAPH
    END-IF

    MOVE WS-OFR-CLOSE-STATUS TO WS-OFT-STATUS(WS-OFFER-PICK)
    PERFORM SAVE-ALL-OFFERS.

*> ---------------------------------------------------------------
*> FIND-OFFER-FOR-APP
*>   WS-OFFER-PICK = the offer row for the application at
*>   WS-OFR-APP-IDX (applicant + title + employer), or 0 when it has
*>   none. LOAD-ALL-OFFERS must have run.
*> ---------------------------------------------------------------
FIND-OFFER-FOR-APP.
    MOVE 0 TO WS-OFFER-PICK
    PERFORM VARYING WS-OFR-I FROM 1 BY 1
        UNTIL WS-OFR-I > WS-OFFER-COUNT OR WS-OFFER-PICK > 0
        IF FUNCTION TRIM(WS-OFT-USER(WS-OFR-I))
               = FUNCTION TRIM(WS-APP-T-USER(WS-OFR-APP-IDX))
           AND FUNCTION TRIM(WS-OFT-TITLE(WS-OFR-I))
               = FUNCTION TRIM(WS-APP-T-TITLE(WS-OFR-APP-IDX))
           AND FUNCTION TRIM(WS-OFT-EMPLOYER(WS-OFR-I))
               = FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-OFR-APP-IDX))
            MOVE WS-OFR-I TO WS-OFFER-PICK
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> PRINT-OFFER-TERMS
*>   Prints the terms of the offer on the application at
*>   WS-OFR-APP-IDX under its listing line, with the offer's status
*>   once it is no longer open. Prints nothing when there is no offer
*>   row. Leaves WS-OFFER-PICK pointing at the row.
*> ---------------------------------------------------------------
PRINT-OFFER-TERMS.
    PERFORM FIND-OFFER-FOR-APP
    IF WS-OFFER-PICK = 0
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    STRING "    Offer: " FUNCTION TRIM(WS-OFT-SALARY(WS-OFFER-PICK))
           ", " FUNCTION TRIM(WS-OFT-TYPE(WS-OFFER-PICK))
           ", starts " FUNCTION TRIM(WS-OFT-START(WS-OFFER-PICK))
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE SPACES TO WS-OUT-LINE
    IF FUNCTION TRIM(WS-OFT-STATUS(WS-OFFER-PICK)) = "OPEN"
        STRING "    Respond by "
               FUNCTION TRIM(WS-OFT-RESPOND(WS-OFFER-PICK))
          INTO WS-OUT-LINE
        END-STRING
    ELSE
        STRING "    Respond by "
               FUNCTION TRIM(WS-OFT-RESPOND(WS-OFFER-PICK))
               " (" FUNCTION TRIM(WS-OFT-STATUS(WS-OFFER-PICK)) ")"
          INTO WS-OUT-LINE
        END-STRING
    END-IF
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> LOAD-ALL-OFFERS / SAVE-ALL-OFFERS
*>   Same load-all/rewrite-all shape as LOAD-ALL-INTERVIEWS /
*>   SAVE-ALL-INTERVIEWS.
*> ---------------------------------------------------------------
LOAD-ALL-OFFERS.
    MOVE 0 TO WS-OFFER-COUNT
    MOVE "N" TO WS-OFFER-EOF

    OPEN INPUT OFFER-FILE
    IF WS-OFFER-STATUS NOT = "35"
        PERFORM UNTIL WS-OFFER-EOF = "Y"
            READ OFFER-FILE
                AT END
                    MOVE "Y" TO WS-OFFER-EOF
                NOT AT END
                    IF OF-USER NOT = SPACES AND WS-OFFER-COUNT < 200
                        ADD 1 TO WS-OFFER-COUNT
                        MOVE OF-USER          TO WS-OFT-USER(WS-OFFER-COUNT)
                        MOVE OF-TITLE         TO WS-OFT-TITLE(WS-OFFER-COUNT)
                        MOVE OF-EMPLOYER      TO WS-OFT-EMPLOYER(WS-OFFER-COUNT)
                        MOVE OF-SALARY        TO WS-OFT-SALARY(WS-OFFER-COUNT)
                        MOVE OF-START-DATE    TO WS-OFT-START(WS-OFFER-COUNT)
                        MOVE OF-POSITION-TYPE TO WS-OFT-TYPE(WS-OFFER-COUNT)
                        MOVE OF-RESPOND-BY    TO WS-OFT-RESPOND(WS-OFFER-COUNT)
                        MOVE OF-STATUS        TO WS-OFT-STATUS(WS-OFFER-COUNT)
                        MOVE OF-DATE          TO WS-OFT-DATE(WS-OFFER-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE OFFER-FILE.

SAVE-ALL-OFFERS.
    OPEN OUTPUT OFFER-FILE
    PERFORM VARYING WS-OFR-I FROM 1 BY 1 UNTIL WS-OFR-I > WS-OFFER-COUNT
        MOVE SPACES TO OFFER-REC
        MOVE WS-OFT-USER(WS-OFR-I)     TO OF-USER
        MOVE WS-OFT-TITLE(WS-OFR-I)    TO OF-TITLE
        MOVE WS-OFT-EMPLOYER(WS-OFR-I) TO OF-EMPLOYER
        MOVE WS-OFT-SALARY(WS-OFR-I)   TO OF-SALARY
        MOVE WS-OFT-START(WS-OFR-I)    TO OF-START-DATE
        MOVE WS-OFT-TYPE(WS-OFR-I)     TO OF-POSITION-TYPE
        MOVE WS-OFT-RESPOND(WS-OFR-I)  TO OF-RESPOND-BY
        MOVE WS-OFT-STATUS(WS-OFR-I)   TO OF-STATUS
        MOVE WS-OFT-DATE(WS-OFR-I)     TO OF-DATE
        MOVE "|" TO OFFER-REC(21:1)
        MOVE "|" TO OFFER-REC(62:1)
        MOVE "|" TO OFFER-REC(103:1)
        MOVE "|" TO OFFER-REC(124:1)
        MOVE "|" TO OFFER-REC(135:1)
        MOVE "|" TO OFFER-REC(156:1)
        MOVE "|" TO OFFER-REC(167:1)
        MOVE "|" TO OFFER-REC(178:1)
        WRITE OFFER-REC
    END-PERFORM
    CLOSE OFFER-FILE.

*> ---------------------------------------------------------------
*> RECORD-PLACEMENT
*>   Appends one placement row for the current user (employer/title/
*>   source set by the caller; major and graduation year pulled from
*>   the profile). The same user+employer+title is recorded once no
*>   matter how many times the path is walked.
*> ---------------------------------------------------------------
RECORD-PLACEMENT.
    MOVE "N" TO WS-PLACE-DUP
    MOVE "N" TO WS-PLACE-EOF

    OPEN INPUT PLACEMENT-FILE
    IF WS-PLACE-STATUS NOT = "35"
        PERFORM UNTIL WS-PLACE-EOF = "Y"
            READ PLACEMENT-FILE
                AT END
                    MOVE "Y" TO WS-PLACE-EOF
                NOT AT END
                    IF FUNCTION TRIM(PL-USER)
                           = FUNCTION TRIM(WS-CURR-USER)
                       AND FUNCTION TRIM(PL-EMPLOYER)
                           = FUNCTION TRIM(WS-PL-EMPLOYER)
                       AND FUNCTION TRIM(PL-TITLE)
                           = FUNCTION TRIM(WS-PL-TITLE)
                        MOVE "Y" TO WS-PLACE-DUP
                        MOVE "Y" TO WS-PLACE-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE PLACEMENT-FILE

    IF WS-PLACE-DUP = "Y"
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    PERFORM FIND-PROFILE-IDX

    OPEN EXTEND PLACEMENT-FILE
    IF WS-PLACE-STATUS = "35"
        OPEN OUTPUT PLACEMENT-FILE
        CLOSE PLACEMENT-FILE
        OPEN EXTEND PLACEMENT-FILE
    END-IF

    MOVE SPACES TO PLACEMENT-REC
    MOVE WS-CURR-USER   TO PL-USER
    MOVE WS-PL-EMPLOYER TO PL-EMPLOYER
    MOVE WS-PL-TITLE    TO PL-TITLE
    IF WS-J > 0
        MOVE WS-PROF-MAJOR(WS-J) TO PL-MAJOR
        MOVE WS-PROF-GRAD(WS-J)  TO PL-GRAD
    ELSE
        MOVE SPACES TO PL-MAJOR
        MOVE "0000" TO PL-GRAD
    END-IF
    MOVE WS-TODAY-DATE  TO PL-DATE
    MOVE WS-PL-SOURCE   TO PL-SOURCE
    IF FUNCTION TRIM(WS-PL-SOURCE) = "SELF"
        MOVE WS-PL-VERIFY  TO PL-VERIFY
        MOVE WS-TODAY-DATE TO PL-VERIFY-DATE
    END-IF
    MOVE "|" TO PLACEMENT-REC(21:1)
    MOVE "|" TO PLACEMENT-REC(62:1)
    MOVE "|" TO PLACEMENT-REC(103:1)
    MOVE "|" TO PLACEMENT-REC(124:1)
    MOVE "|" TO PLACEMENT-REC(129:1)
    MOVE "|" TO PLACEMENT-REC(140:1)
    MOVE "|" TO PLACEMENT-REC(151:1)
    MOVE "|" TO PLACEMENT-REC(162:1)
    MOVE "|" TO PLACEMENT-REC(173:1)
    WRITE PLACEMENT-REC
    CLOSE PLACEMENT-FILE.

*> ---------------------------------------------------------------
*> SELF-REPORT-PLACEMENT
*>   Students confirm placements gained outside the system, so the
*>   outcomes report covers more than the offers that happened to
*>   flow through it. An employer on the master list with a linked
*>   account is asked to confirm or deny; the outcomes reports count
*>   self-reports as verified only once it has.
*> ---------------------------------------------------------------
SELF-REPORT-PLACEMENT.
    MOVE "--- Report a Placement ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Employer you were placed with:" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: Employer cannot be blank." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN TO WS-PL-EMPLOYER

    MOVE "Job title:" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: Job title cannot be blank." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN TO WS-PL-TITLE

    *> The master-list spelling is kept when the employer is on it,
    *> so the row matches the name its linked accounts carry.
    PERFORM LOAD-EMPLOYERS
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-EMP-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EMPLOYER-TABLE(WS-K)))
               = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PL-EMPLOYER))
            MOVE WS-EMPLOYER-TABLE(WS-K) TO WS-PL-EMPLOYER
        END-IF
    END-PERFORM
    PERFORM COUNT-PLACEMENT-VERIFIERS
    IF WS-PV-LINKED > 0
        MOVE "PENDING" TO WS-PL-VERIFY
    ELSE
        MOVE "UNROUTED" TO WS-PL-VERIFY
    END-IF

    MOVE "SELF" TO WS-PL-SOURCE
    PERFORM RECORD-PLACEMENT

    IF WS-PLACE-DUP = "N" AND WS-PV-LINKED > 0
        PERFORM NOTIFY-PLACEMENT-VERIFIERS
        MOVE "Thank you -- your placement has been recorded, and the employer has been asked to confirm it."
            TO WS-OUT-LINE
    ELSE
        MOVE "Thank you -- your placement has been recorded." TO WS-OUT-LINE
    END-IF
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> COUNT-PLACEMENT-VERIFIERS / NOTIFY-PLACEMENT-VERIFIERS
*>   Every account EMPLOYER-ACCT-FILE links to WS-PL-EMPLOYER can
*>   answer for it: the first counts them, the second drops each a
*>   PLACEMENT-VERIFY request naming the student.
*> ---------------------------------------------------------------
COUNT-PLACEMENT-VERIFIERS.
    MOVE 0 TO WS-PV-LINKED
    MOVE "N" TO WS-EA-EOF
    OPEN INPUT EMPLOYER-ACCT-FILE
    IF WS-EA-STATUS NOT = "35"
        PERFORM UNTIL WS-EA-EOF = "Y"
            READ EMPLOYER-ACCT-FILE
                AT END
                    MOVE "Y" TO WS-EA-EOF
                NOT AT END
                    IF FUNCTION TRIM(EA-EMPLOYER)
                           = FUNCTION TRIM(WS-PL-EMPLOYER)
                        ADD 1 TO WS-PV-LINKED
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE EMPLOYER-ACCT-FILE.

NOTIFY-PLACEMENT-VERIFIERS.
    MOVE "N" TO WS-EA-EOF
    OPEN INPUT EMPLOYER-ACCT-FILE
    IF WS-EA-STATUS NOT = "35"
        PERFORM UNTIL WS-EA-EOF = "Y"
            READ EMPLOYER-ACCT-FILE
                AT END
                    MOVE "Y" TO WS-EA-EOF
                NOT AT END
                    IF FUNCTION TRIM(EA-EMPLOYER)
                           = FUNCTION TRIM(WS-PL-EMPLOYER)
                        MOVE EA-USER TO WS-NOTIFY-USER
                        MOVE "PLACEMENT-VERIFY" TO WS-NOTIFY-EVENT
                        MOVE SPACES TO WS-NOTIFY-DETAIL
                        STRING FUNCTION TRIM(WS-CURR-USER)
                               " reports a placement as "
                               FUNCTION TRIM(WS-PL-TITLE)
                          INTO WS-NOTIFY-DETAIL
                        END-STRING
                        PERFORM ADD-NOTIFICATION
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE EMPLOYER-ACCT-FILE.

*> ---------------------------------------------------------------
*> EMPLOYER-PLACEMENT-VERIFY
*>   The employer's side: self-reported placements naming this
*>   account's master-list employer that still want an answer
*>   (PENDING, or STAFF -- a late answer still counts). Confirming
*>   or denying one stamps the row and tells the student.
*> ---------------------------------------------------------------
EMPLOYER-PLACEMENT-VERIFY.
    MOVE "--- Verify Reported Placements ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOOKUP-MY-EMPLOYER
    IF FUNCTION TRIM(WS-MY-EMPLOYER) = SPACES
        MOVE "This account is not linked to an employer on the master list, so there is nothing to verify."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-PV-LIST-COUNT
    MOVE "N" TO WS-PLACE-EOF
    OPEN INPUT PLACEMENT-FILE
    IF WS-PLACE-STATUS NOT = "35"
        PERFORM UNTIL WS-PLACE-EOF = "Y"
            READ PLACEMENT-FILE
                AT END
                    MOVE "Y" TO WS-PLACE-EOF
                NOT AT END
                    IF FUNCTION TRIM(PL-SOURCE) = "SELF"
                       AND (PL-VERIFY = "PENDING" OR PL-VERIFY = "STAFF")
                       AND FUNCTION TRIM(PL-EMPLOYER)
                           = FUNCTION TRIM(WS-MY-EMPLOYER)
                        PERFORM ADD-PLACEMENT-PICK
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE PLACEMENT-FILE

    IF WS-PV-LIST-COUNT = 0
        MOVE "No reported placements are waiting for your answer."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM ANSWER-PLACEMENT-PICK.

*> ---------------------------------------------------------------
*> STAFF-PLACEMENT-VERIFY
*>   Career services' queue of self-reported placements the employer
*>   never answered (moved to STAFF by PlacementVerifySweep), for
*>   students in the staffer's campus scope. Staff confirm or deny
*>   them on the employer's behalf after checking directly.
*> ---------------------------------------------------------------
STAFF-PLACEMENT-VERIFY.
    MOVE "--- Placement Verifications ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE 0 TO WS-PV-LIST-COUNT
    MOVE "N" TO WS-PLACE-EOF
    OPEN INPUT PLACEMENT-FILE
    IF WS-PLACE-STATUS NOT = "35"
        PERFORM UNTIL WS-PLACE-EOF = "Y"
            READ PLACEMENT-FILE
                AT END
                    MOVE "Y" TO WS-PLACE-EOF
                NOT AT END
                    IF FUNCTION TRIM(PL-SOURCE) = "SELF"
                       AND PL-VERIFY = "STAFF"
                        MOVE PL-USER TO WS-SCOPE-QUERY
                        PERFORM CHECK-USER-IN-SCOPE
                        IF WS-IN-SCOPE = "Y"
                            PERFORM ADD-PLACEMENT-PICK
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE PLACEMENT-FILE

    IF WS-PV-LIST-COUNT = 0
        MOVE "No unanswered placement verifications are waiting."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM ANSWER-PLACEMENT-PICK.

ADD-PLACEMENT-PICK.
    IF WS-PV-LIST-COUNT >= 50
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PV-LIST-COUNT
    MOVE PL-USER        TO WS-PVL-USER(WS-PV-LIST-COUNT)
    MOVE PL-EMPLOYER    TO WS-PVL-EMPLOYER(WS-PV-LIST-COUNT)
    MOVE PL-TITLE       TO WS-PVL-TITLE(WS-PV-LIST-COUNT)
    MOVE PL-DATE        TO WS-PVL-DATE(WS-PV-LIST-COUNT)
    MOVE PL-VERIFY      TO WS-PVL-VERIFY(WS-PV-LIST-COUNT)

    MOVE SPACES TO WS-OUT-LINE
    STRING WS-PV-LIST-COUNT ". "
           FUNCTION TRIM(PL-USER) " - "
           FUNCTION TRIM(PL-TITLE) " at "
           FUNCTION TRIM(PL-EMPLOYER)
           " (reported " FUNCTION TRIM(PL-DATE) ")"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> ANSWER-PLACEMENT-PICK
*>   Shared tail of both queues: pick a listed placement, confirm or
*>   deny it, stamp the row, audit the answer, and tell the student.
*> ---------------------------------------------------------------
ANSWER-PLACEMENT-PICK.
    MOVE "Enter a placement number to answer, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE 0 TO WS-USER-CHOICE
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) = 0
        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    END-IF
    IF WS-USER-CHOICE < 1 OR WS-USER-CHOICE > WS-PV-LIST-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-USER-CHOICE TO WS-PV-PICK

    MOVE "1. Confirm -- this person was placed here" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Deny -- no record of this placement" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            MOVE "CONFIRMED" TO WS-PV-NEW-STATUS
        WHEN "2"
            MOVE "DENIED" TO WS-PV-NEW-STATUS
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE

    PERFORM FORMAT-TODAY-DATE
    PERFORM APPLY-PLACEMENT-VERIFY
    IF WS-PV-APPLIED = "N"
        MOVE "That placement has already been answered." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    IF WS-PV-NEW-STATUS = "CONFIRMED"
        MOVE "PLACEMENT-CONFIRMED" TO WS-AUDIT-EVENT
    ELSE
        MOVE "PLACEMENT-DENIED" TO WS-AUDIT-EVENT
    END-IF
    MOVE WS-PVL-USER(WS-PV-PICK) TO WS-AUDIT-USER
    MOVE SPACES TO WS-AUDIT-DETAIL
    STRING FUNCTION TRIM(WS-PVL-EMPLOYER(WS-PV-PICK))
           " by " FUNCTION TRIM(WS-CURR-USER)
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE WS-PVL-USER(WS-PV-PICK) TO WS-NOTIFY-USER
    MOVE "PLACEMENT-RESULT" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    IF WS-PV-NEW-STATUS = "CONFIRMED"
        STRING "Placement at "
               FUNCTION TRIM(WS-PVL-EMPLOYER(WS-PV-PICK))
               " confirmed"
          INTO WS-NOTIFY-DETAIL
        END-STRING
    ELSE
        STRING "Placement at "
               FUNCTION TRIM(WS-PVL-EMPLOYER(WS-PV-PICK))
               " not confirmed"
          INTO WS-NOTIFY-DETAIL
        END-STRING
    END-IF
    PERFORM ADD-NOTIFICATION

    MOVE SPACES TO WS-OUT-LINE
    STRING "Placement marked " FUNCTION TRIM(WS-PV-NEW-STATUS)
           ". The student has been notified."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> APPLY-PLACEMENT-VERIFY
*>   Streams PLACEMENT-FILE through its staging copy and back,
*>   stamping WS-PV-NEW-STATUS on the picked row if it is still
*>   waiting (another linked account may have answered meanwhile).
*> ---------------------------------------------------------------
APPLY-PLACEMENT-VERIFY.
    MOVE "N" TO WS-PV-APPLIED
    OPEN INPUT PLACEMENT-FILE
    OPEN OUTPUT PLACEMENT-WORK-FILE

    MOVE "N" TO WS-PLACE-EOF
    PERFORM UNTIL WS-PLACE-EOF = "Y"
        READ PLACEMENT-FILE
            AT END
                MOVE "Y" TO WS-PLACE-EOF
            NOT AT END
                IF PL-USER = WS-PVL-USER(WS-PV-PICK)
                   AND PL-EMPLOYER = WS-PVL-EMPLOYER(WS-PV-PICK)
                   AND PL-TITLE = WS-PVL-TITLE(WS-PV-PICK)
                   AND FUNCTION TRIM(PL-SOURCE) = "SELF"
                   AND (PL-VERIFY = "PENDING" OR PL-VERIFY = "STAFF")
                    MOVE WS-PV-NEW-STATUS TO PL-VERIFY
                    MOVE WS-TODAY-DATE    TO PL-VERIFY-DATE
                    MOVE WS-CURR-USER     TO PL-VERIFY-BY
                    MOVE "|" TO PLACEMENT-REC(151:1)
                    MOVE "|" TO PLACEMENT-REC(162:1)
                    MOVE "|" TO PLACEMENT-REC(173:1)
                    MOVE "Y" TO WS-PV-APPLIED
                END-IF
                MOVE SPACES TO PLACEMENT-WORK-REC
                MOVE PLACEMENT-REC TO PLACEMENT-WORK-REC
                WRITE PLACEMENT-WORK-REC
        END-READ
    END-PERFORM

    CLOSE PLACEMENT-WORK-FILE
    CLOSE PLACEMENT-FILE

    IF WS-PV-APPLIED = "N"
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT PLACEMENT-FILE
    OPEN INPUT PLACEMENT-WORK-FILE
    MOVE "N" TO WS-PLACE-EOF
    PERFORM UNTIL WS-PLACE-EOF = "Y"
        READ PLACEMENT-WORK-FILE
            AT END
                MOVE "Y" TO WS-PLACE-EOF
            NOT AT END
                MOVE PLACEMENT-WORK-REC TO PLACEMENT-REC
                WRITE PLACEMENT-REC
        END-READ
    END-PERFORM
    CLOSE PLACEMENT-WORK-FILE
    CLOSE PLACEMENT-FILE.

*> ---------------------------------------------------------------
*> INTERNSHIP-CREDIT-SCREEN
*>   The student's side of an internship-for-credit agreement: lists
*>   their agreements with hours logged so far against the hours
*>   required, and lets them start an agreement for one of their
*>   recorded placements or log a week's hours against one.
*> ---------------------------------------------------------------
INTERNSHIP-CREDIT-SCREEN.
    MOVE "--- Internship for Credit ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-CREDIT-AGREEMENTS
    PERFORM LIST-MY-CREDIT-AGREEMENTS

    MOVE "1. Start a credit agreement for a placement" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Log weekly hours" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            PERFORM START-CREDIT-AGREEMENT
        WHEN "2"
            PERFORM LOG-CREDIT-HOURS
        WHEN "3"
            CONTINUE
        WHEN OTHER
            PERFORM PRINT-LINE
    END-EVALUATE.

*> Numbers the current user's agreements (WS-CA-MINE-IDX) and shows
*> each with its logged total.
LIST-MY-CREDIT-AGREEMENTS.
    MOVE 0 TO WS-CA-MINE-COUNT
    PERFORM VARYING WS-CA-I FROM 1 BY 1 UNTIL WS-CA-I > WS-CA-COUNT
        IF FUNCTION TRIM(WS-CAT-USER(WS-CA-I)) = FUNCTION TRIM(WS-CURR-USER)
           AND WS-CA-MINE-COUNT < 50
            ADD 1 TO WS-CA-MINE-COUNT
            MOVE WS-CA-I TO WS-CA-MINE-IDX(WS-CA-MINE-COUNT)
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-CA-MINE-COUNT ". "
                   FUNCTION TRIM(WS-CAT-EMPLOYER(WS-CA-I))
                   " - " FUNCTION TRIM(WS-CAT-TITLE(WS-CA-I))
                   " (" FUNCTION TRIM(WS-CAT-TERM(WS-CA-I))
                   ", " WS-CAT-CREDITS(WS-CA-I) " credits, supervisor "
                   FUNCTION TRIM(WS-CAT-SUPERVISOR(WS-CA-I)) ")"
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE

            MOVE WS-CAT-ID(WS-CA-I) TO WS-CA-QUERY-ID
            PERFORM SUM-CREDIT-HOURS
            MOVE SPACES TO WS-OUT-LINE
            STRING "    Hours logged: " WS-CA-LOGGED
                   " of " WS-CAT-REQ-HOURS(WS-CA-I) " required"
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-CA-MINE-COUNT = 0
        MOVE "You have no credit agreements yet." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> START-CREDIT-AGREEMENT
*>   The student picks one of their placements from PLACEMENT-FILE
*>   and supplies the faculty supervisor, the term, and the credit
*>   hours sought. One agreement per placement per term.
*> ---------------------------------------------------------------
START-CREDIT-AGREEMENT.
    MOVE 0 TO WS-CA-PL-COUNT
    MOVE "N" TO WS-PLACE-EOF
    OPEN INPUT PLACEMENT-FILE
    IF WS-PLACE-STATUS NOT = "35"
        PERFORM UNTIL WS-PLACE-EOF = "Y"
            READ PLACEMENT-FILE
                AT END
                    MOVE "Y" TO WS-PLACE-EOF
                NOT AT END
                    IF FUNCTION TRIM(PL-USER) = FUNCTION TRIM(WS-CURR-USER)
                       AND WS-CA-PL-COUNT < 50
                        ADD 1 TO WS-CA-PL-COUNT
                        MOVE PL-EMPLOYER TO WS-CA-PL-EMPLOYER(WS-CA-PL-COUNT)
                        MOVE PL-TITLE    TO WS-CA-PL-TITLE(WS-CA-PL-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE PLACEMENT-FILE

    IF WS-CA-PL-COUNT = 0
        MOVE "No placements on file for you. Report your placement first (menu option 19)."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Your placements:" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    PERFORM VARYING WS-CA-I FROM 1 BY 1 UNTIL WS-CA-I > WS-CA-PL-COUNT
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-CA-I ". "
               FUNCTION TRIM(WS-CA-PL-EMPLOYER(WS-CA-I))
               " - " FUNCTION TRIM(WS-CA-PL-TITLE(WS-CA-I))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE "Enter the placement number, or 0 to go back:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE > WS-CA-PL-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-USER-CHOICE TO WS-CA-PICK

    MOVE "Faculty supervisor's name:" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: Supervisor cannot be blank. Nothing saved." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN TO WS-CA-SUPERVISOR

    MOVE "Term (for example FALL-2026):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: Term cannot be blank. Nothing saved." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) TO WS-CA-NEW-TERM

    MOVE "Credit hours sought (1-12):" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Error: Credit hours must be a number from 1 to 12. Nothing saved."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE < 1 OR WS-USER-CHOICE > 12
        MOVE "Error: Credit hours must be a number from 1 to 12. Nothing saved."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-USER-CHOICE TO WS-CA-NEW-CREDITS

    MOVE 0 TO WS-CA-NEXT-ID
    MOVE "N" TO WS-CA-FOUND
    PERFORM VARYING WS-CA-I FROM 1 BY 1 UNTIL WS-CA-I > WS-CA-COUNT
        IF WS-CAT-ID(WS-CA-I) > WS-CA-NEXT-ID
            MOVE WS-CAT-ID(WS-CA-I) TO WS-CA-NEXT-ID
        END-IF
        IF FUNCTION TRIM(WS-CAT-USER(WS-CA-I)) = FUNCTION TRIM(WS-CURR-USER)
           AND WS-CAT-EMPLOYER(WS-CA-I) = WS-CA-PL-EMPLOYER(WS-CA-PICK)
           AND WS-CAT-TITLE(WS-CA-I) = WS-CA-PL-TITLE(WS-CA-PICK)
           AND WS-CAT-TERM(WS-CA-I) = WS-CA-NEW-TERM
            MOVE "Y" TO WS-CA-FOUND
        END-IF
    END-PERFORM
    IF WS-CA-FOUND = "Y"
        MOVE "You already have a credit agreement for that placement this term."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CA-NEXT-ID

    PERFORM FORMAT-TODAY-DATE
    OPEN EXTEND CREDIT-AGREEMENT-FILE
    IF WS-CA-STATUS = "35"
        OPEN OUTPUT CREDIT-AGREEMENT-FILE
        CLOSE CREDIT-AGREEMENT-FILE
        OPEN EXTEND CREDIT-AGREEMENT-FILE
    END-IF
    MOVE SPACES TO CREDIT-AGREEMENT-REC
    MOVE WS-CA-NEXT-ID                  TO CA-ID
    MOVE WS-CURR-USER                   TO CA-USER
    MOVE WS-CA-PL-EMPLOYER(WS-CA-PICK)  TO CA-EMPLOYER
    MOVE WS-CA-PL-TITLE(WS-CA-PICK)     TO CA-TITLE
    MOVE WS-CA-SUPERVISOR               TO CA-SUPERVISOR
    MOVE WS-CA-NEW-TERM                 TO CA-TERM
    MOVE WS-CA-NEW-CREDITS              TO CA-CREDITS
    COMPUTE CA-REQ-HOURS = WS-CA-NEW-CREDITS * WS-CA-HOURS-PER-CREDIT
    MOVE "ACTIVE"                       TO CA-STATUS
    MOVE WS-TODAY-DATE                  TO CA-DATE
    MOVE "|" TO CREDIT-AGREEMENT-REC(6:1)
    MOVE "|" TO CREDIT-AGREEMENT-REC(27:1)
    MOVE "|" TO CREDIT-AGREEMENT-REC(68:1)
    MOVE "|" TO CREDIT-AGREEMENT-REC(109:1)
    MOVE "|" TO CREDIT-AGREEMENT-REC(150:1)
    MOVE "|" TO CREDIT-AGREEMENT-REC(163:1)
    MOVE "|" TO CREDIT-AGREEMENT-REC(166:1)
    MOVE "|" TO CREDIT-AGREEMENT-REC(171:1)
    MOVE "|" TO CREDIT-AGREEMENT-REC(182:1)
    WRITE CREDIT-AGREEMENT-REC
    CLOSE CREDIT-AGREEMENT-FILE

    MOVE "CREDIT-AGREEMENT" TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER       TO WS-AUDIT-USER
    MOVE SPACES             TO WS-AUDIT-DETAIL
    STRING "Agreement " WS-CA-NEXT-ID " "
           FUNCTION TRIM(WS-CA-NEW-TERM)
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE SPACES TO WS-OUT-LINE
    STRING "Credit agreement recorded. You will need "
           CA-REQ-HOURS " hours for " WS-CA-NEW-CREDITS " credits."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> LOG-CREDIT-HOURS
*>   One entry per agreement per week, keyed by the week-ending
*>   date; a week already logged is not logged twice.
*> ---------------------------------------------------------------
LOG-CREDIT-HOURS.
    IF WS-CA-MINE-COUNT = 0
        MOVE "Start a credit agreement before logging hours." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the agreement number, or 0 to go back:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE > WS-CA-MINE-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CA-MINE-IDX(WS-USER-CHOICE) TO WS-CA-PICK

    MOVE "Week ending (YYYY-MM-DD):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF WS-TOKEN(5:1) NOT = "-" OR WS-TOKEN(8:1) NOT = "-"
       OR WS-TOKEN(1:4) IS NOT NUMERIC
       OR WS-TOKEN(6:2) IS NOT NUMERIC
       OR WS-TOKEN(9:2) IS NOT NUMERIC
        MOVE "Error: Date must be YYYY-MM-DD. Nothing logged."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN(1:10) TO WS-CA-NEW-WEEK

    MOVE "Hours worked that week (1-60):" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Error: Hours must be a number from 1 to 60. Nothing logged."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE < 1 OR WS-USER-CHOICE > 60
        MOVE "Error: Hours must be a number from 1 to 60. Nothing logged."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-USER-CHOICE TO WS-CA-NEW-HOURS

    MOVE "N" TO WS-CA-FOUND
    MOVE "N" TO WS-CW-EOF
    OPEN INPUT CREDIT-HOURS-FILE
    IF WS-CW-STATUS NOT = "35"
        PERFORM UNTIL WS-CW-EOF = "Y"
            READ CREDIT-HOURS-FILE
                AT END
                    MOVE "Y" TO WS-CW-EOF
                NOT AT END
                    IF CW-AGREEMENT-ID = WS-CAT-ID(WS-CA-PICK)
                       AND CW-WEEK = WS-CA-NEW-WEEK
                        MOVE "Y" TO WS-CA-FOUND
                        MOVE "Y" TO WS-CW-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CREDIT-HOURS-FILE
    IF WS-CA-FOUND = "Y"
        MOVE "That week is already logged for this agreement." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    OPEN EXTEND CREDIT-HOURS-FILE
    IF WS-CW-STATUS = "35"
        OPEN OUTPUT CREDIT-HOURS-FILE
        CLOSE CREDIT-HOURS-FILE
        OPEN EXTEND CREDIT-HOURS-FILE
    END-IF
    MOVE SPACES TO CREDIT-HOURS-REC
    MOVE WS-CAT-ID(WS-CA-PICK) TO CW-AGREEMENT-ID
    MOVE WS-CURR-USER          TO CW-USER
    MOVE WS-CA-NEW-WEEK        TO CW-WEEK
    MOVE WS-CA-NEW-HOURS       TO CW-HOURS
    MOVE WS-TODAY-DATE         TO CW-DATE
    MOVE "|" TO CREDIT-HOURS-REC(6:1)
    MOVE "|" TO CREDIT-HOURS-REC(27:1)
    MOVE "|" TO CREDIT-HOURS-REC(38:1)
    MOVE "|" TO CREDIT-HOURS-REC(41:1)
    WRITE CREDIT-HOURS-REC
    CLOSE CREDIT-HOURS-FILE

    MOVE WS-CAT-ID(WS-CA-PICK) TO WS-CA-QUERY-ID
    PERFORM SUM-CREDIT-HOURS
    MOVE SPACES TO WS-OUT-LINE
    STRING "Hours logged. Total so far: " WS-CA-LOGGED
           " of " WS-CAT-REQ-HOURS(WS-CA-PICK) " required."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> Total hours logged against agreement WS-CA-QUERY-ID, into
*> WS-CA-LOGGED.
SUM-CREDIT-HOURS.
    MOVE 0 TO WS-CA-LOGGED
    MOVE "N" TO WS-CW-EOF
    OPEN INPUT CREDIT-HOURS-FILE
    IF WS-CW-STATUS NOT = "35"
        PERFORM UNTIL WS-CW-EOF = "Y"
            READ CREDIT-HOURS-FILE
                AT END
                    MOVE "Y" TO WS-CW-EOF
                NOT AT END
                    IF CW-AGREEMENT-ID = WS-CA-QUERY-ID
                       AND CW-HOURS IS NUMERIC
                        ADD CW-HOURS TO WS-CA-LOGGED
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CREDIT-HOURS-FILE.

LOAD-ALL-CREDIT-AGREEMENTS.
    MOVE 0 TO WS-CA-COUNT
    MOVE "N" TO WS-CA-EOF

    OPEN INPUT CREDIT-AGREEMENT-FILE
    IF WS-CA-STATUS NOT = "35"
        PERFORM UNTIL WS-CA-EOF = "Y"
            READ CREDIT-AGREEMENT-FILE
                AT END
                    MOVE "Y" TO WS-CA-EOF
                NOT AT END
                    IF CA-USER NOT = SPACES AND WS-CA-COUNT < 500
                        ADD 1 TO WS-CA-COUNT
                        MOVE CA-ID         TO WS-CAT-ID(WS-CA-COUNT)
                        MOVE CA-USER       TO WS-CAT-USER(WS-CA-COUNT)
                        MOVE CA-EMPLOYER   TO WS-CAT-EMPLOYER(WS-CA-COUNT)
                        MOVE CA-TITLE      TO WS-CAT-TITLE(WS-CA-COUNT)
                        MOVE CA-SUPERVISOR TO WS-CAT-SUPERVISOR(WS-CA-COUNT)
                        MOVE CA-TERM       TO WS-CAT-TERM(WS-CA-COUNT)
                        MOVE CA-CREDITS    TO WS-CAT-CREDITS(WS-CA-COUNT)
                        MOVE CA-REQ-HOURS  TO WS-CAT-REQ-HOURS(WS-CA-COUNT)
                        MOVE CA-STATUS     TO WS-CAT-STATUS(WS-CA-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CREDIT-AGREEMENT-FILE.


*> ---------------------------------------------------------------
*> SAVE-JOB-FOR-LATER
*>   Bookmarks the posting currently held in WS-SELECTED-JOB for the
*>   current user, so they can come back to it from the "My saved
*>   jobs" screen instead of re-running the filter the next day. A
*>   posting already on the user's saved list is not saved twice.
*> ---------------------------------------------------------------
SAVE-JOB-FOR-LATER.
    PERFORM LOAD-ALL-SAVED-JOBS

    MOVE "N" TO WS-SAVED-FOUND
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-SAVED-COUNT OR WS-SAVED-FOUND = "Y"
        IF FUNCTION TRIM(WS-SJ-USER(WS-I)) = FUNCTION TRIM(WS-CURR-USER)
           AND FUNCTION TRIM(WS-SJ-JOB-ID(WS-I)) = FUNCTION TRIM(WS-SEL-ID)
            MOVE "Y" TO WS-SAVED-FOUND
        END-IF
    END-PERFORM

    IF WS-SAVED-FOUND = "Y"
        MOVE "You have already saved this job." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE

    OPEN EXTEND SAVED-JOBS-FILE
    IF WS-SAVED-JOB-STATUS = "35"
        OPEN OUTPUT SAVED-JOBS-FILE
        CLOSE SAVED-JOBS-FILE
        OPEN EXTEND SAVED-JOBS-FILE
    END-IF

    MOVE SPACES TO SAVED-JOB-REC
    MOVE WS-CURR-USER     TO SJ-USER
    MOVE WS-SEL-ID        TO SJ-JOB-ID
    MOVE WS-SEL-TITLE     TO SJ-TITLE
    MOVE WS-SEL-EMPLOYER  TO SJ-EMPLOYER
    MOVE WS-TODAY-DATE    TO SJ-DATE
    MOVE "|" TO SAVED-JOB-REC(21:1)
    MOVE "|" TO SAVED-JOB-REC(32:1)
    MOVE "|" TO SAVED-JOB-REC(73:1)
    MOVE "|" TO SAVED-JOB-REC(114:1)
    WRITE SAVED-JOB-REC
    CLOSE SAVED-JOBS-FILE

    MOVE SPACES TO WS-OUT-LINE
    STRING "Saved " FUNCTION TRIM(WS-SEL-TITLE)
           " at " FUNCTION TRIM(WS-SEL-EMPLOYER)
           " to your saved jobs."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> LOAD-ALL-SAVED-JOBS / SAVE-ALL-SAVED-JOBS
*>   Same load-all/rewrite-all shape as LOAD-ALL-DEACTIVATED /
*>   SAVE-ALL-DEACTIVATED, so an un-save can drop its row on rewrite.
*> ---------------------------------------------------------------
LOAD-ALL-SAVED-JOBS.
    MOVE 0 TO WS-SAVED-COUNT
    MOVE "N" TO WS-SAVED-EOF

    OPEN INPUT SAVED-JOBS-FILE
    IF WS-SAVED-JOB-STATUS NOT = "35"
        PERFORM UNTIL WS-SAVED-EOF = "Y"
            READ SAVED-JOBS-FILE
                AT END
                    MOVE "Y" TO WS-SAVED-EOF
                NOT AT END
                    IF SJ-USER NOT = SPACES AND WS-SAVED-COUNT < 200
                        ADD 1 TO WS-SAVED-COUNT
                        MOVE SJ-USER     TO WS-SJ-USER(WS-SAVED-COUNT)
                        MOVE SJ-JOB-ID   TO WS-SJ-JOB-ID(WS-SAVED-COUNT)
                        MOVE SJ-TITLE    TO WS-SJ-TITLE(WS-SAVED-COUNT)
                        MOVE SJ-EMPLOYER TO WS-SJ-EMPLOYER(WS-SAVED-COUNT)
                        MOVE SJ-DATE     TO WS-SJ-DATE(WS-SAVED-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE SAVED-JOBS-FILE.

SAVE-ALL-SAVED-JOBS.
    OPEN OUTPUT SAVED-JOBS-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SAVED-COUNT
        MOVE SPACES TO SAVED-JOB-REC
        MOVE WS-SJ-USER(WS-I)     TO SJ-USER
        MOVE WS-SJ-JOB-ID(WS-I)   TO SJ-JOB-ID
        MOVE WS-SJ-TITLE(WS-I)    TO SJ-TITLE
        MOVE WS-SJ-EMPLOYER(WS-I) TO SJ-EMPLOYER
        MOVE WS-SJ-DATE(WS-I)     TO SJ-DATE
        MOVE "|" TO SAVED-JOB-REC(21:1)
        MOVE "|" TO SAVED-JOB-REC(32:1)
        MOVE "|" TO SAVED-JOB-REC(73:1)
        MOVE "|" TO SAVED-JOB-REC(114:1)
        WRITE SAVED-JOB-REC
    END-PERFORM
    CLOSE SAVED-JOBS-FILE.

*> ---------------------------------------------------------------
*> MY-SAVED-JOBS-SCREEN
*>   Lists every posting the current user has bookmarked and offers
*>   to apply to one of them (same APPLY-TO-JOB flow the job-details
*>   screen uses) or drop it from the saved list.
*> ---------------------------------------------------------------
MY-SAVED-JOBS-SCREEN.
    MOVE "--- My Saved Jobs ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-SAVED-JOBS

    MOVE 0 TO WS-MY-SAVED-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SAVED-COUNT
        IF FUNCTION TRIM(WS-SJ-USER(WS-I)) = FUNCTION TRIM(WS-CURR-USER)
            ADD 1 TO WS-MY-SAVED-COUNT
            MOVE WS-I TO WS-MY-SAVED-ROW-IDX(WS-MY-SAVED-COUNT)
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-MY-SAVED-COUNT ". "
                   FUNCTION TRIM(WS-SJ-TITLE(WS-I)) " at "
                   FUNCTION TRIM(WS-SJ-EMPLOYER(WS-I))
                   " (saved " FUNCTION TRIM(WS-SJ-DATE(WS-I)) ")"
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-MY-SAVED-COUNT = 0
        MOVE "You have no saved jobs." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a job number to act on it, or 0 to go back:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF

    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-MY-SAVED-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-MY-SAVED-ROW-IDX(WS-USER-CHOICE) TO WS-J

    MOVE "1. Apply for this job" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Remove it from my saved jobs" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            MOVE "N" TO WS-SIMILAR-GO
            PERFORM APPLY-FROM-SAVED-JOB
            PERFORM UNTIL WS-SIMILAR-GO = "N"
                MOVE "N" TO WS-SIMILAR-GO
                PERFORM APPLY-FOR-JOB-PROMPT
            END-PERFORM
        WHEN "2"
            MOVE SPACES TO WS-SJ-USER(WS-J)
            PERFORM DROP-BLANK-SAVED-ROWS
            PERFORM SAVE-ALL-SAVED-JOBS
            MOVE "Removed from your saved jobs." TO WS-OUT-LINE
            PERFORM PRINT-LINE
        WHEN "3"
            CONTINUE
        WHEN OTHER
            MOVE "Invalid choice. Please enter 1, 2, or 3." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> DROP-BLANK-SAVED-ROWS
*>   Compacts WS-SAVED-TABLE after an un-save blanked a row's user,
*>   so SAVE-ALL-SAVED-JOBS never writes the blanked row back out.
*> ---------------------------------------------------------------
DROP-BLANK-SAVED-ROWS.
    MOVE 0 TO WS-K
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SAVED-COUNT
        IF WS-SJ-USER(WS-I) NOT = SPACES
            ADD 1 TO WS-K
            MOVE WS-SJ-USER(WS-I)     TO WS-SJ-USER(WS-K)
            MOVE WS-SJ-JOB-ID(WS-I)   TO WS-SJ-JOB-ID(WS-K)
            MOVE WS-SJ-TITLE(WS-I)    TO WS-SJ-TITLE(WS-K)
            MOVE WS-SJ-EMPLOYER(WS-I) TO WS-SJ-EMPLOYER(WS-K)
            MOVE WS-SJ-DATE(WS-I)     TO WS-SJ-DATE(WS-K)
        END-IF
    END-PERFORM
    MOVE WS-K TO WS-SAVED-COUNT.

*> ---------------------------------------------------------------
*> APPLY-FROM-SAVED-JOB
*>   WS-J points at the saved row. Re-reads JOB-FILE by the saved
*>   job id to refresh WS-SELECTED-JOB (the posting may have been
*>   edited or retired since it was saved), then hands off to the
*>   same APPLY-TO-JOB used by the job-details screen.
*> ---------------------------------------------------------------
APPLY-FROM-SAVED-JOB.
    MOVE "N" TO WS-FOUND
    MOVE "N" TO WS-JOB-EOF

    OPEN INPUT JOB-FILE
    PERFORM UNTIL WS-JOB-EOF = "Y" OR WS-FOUND = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO WS-JOB-EOF
            NOT AT END
                IF FUNCTION TRIM(JOB-ID) = FUNCTION TRIM(WS-SJ-JOB-ID(WS-J))
                    MOVE "Y" TO WS-FOUND
                    MOVE JOB-ID            TO WS-SEL-ID
                    MOVE JOB-TITLE-FILE    TO WS-SEL-TITLE
                    MOVE JOB-DESC-FILE     TO WS-SEL-DESC
                    MOVE JOB-EMPLOYER-FILE TO WS-SEL-EMPLOYER
                    MOVE JOB-LOCATION-FILE TO WS-SEL-LOCATION
                    MOVE JOB-SALARY-FILE   TO WS-SEL-SALARY
                    MOVE JOB-MAJOR-FILE    TO WS-SEL-MAJOR
                    MOVE JOB-DEADLINE-FILE TO WS-SEL-DEADLINE
                    IF FUNCTION TRIM(JOB-STATUS-FILE) = "RETIRED"
                       OR FUNCTION TRIM(JOB-STATUS-FILE) = "CLOSED"
                       OR FUNCTION TRIM(JOB-STATUS-FILE) = "PENDING"
                       OR FUNCTION TRIM(JOB-STATUS-FILE) = "REJECTED"
                       OR FUNCTION TRIM(JOB-STATUS-FILE) = "FILLED"
                        MOVE "N" TO WS-FOUND
                        MOVE "Y" TO WS-JOB-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE

    IF WS-FOUND = "N"
        MOVE "That posting is no longer open." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        *> The bookmarked posting closed -- exactly the moment to
        *> offer what else is still open like it.
        PERFORM OFFER-SIMILAR-POSTINGS
        EXIT PARAGRAPH
    END-IF

    PERFORM RECORD-POSTING-VIEW
    PERFORM APPLY-TO-JOB.

*> ---------------------------------------------------------------
*> PROPOSE-INTERVIEW-SLOT
*>   Employer side of scheduling: records an OFFERED slot against the
*>   application under review (WS-REV-IDX), marks the application
*>   "Interview", and notifies the student, who accepts from
*>   MY-APPLICATIONS-SCREEN.
*> ---------------------------------------------------------------
PROPOSE-INTERVIEW-SLOT.
    MOVE "Interview slot (YYYY-MM-DD HH:MM, e.g. 2026-09-03 14:00):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE WS-TOKEN TO WS-SLOT-IN
    PERFORM VALIDATE-SLOT-FORMAT
    IF WS-VALID = "N"
        MOVE "Error: Slot must be a real date and time as YYYY-MM-DD HH:MM."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    IF WS-APP-OVERFLOW = "Y"
        MOVE "The application file has outgrown this session; the change was not saved."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-INTERVIEWS
    IF WS-IV-COUNT >= 200
        MOVE "The interview schedule is full. Please try again later."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    *> Neither the applicant nor this employer may already hold an
    *> OFFERED or CONFIRMED slot in the same window -- that is how
    *> two students ended up at one table at the fall fair.
    MOVE WS-APP-T-USER(WS-REV-IDX)     TO WS-IV-CAND-USER
    MOVE WS-APP-T-EMPLOYER(WS-REV-IDX) TO WS-IV-CAND-EMPLOYER
    MOVE 0 TO WS-IV-SKIP-IDX
    PERFORM CHECK-SLOT-CONFLICT
    IF WS-SLOT-CONFLICT = "Y"
        MOVE "That slot is already booked for the applicant or for your schedule. Pick another time."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-SLOT-IN TO WS-TOKEN
    ADD 1 TO WS-IV-COUNT
    MOVE WS-APP-T-USER(WS-REV-IDX)     TO WS-IVT-USER(WS-IV-COUNT)
    MOVE WS-APP-T-TITLE(WS-REV-IDX)    TO WS-IVT-TITLE(WS-IV-COUNT)
    MOVE WS-APP-T-EMPLOYER(WS-REV-IDX) TO WS-IVT-EMPLOYER(WS-IV-COUNT)
    MOVE WS-TOKEN                      TO WS-IVT-SLOT(WS-IV-COUNT)
    MOVE "OFFERED"                     TO WS-IVT-STATUS(WS-IV-COUNT)
    PERFORM SAVE-ALL-INTERVIEWS

    MOVE "Interview" TO WS-APP-T-STATUS(WS-REV-IDX)
    PERFORM FORMAT-TODAY-DATE
    MOVE WS-TODAY-DATE TO WS-APP-T-STATUS-DATE(WS-REV-IDX)
    PERFORM SAVE-APPLICATIONS

    MOVE WS-APP-T-USER(WS-REV-IDX) TO WS-NOTIFY-USER
    MOVE "INTERVIEW-OFFER" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING "Interview offered for "
           FUNCTION TRIM(WS-APP-T-TITLE(WS-REV-IDX))
           ": " FUNCTION TRIM(WS-IVT-SLOT(WS-IV-COUNT))
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "Interview slot proposed. The applicant can accept it from their applications screen."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> VALIDATE-SLOT-FORMAT
*>   WS-VALID = "Y" when WS-SLOT-IN is a well-formed
*>   "YYYY-MM-DD HH:MM" with believable month/day/hour/minute
*>   ranges. Free text like "Tuesday 2pm" no longer gets onto the
*>   schedule.
*> ---------------------------------------------------------------
VALIDATE-SLOT-FORMAT.
    MOVE "N" TO WS-VALID

    IF WS-SLOT-IN(5:1) NOT = "-" OR WS-SLOT-IN(8:1) NOT = "-"
       OR WS-SLOT-IN(11:1) NOT = SPACE OR WS-SLOT-IN(14:1) NOT = ":"
        EXIT PARAGRAPH
    END-IF
    IF WS-SLOT-IN(1:4) IS NOT NUMERIC
       OR WS-SLOT-IN(6:2) IS NOT NUMERIC
       OR WS-SLOT-IN(9:2) IS NOT NUMERIC
       OR WS-SLOT-IN(12:2) IS NOT NUMERIC
       OR WS-SLOT-IN(15:2) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF WS-SLOT-IN(6:2) < "01" OR WS-SLOT-IN(6:2) > "12"
        EXIT PARAGRAPH
    END-IF
    IF WS-SLOT-IN(9:2) < "01" OR WS-SLOT-IN(9:2) > "31"
        EXIT PARAGRAPH
    END-IF
    IF WS-SLOT-IN(12:2) > "23" OR WS-SLOT-IN(15:2) > "59"
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-SLOT-IN(17:14)) NOT = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO WS-VALID.

*> ---------------------------------------------------------------
*> CHECK-SLOT-CONFLICT
*>   WS-SLOT-CONFLICT = "Y" when any OFFERED or CONFIRMED row other
*>   than WS-IV-SKIP-IDX already holds the same date-and-time window
*>   (the first 16 bytes of the slot) for either the candidate
*>   student (WS-IV-CAND-USER) or the employer
*>   (WS-IV-CAND-EMPLOYER). LOAD-ALL-INTERVIEWS must have run.
*> ---------------------------------------------------------------
CHECK-SLOT-CONFLICT.
    MOVE "N" TO WS-SLOT-CONFLICT
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-IV-COUNT OR WS-SLOT-CONFLICT = "Y"
        IF WS-I NOT = WS-IV-SKIP-IDX
           AND (FUNCTION TRIM(WS-IVT-STATUS(WS-I)) = "OFFERED"
                OR FUNCTION TRIM(WS-IVT-STATUS(WS-I)) = "CONFIRMED")
           AND WS-IVT-SLOT(WS-I)(1:16) = WS-SLOT-IN(1:16)
           AND (FUNCTION TRIM(WS-IVT-USER(WS-I))
                    = FUNCTION TRIM(WS-IV-CAND-USER)
                OR FUNCTION TRIM(WS-IVT-EMPLOYER(WS-I))
                    = FUNCTION TRIM(WS-IV-CAND-EMPLOYER))
            MOVE "Y" TO WS-SLOT-CONFLICT
        END-IF
    END-PERFORM.

DROP-BLANK-IV-ROWS.
    MOVE 0 TO WS-K
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-IV-COUNT
        IF WS-IVT-USER(WS-I) NOT = SPACES
            ADD 1 TO WS-K
            MOVE WS-IVT-USER(WS-I)     TO WS-IVT-USER(WS-K)
            MOVE WS-IVT-TITLE(WS-I)    TO WS-IVT-TITLE(WS-K)
            MOVE WS-IVT-EMPLOYER(WS-I) TO WS-IVT-EMPLOYER(WS-K)
            MOVE WS-IVT-SLOT(WS-I)     TO WS-IVT-SLOT(WS-K)
            MOVE WS-IVT-STATUS(WS-I)   TO WS-IVT-STATUS(WS-K)
        END-IF
    END-PERFORM
    MOVE WS-K TO WS-IV-COUNT.

*> ---------------------------------------------------------------
*> LOAD-ALL-INTERVIEWS / SAVE-ALL-INTERVIEWS
*>   Same load-all/rewrite-all shape as LOAD-ALL-DEACTIVATED /
*>   SAVE-ALL-DEACTIVATED.
*> ---------------------------------------------------------------
LOAD-ALL-INTERVIEWS.
    MOVE 0 TO WS-IV-COUNT
    MOVE "N" TO WS-IV-EOF

    OPEN INPUT INTERVIEW-FILE
    IF WS-IV-STATUS NOT = "35"
        PERFORM UNTIL WS-IV-EOF = "Y"
            READ INTERVIEW-FILE
                AT END
                    MOVE "Y" TO WS-IV-EOF
                NOT AT END
                    IF IV-USER NOT = SPACES AND WS-IV-COUNT < 200
                        ADD 1 TO WS-IV-COUNT
                        MOVE IV-USER     TO WS-IVT-USER(WS-IV-COUNT)
                        MOVE IV-TITLE    TO WS-IVT-TITLE(WS-IV-COUNT)
                        MOVE IV-EMPLOYER TO WS-IVT-EMPLOYER(WS-IV-COUNT)
                        MOVE IV-SLOT     TO WS-IVT-SLOT(WS-IV-COUNT)
                        MOVE IV-STATUS   TO WS-IVT-STATUS(WS-IV-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE INTERVIEW-FILE.

SAVE-ALL-INTERVIEWS.
    OPEN OUTPUT INTERVIEW-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-IV-COUNT
        MOVE SPACES TO INTERVIEW-REC
        MOVE WS-IVT-USER(WS-I)     TO IV-USER
        MOVE WS-IVT-TITLE(WS-I)    TO IV-TITLE
        MOVE WS-IVT-EMPLOYER(WS-I) TO IV-EMPLOYER
        MOVE WS-IVT-SLOT(WS-I)     TO IV-SLOT
        MOVE WS-IVT-STATUS(WS-I)   TO IV-STATUS
        MOVE "|" TO INTERVIEW-REC(21:1)
        MOVE "|" TO INTERVIEW-REC(62:1)
        MOVE "|" TO INTERVIEW-REC(103:1)
        MOVE "|" TO INTERVIEW-REC(134:1)
        WRITE INTERVIEW-REC
    END-PERFORM
    CLOSE INTERVIEW-FILE.

*> ---------------------------------------------------------------
*> MY-INTERVIEWS-SCREEN
*>   Student side of scheduling: lists this user's interview slots,
*>   and lets them accept an OFFERED one, which both sides then see
*>   as CONFIRMED. The employer's account (from the employer-account
*>   link file) is notified of the acceptance.
*> ---------------------------------------------------------------
MY-INTERVIEWS-SCREEN.
    PERFORM LOAD-ALL-INTERVIEWS
    PERFORM LOAD-ALL-ACCOMMODATIONS

    MOVE 0 TO WS-IV-SHOWN
    MOVE 0 TO WS-IV-OFFER-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-IV-COUNT
        IF FUNCTION TRIM(WS-IVT-USER(WS-I)) = FUNCTION TRIM(WS-CURR-USER)
            ADD 1 TO WS-IV-SHOWN
            IF WS-IV-SHOWN = 1
                MOVE "Your interviews:" TO WS-OUT-LINE
                PERFORM PRINT-LINE
            END-IF

            MOVE SPACES TO WS-OUT-LINE
            IF FUNCTION TRIM(WS-IVT-STATUS(WS-I)) = "OFFERED"
               OR FUNCTION TRIM(WS-IVT-STATUS(WS-I)) = "CONFIRMED"
                ADD 1 TO WS-IV-OFFER-COUNT
                MOVE WS-I TO WS-IV-OFFER-IDX(WS-IV-OFFER-COUNT)
                STRING WS-IV-OFFER-COUNT ". "
                       FUNCTION TRIM(WS-IVT-TITLE(WS-I)) " at "
                       FUNCTION TRIM(WS-IVT-EMPLOYER(WS-I))
                       " - " FUNCTION TRIM(WS-IVT-STATUS(WS-I)) " "
                       FUNCTION TRIM(WS-IVT-SLOT(WS-I))
                  INTO WS-OUT-LINE
                END-STRING
            ELSE
                STRING "   "
                       FUNCTION TRIM(WS-IVT-TITLE(WS-I)) " at "
                       FUNCTION TRIM(WS-IVT-EMPLOYER(WS-I))
                       " - " FUNCTION TRIM(WS-IVT-STATUS(WS-I)) " "
                       FUNCTION TRIM(WS-IVT-SLOT(WS-I))
                  INTO WS-OUT-LINE
                END-STRING
            END-IF
            PERFORM PRINT-LINE

            MOVE "INTERVIEW"            TO WS-AC-KIND-Q
            MOVE WS-IVT-USER(WS-I)     TO WS-AC-STUDENT-Q
            MOVE WS-IVT-EMPLOYER(WS-I) TO WS-AC-PARTY-Q
            MOVE WS-IVT-TITLE(WS-I)    TO WS-AC-TITLE-Q
            PERFORM FIND-ACCOMMODATION
            IF WS-AC-IDX > 0
                PERFORM PRINT-MY-ACCOMMODATION
            END-IF
        END-IF
    END-PERFORM

    IF WS-IV-OFFER-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a number to accept an offer or manage a confirmed interview, or 0 to skip:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF

    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-IV-OFFER-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    *> SAVE-ALL-INTERVIEWS loops on WS-I, so the chosen row is held
    *> in its own index for the message and employer lookup below.
    MOVE WS-IV-OFFER-IDX(WS-USER-CHOICE) TO WS-IV-PICK

    IF FUNCTION TRIM(WS-IVT-STATUS(WS-IV-PICK)) = "CONFIRMED"
        PERFORM STUDENT-CONFIRMED-INTERVIEW
        EXIT PARAGRAPH
    END-IF

    *> Accepting must not put the student in two rooms at the same
    *> hour -- legacy free-text rows were how that happened.
    MOVE WS-IVT-SLOT(WS-IV-PICK)     TO WS-SLOT-IN
    MOVE WS-CURR-USER                TO WS-IV-CAND-USER
    MOVE WS-IVT-EMPLOYER(WS-IV-PICK) TO WS-IV-CAND-EMPLOYER
    MOVE WS-IV-PICK                  TO WS-IV-SKIP-IDX
    PERFORM CHECK-SLOT-CONFLICT
    MOVE 0 TO WS-IV-SKIP-IDX
    IF WS-SLOT-CONFLICT = "Y"
        MOVE "You already have an interview in that window. Ask the employer to reschedule."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "CONFIRMED" TO WS-IVT-STATUS(WS-IV-PICK)
    PERFORM SAVE-ALL-INTERVIEWS

    MOVE SPACES TO WS-OUT-LINE
    STRING "Interview confirmed: "
           FUNCTION TRIM(WS-IVT-TITLE(WS-IV-PICK)) " at "
           FUNCTION TRIM(WS-IVT-EMPLOYER(WS-IV-PICK))
           ", " FUNCTION TRIM(WS-IVT-SLOT(WS-IV-PICK)) "."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE "accepted" TO WS-IV-NOTE
    PERFORM NOTIFY-EMPLOYER-ACCOUNT.

*> ---------------------------------------------------------------
*> STUDENT-CONFIRMED-INTERVIEW
*>   What the student can do with the CONFIRMED row at WS-IV-PICK:
*>   ask career services for an accommodation, or cancel it.
*> ---------------------------------------------------------------
STUDENT-CONFIRMED-INTERVIEW.
    MOVE "1. Request an accommodation for this interview" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Cancel this interview" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            MOVE "INTERVIEW"                  TO WS-AC-KIND-Q
            MOVE WS-CURR-USER                 TO WS-AC-STUDENT-Q
            MOVE WS-IVT-EMPLOYER(WS-IV-PICK)  TO WS-AC-PARTY-Q
            MOVE WS-IVT-TITLE(WS-IV-PICK)     TO WS-AC-TITLE-Q
            MOVE WS-IVT-SLOT(WS-IV-PICK)      TO WS-AC-DATE-Q
            PERFORM REQUEST-ACCOMMODATION
        WHEN "2"
            PERFORM STUDENT-CANCEL-INTERVIEW
        WHEN "3"
            CONTINUE
        WHEN OTHER
            PERFORM PRINT-LINE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> STUDENT-CANCEL-INTERVIEW
*>   Cancels the CONFIRMED row at WS-IV-PICK from the student side
*>   and tells the employer's account, so the slot is visibly free
*>   again on their schedule.
*> ---------------------------------------------------------------
STUDENT-CANCEL-INTERVIEW.
    MOVE SPACES TO WS-PROMPT
    STRING "Cancel the interview on "
           FUNCTION TRIM(WS-IVT-SLOT(WS-IV-PICK))
           "? (Y/N):"
      INTO WS-PROMPT
    END-STRING
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE "cancelled" TO WS-IV-NOTE
    PERFORM NOTIFY-EMPLOYER-ACCOUNT
    PERFORM CLOSE-INTERVIEW-ACCOMMODATION

    MOVE SPACES TO WS-IVT-USER(WS-IV-PICK)
    PERFORM DROP-BLANK-IV-ROWS
    PERFORM SAVE-ALL-INTERVIEWS

    MOVE "Interview cancelled. The employer has been notified."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> NOTIFY-EMPLOYER-ACCOUNT
*>   Finds the account linked to WS-IVT-EMPLOYER(WS-I) in the
*>   employer-account link file and drops a confirmation notification
*>   on it. Employers without a linked account simply see the
*>   CONFIRMED status in their interview schedule.
*> ---------------------------------------------------------------
NOTIFY-EMPLOYER-ACCOUNT.
    MOVE SPACES TO WS-NOTIFY-USER
    MOVE "N" TO WS-EA-EOF

    OPEN INPUT EMPLOYER-ACCT-FILE
    IF WS-EA-STATUS NOT = "35"
        PERFORM UNTIL WS-EA-EOF = "Y"
            READ EMPLOYER-ACCT-FILE
                AT END
                    MOVE "Y" TO WS-EA-EOF
                NOT AT END
                    IF FUNCTION TRIM(EA-EMPLOYER)
                           = FUNCTION TRIM(WS-IVT-EMPLOYER(WS-IV-PICK))
                        MOVE EA-USER TO WS-NOTIFY-USER
                        MOVE "Y" TO WS-EA-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE EMPLOYER-ACCT-FILE

    IF WS-NOTIFY-USER = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "INTERVIEW-CONFIRM" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING FUNCTION TRIM(WS-CURR-USER)
           " " FUNCTION TRIM(WS-IV-NOTE)
           " the interview slot "
           FUNCTION TRIM(WS-IVT-SLOT(WS-IV-PICK))
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION.

*> ---------------------------------------------------------------
*> EMPLOYER-INTERVIEW-SCHEDULE
*>   Employer side view: every slot proposed against this employer's
*>   postings with its current status, so a confirmed slot is visible
*>   without phoning anyone.
*> ---------------------------------------------------------------
EMPLOYER-INTERVIEW-SCHEDULE.
    MOVE "--- Interview Schedule ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOOKUP-MY-EMPLOYER
    IF FUNCTION TRIM(WS-MY-EMPLOYER) = SPACES
        MOVE "Enter your employer name as it appears on your postings:"
            TO WS-PROMPT
        MOVE "X" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ
        MOVE WS-TOKEN TO WS-MY-EMPLOYER
    END-IF

    PERFORM LOAD-ALL-INTERVIEWS
    PERFORM LOAD-ALL-ACCOMMODATIONS

    MOVE 0 TO WS-IV-EMP-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-IV-COUNT
        IF FUNCTION TRIM(WS-IVT-EMPLOYER(WS-I))
               = FUNCTION TRIM(WS-MY-EMPLOYER)
            ADD 1 TO WS-IV-EMP-COUNT
            MOVE WS-I TO WS-IV-EMP-IDX(WS-IV-EMP-COUNT)
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-IV-EMP-COUNT ". "
                   FUNCTION TRIM(WS-IVT-USER(WS-I))
                   " - " FUNCTION TRIM(WS-IVT-TITLE(WS-I))
                   " - " FUNCTION TRIM(WS-IVT-SLOT(WS-I))
                   " - " FUNCTION TRIM(WS-IVT-STATUS(WS-I))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE

            *> Only the arrangements reach the employer -- never the
            *> student's request or reason.
            MOVE "INTERVIEW"            TO WS-AC-KIND-Q
            MOVE WS-IVT-USER(WS-I)     TO WS-AC-STUDENT-Q
            MOVE WS-IVT-EMPLOYER(WS-I) TO WS-AC-PARTY-Q
            MOVE WS-IVT-TITLE(WS-I)    TO WS-AC-TITLE-Q
            PERFORM FIND-ACCOMMODATION
            IF WS-AC-IDX > 0
                IF WS-ACT-STATE(WS-AC-IDX) = "ARRANGED"
                    MOVE SPACES TO WS-OUT-LINE
                    STRING "     Accommodation arranged by career services: "
                           FUNCTION TRIM(WS-ACT-LOGISTICS(WS-AC-IDX))
                      INTO WS-OUT-LINE
                    END-STRING
                    PERFORM PRINT-LINE
                END-IF
            END-IF
        END-IF
    END-PERFORM

    IF WS-IV-EMP-COUNT = 0
        MOVE "No interviews scheduled for your postings." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "--------------------------" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a number to reschedule, cancel, or score it, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-IV-EMP-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-IV-EMP-IDX(WS-USER-CHOICE) TO WS-IV-PICK

    MOVE "1. Reschedule to a new slot" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Cancel this interview" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Record an interview scorecard" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "4. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your choice:" TO WS-PROMPT

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            PERFORM EMPLOYER-RESCHEDULE-INTERVIEW
        WHEN "2"
            PERFORM EMPLOYER-CANCEL-INTERVIEW
        WHEN "3"
            PERFORM RECORD-INTERVIEW-SCORECARD
        WHEN "4"
            CONTINUE
        WHEN OTHER
            MOVE "Invalid choice. Please enter 1, 2, 3, or 4." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE

    MOVE "--------------------------" TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> EMPLOYER-RESCHEDULE-INTERVIEW
*>   Moves the row at WS-IV-PICK to a new validated slot (checked
*>   for double-booking on both sides, ignoring the row being
*>   moved), drops it back to OFFERED so the student re-confirms,
*>   and tells them through the notification center.
*> ---------------------------------------------------------------
EMPLOYER-RESCHEDULE-INTERVIEW.
    MOVE "New slot (YYYY-MM-DD HH:MM):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE WS-TOKEN TO WS-SLOT-IN
    PERFORM VALIDATE-SLOT-FORMAT
    IF WS-VALID = "N"
        MOVE "Error: Slot must be a real date and time as YYYY-MM-DD HH:MM."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-IVT-USER(WS-IV-PICK)     TO WS-IV-CAND-USER
    MOVE WS-IVT-EMPLOYER(WS-IV-PICK) TO WS-IV-CAND-EMPLOYER
    MOVE WS-IV-PICK                  TO WS-IV-SKIP-IDX
    PERFORM CHECK-SLOT-CONFLICT
    MOVE 0 TO WS-IV-SKIP-IDX
    IF WS-SLOT-CONFLICT = "Y"
        MOVE "That slot is already booked for the applicant or for your schedule. Pick another time."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-SLOT-IN TO WS-IVT-SLOT(WS-IV-PICK)
    MOVE "OFFERED"  TO WS-IVT-STATUS(WS-IV-PICK)
    PERFORM SAVE-ALL-INTERVIEWS
    PERFORM MOVE-INTERVIEW-ACCOMMODATION

    MOVE WS-IVT-USER(WS-IV-PICK) TO WS-NOTIFY-USER
    MOVE "INTERVIEW-RESCHED" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING "Interview for "
           FUNCTION TRIM(WS-IVT-TITLE(WS-IV-PICK))
           " moved to "
           FUNCTION TRIM(WS-IVT-SLOT(WS-IV-PICK))
           " - please re-confirm"
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "Interview rescheduled. The applicant will re-confirm the new slot."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> EMPLOYER-CANCEL-INTERVIEW
*>   Drops the row at WS-IV-PICK and tells the student, so they
*>   never travel to a slot that quietly went away.
*> ---------------------------------------------------------------
EMPLOYER-CANCEL-INTERVIEW.
    MOVE WS-IVT-USER(WS-IV-PICK) TO WS-NOTIFY-USER
    MOVE "INTERVIEW-CANCEL" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING "Interview for "
           FUNCTION TRIM(WS-IVT-TITLE(WS-IV-PICK))
           " on "
           FUNCTION TRIM(WS-IVT-SLOT(WS-IV-PICK))
           " was cancelled by the employer"
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION
    PERFORM CLOSE-INTERVIEW-ACCOMMODATION

    MOVE SPACES TO WS-IVT-USER(WS-IV-PICK)
    PERFORM DROP-BLANK-IV-ROWS
    PERFORM SAVE-ALL-INTERVIEWS

    MOVE "Interview cancelled. The applicant has been notified."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> RECORD-INTERVIEW-SCORECARD
*>   Scorecard for the interview at WS-IV-PICK, taken from a member
*>   of the employer's hiring team once the slot is CONFIRMED and
*>   has started: five competencies scored 1-5, a recommendation,
*>   and a comment, appended to SCORECARD-FILE. One scorecard per
*>   interviewer per interview; the rest of the team sees it on the
*>   review queue.
*> ---------------------------------------------------------------
RECORD-INTERVIEW-SCORECARD.
    PERFORM LOOKUP-MY-EMPLOYER
    IF FUNCTION TRIM(WS-MY-EMPLOYER) = SPACES
        MOVE "Scorecards need your account linked to your employer."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TRIM(WS-IVT-STATUS(WS-IV-PICK)) NOT = "CONFIRMED"
        MOVE "Only a confirmed interview can be scored." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    MOVE SPACES TO WS-SC-NOW
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2) " "
           WS-RAW-DATE(9:2) ":"
           WS-RAW-DATE(11:2)
      INTO WS-SC-NOW
    END-STRING
    IF WS-IVT-SLOT(WS-IV-PICK)(1:16) > WS-SC-NOW
        MOVE "This interview has not taken place yet. Score it afterwards."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-SC-DUP
    MOVE "N" TO WS-SC-EOF
    OPEN INPUT SCORECARD-FILE
    IF WS-SC-STATUS NOT = "35"
        PERFORM UNTIL WS-SC-EOF = "Y"
            READ SCORECARD-FILE
                AT END
                    MOVE "Y" TO WS-SC-EOF
                NOT AT END
                    IF SC-SCORER = WS-CURR-USER
                       AND SC-USER = WS-IVT-USER(WS-IV-PICK)
                       AND SC-TITLE = WS-IVT-TITLE(WS-IV-PICK)
                       AND SC-EMPLOYER = WS-IVT-EMPLOYER(WS-IV-PICK)
                       AND SC-SLOT = WS-IVT-SLOT(WS-IV-PICK)
                        MOVE "Y" TO WS-SC-DUP
                        MOVE "Y" TO WS-SC-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE SCORECARD-FILE
    IF WS-SC-DUP = "Y"
        MOVE "You have already recorded a scorecard for this interview."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Score each competency from 1 (poor) to 5 (excellent)."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Communication" TO WS-SC-LABEL
    PERFORM ACCEPT-SCORECARD-SCORE
    IF WS-VALID = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SC-SCORE TO WS-SC-NEW-COMM

    MOVE "Technical skills" TO WS-SC-LABEL
    PERFORM ACCEPT-SCORECARD-SCORE
    IF WS-VALID = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SC-SCORE TO WS-SC-NEW-TECH

    MOVE "Problem solving" TO WS-SC-LABEL
    PERFORM ACCEPT-SCORECARD-SCORE
    IF WS-VALID = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SC-SCORE TO WS-SC-NEW-PROB

    MOVE "Teamwork" TO WS-SC-LABEL
    PERFORM ACCEPT-SCORECARD-SCORE
    IF WS-VALID = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SC-SCORE TO WS-SC-NEW-TEAM

    MOVE "Motivation" TO WS-SC-LABEL
    PERFORM ACCEPT-SCORECARD-SCORE
    IF WS-VALID = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SC-SCORE TO WS-SC-NEW-MOTIV

    MOVE "Recommendation (ADVANCE, HOLD, or DECLINE):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN))
        TO WS-SC-NEW-RECOMMEND
    IF WS-SC-NEW-RECOMMEND NOT = "ADVANCE"
       AND WS-SC-NEW-RECOMMEND NOT = "HOLD"
       AND WS-SC-NEW-RECOMMEND NOT = "DECLINE"
        MOVE "Error: Recommendation must be ADVANCE, HOLD, or DECLINE. Scorecard not saved."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Comment (max 60 chars, blank for none):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    PERFORM FORMAT-TODAY-DATE
    OPEN EXTEND SCORECARD-FILE
    IF WS-SC-STATUS = "35"
        OPEN OUTPUT SCORECARD-FILE
        CLOSE SCORECARD-FILE
        OPEN EXTEND SCORECARD-FILE
    END-IF
    MOVE SPACES TO SCORECARD-REC
    MOVE WS-IVT-USER(WS-IV-PICK)     TO SC-USER
    MOVE WS-IVT-TITLE(WS-IV-PICK)    TO SC-TITLE
    MOVE WS-IVT-EMPLOYER(WS-IV-PICK) TO SC-EMPLOYER
    MOVE WS-IVT-SLOT(WS-IV-PICK)     TO SC-SLOT
    MOVE WS-CURR-USER                TO SC-SCORER
    MOVE WS-TODAY-DATE               TO SC-DATE
    MOVE WS-SC-NEW-COMM              TO SC-COMMUNICATION
    MOVE WS-SC-NEW-TECH              TO SC-TECHNICAL
    MOVE WS-SC-NEW-PROB              TO SC-PROBLEM-SOLVING
    MOVE WS-SC-NEW-TEAM              TO SC-TEAMWORK
    MOVE WS-SC-NEW-MOTIV             TO SC-MOTIVATION
    MOVE WS-SC-NEW-RECOMMEND         TO SC-RECOMMEND
    MOVE WS-TOKEN                    TO SC-COMMENT
    MOVE "|" TO SCORECARD-REC(21:1)
    MOVE "|" TO SCORECARD-REC(62:1)
    MOVE "|" TO SCORECARD-REC(103:1)
    MOVE "|" TO SCORECARD-REC(134:1)
    MOVE "|" TO SCORECARD-REC(155:1)
    MOVE "|" TO SCORECARD-REC(166:1)
    MOVE "|" TO SCORECARD-REC(168:1)
    MOVE "|" TO SCORECARD-REC(170:1)
    MOVE "|" TO SCORECARD-REC(172:1)
    MOVE "|" TO SCORECARD-REC(174:1)
    MOVE "|" TO SCORECARD-REC(176:1)
    MOVE "|" TO SCORECARD-REC(184:1)
    WRITE SCORECARD-REC
    CLOSE SCORECARD-FILE

    MOVE "SCORECARD-ADDED" TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER TO WS-AUDIT-USER
    MOVE SPACES TO WS-AUDIT-DETAIL
    STRING FUNCTION TRIM(WS-IVT-USER(WS-IV-PICK)) " "
           FUNCTION TRIM(WS-SC-NEW-RECOMMEND)
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE "Scorecard saved for the hiring team." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> ACCEPT-SCORECARD-SCORE
*>   Prompts for the competency named in WS-SC-LABEL and leaves a
*>   1-5 score in WS-SC-SCORE. WS-VALID = "N" (with the error shown)
*>   abandons the scorecard.
*> ---------------------------------------------------------------
ACCEPT-SCORECARD-SCORE.
    MOVE "Y" TO WS-VALID
    MOVE SPACES TO WS-PROMPT
    STRING FUNCTION TRIM(WS-SC-LABEL) " (1-5):"
      INTO WS-PROMPT
    END-STRING
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "N" TO WS-VALID
    ELSE
        IF FUNCTION NUMVAL(WS-TOKEN) < 1
           OR FUNCTION NUMVAL(WS-TOKEN) > 5
           OR FUNCTION NUMVAL(WS-TOKEN)
              NOT = FUNCTION INTEGER(FUNCTION NUMVAL(WS-TOKEN))
            MOVE "N" TO WS-VALID
        END-IF
    END-IF

    IF WS-VALID = "N"
        MOVE "Error: Scores must be a whole number from 1 to 5. Scorecard not saved."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-SC-SCORE.

*> ---------------------------------------------------------------
*> SHOW-INTERVIEW-SCORECARDS
*>   Every scorecard the hiring team recorded for the application in
*>   WS-APP-TABLE row WS-REV-IDX, oldest first, shown ahead of the
*>   decision. Like hiring-team notes, only accounts linked to the
*>   employer see them.
*> ---------------------------------------------------------------
SHOW-INTERVIEW-SCORECARDS.
    IF FUNCTION TRIM(WS-MY-EMPLOYER) = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "--- Interview scorecards ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE 0 TO WS-SC-SHOWN
    MOVE "N" TO WS-SC-EOF
    OPEN INPUT SCORECARD-FILE
    IF WS-SC-STATUS NOT = "35"
        PERFORM UNTIL WS-SC-EOF = "Y"
            READ SCORECARD-FILE
                AT END
                    MOVE "Y" TO WS-SC-EOF
                NOT AT END
                    IF FUNCTION TRIM(SC-EMPLOYER)
                           = FUNCTION TRIM(WS-MY-EMPLOYER)
                       AND FUNCTION TRIM(SC-USER)
                           = FUNCTION TRIM(WS-APP-T-USER(WS-REV-IDX))
                       AND FUNCTION TRIM(SC-TITLE)
                           = FUNCTION TRIM(WS-APP-T-TITLE(WS-REV-IDX))
                        ADD 1 TO WS-SC-SHOWN
                        MOVE SPACES TO WS-OUT-LINE
                        STRING SC-DATE "  " FUNCTION TRIM(SC-SCORER)
                               " - interview " FUNCTION TRIM(SC-SLOT)
                               " - " FUNCTION TRIM(SC-RECOMMEND)
                          INTO WS-OUT-LINE
                        END-STRING
                        PERFORM PRINT-LINE
                        MOVE SPACES TO WS-OUT-LINE
                        STRING "    Communication " SC-COMMUNICATION
                               "  Technical " SC-TECHNICAL
                               "  Problem solving " SC-PROBLEM-SOLVING
                               "  Teamwork " SC-TEAMWORK
                               "  Motivation " SC-MOTIVATION
                          INTO WS-OUT-LINE
                        END-STRING
                        PERFORM PRINT-LINE
                        IF FUNCTION TRIM(SC-COMMENT) NOT = SPACES
                            MOVE SPACES TO WS-OUT-LINE
                            STRING "    " FUNCTION TRIM(SC-COMMENT)
                              INTO WS-OUT-LINE
                            END-STRING
                            PERFORM PRINT-LINE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE SCORECARD-FILE

    IF WS-SC-SHOWN = 0
        MOVE "No interview scorecards yet." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> SHOW-REFERENCE-CHECKS
*>   The reference check on the application in WS-APP-TABLE row
*>   WS-REV-IDX: each referee the student chose, where the reference
*>   stands, and the answers of every returned one. With no check
*>   yet, an application holding an offer or a confirmed interview
*>   can be sent one. Only accounts linked to the employer see the
*>   answers or ask for references.
*> ---------------------------------------------------------------
SHOW-REFERENCE-CHECKS.
    IF FUNCTION TRIM(WS-MY-EMPLOYER) = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "--- Reference checks ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-REFCHECKS
    MOVE WS-REV-IDX TO WS-RK-APP
    PERFORM FIND-REFCHECK-REQUEST

    IF WS-RK-REQ > 0
        MOVE SPACES TO WS-OUT-LINE
        STRING "References requested by "
               FUNCTION TRIM(WS-RKT-REQ-BY(WS-RK-REQ))
               " on " WS-RKT-DATE(WS-RK-REQ) "."
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE

        MOVE 0 TO WS-RK-SHOWN
        PERFORM VARYING WS-RK-I FROM 1 BY 1 UNTIL WS-RK-I > WS-RK-COUNT
            IF WS-RKT-REFEREE(WS-RK-I) NOT = SPACES
               AND FUNCTION TRIM(WS-RKT-USER(WS-RK-I))
                   = FUNCTION TRIM(WS-APP-T-USER(WS-RK-APP))
               AND FUNCTION TRIM(WS-RKT-TITLE(WS-RK-I))
                   = FUNCTION TRIM(WS-APP-T-TITLE(WS-RK-APP))
               AND FUNCTION TRIM(WS-RKT-EMPLOYER(WS-RK-I))
                   = FUNCTION TRIM(WS-MY-EMPLOYER)
                ADD 1 TO WS-RK-SHOWN
                PERFORM PRINT-ONE-REFERENCE
            END-IF
        END-PERFORM

        IF WS-RK-SHOWN = 0
            MOVE "The applicant has not chosen any referees yet."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE "No references requested." TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM CHECK-REFCHECK-ELIGIBLE
    IF WS-RK-FOUND = "N"
        MOVE "References can be requested once the application holds an offer or a confirmed interview."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Request references from this applicant? (Y/N):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION UPPER-CASE(WS-TOKEN(1:1)) NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    IF WS-RK-COUNT >= 500
        MOVE "Reference checks are full right now. Please try again later."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    ADD 1 TO WS-RK-COUNT
    INITIALIZE WS-RK-TABLE(WS-RK-COUNT)
    MOVE WS-APP-T-USER(WS-RK-APP)  TO WS-RKT-USER(WS-RK-COUNT)
    MOVE WS-APP-T-TITLE(WS-RK-APP) TO WS-RKT-TITLE(WS-RK-COUNT)
    MOVE WS-MY-EMPLOYER            TO WS-RKT-EMPLOYER(WS-RK-COUNT)
    MOVE "REQUESTED"               TO WS-RKT-STATUS(WS-RK-COUNT)
    MOVE WS-CURR-USER              TO WS-RKT-REQ-BY(WS-RK-COUNT)
    MOVE WS-TODAY-DATE             TO WS-RKT-DATE(WS-RK-COUNT)
    PERFORM SAVE-ALL-REFCHECKS

    *> The student has to act on this, so it is not a mutable
    *> category.
    MOVE WS-APP-T-USER(WS-RK-APP) TO WS-NOTIFY-USER
    MOVE "REFERENCE-ASKED" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING FUNCTION TRIM(WS-MY-EMPLOYER)
           " asks for references: "
           FUNCTION TRIM(WS-APP-T-TITLE(WS-RK-APP))
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "REFCHECK-REQUESTED" TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER TO WS-AUDIT-USER
    MOVE SPACES TO WS-AUDIT-DETAIL
    STRING FUNCTION TRIM(WS-APP-T-USER(WS-RK-APP)) " "
           FUNCTION TRIM(WS-APP-T-TITLE(WS-RK-APP))
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE "References requested. The applicant will choose up to three referees."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> PRINT-ONE-REFERENCE
*>   Referee row WS-RK-I as the employer sees it: who, how they came
*>   to be asked, where it stands, and the answers once returned.
*> ---------------------------------------------------------------
PRINT-ONE-REFERENCE.
    MOVE WS-RKT-REFEREE(WS-RK-I) TO WS-RK-WHO
    PERFORM FIND-REFEREE-NAME

    MOVE SPACES TO WS-OUT-LINE
    IF WS-RKT-SOURCE(WS-RK-I) = "R"
        STRING "  " FUNCTION TRIM(WS-RK-NAME)
               " (recommender) - " FUNCTION TRIM(WS-RKT-STATUS(WS-RK-I))
               " " WS-RKT-DATE(WS-RK-I)
          INTO WS-OUT-LINE
        END-STRING
    ELSE
        STRING "  " FUNCTION TRIM(WS-RK-NAME)
               " (connection) - " FUNCTION TRIM(WS-RKT-STATUS(WS-RK-I))
               " " WS-RKT-DATE(WS-RK-I)
          INTO WS-OUT-LINE
        END-STRING
    END-IF
    PERFORM PRINT-LINE

    IF FUNCTION TRIM(WS-RKT-STATUS(WS-RK-I)) NOT = "RETURNED"
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    STRING "    Knows the applicant: "
           FUNCTION TRIM(WS-RKT-KNOWN-HOW(WS-RK-I))
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "    Reliability " WS-RKT-RELIABILITY(WS-RK-I)
           "  Skills " WS-RKT-SKILLS(WS-RK-I)
           "  Would work with them again: "
           FUNCTION TRIM(WS-RKT-REHIRE(WS-RK-I))
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    IF FUNCTION TRIM(WS-RKT-COMMENT(WS-RK-I)) NOT = SPACES
        MOVE SPACES TO WS-OUT-LINE
        STRING "    " FUNCTION TRIM(WS-RKT-COMMENT(WS-RK-I))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> CHECK-REFCHECK-ELIGIBLE
*>   WS-RK-FOUND = "Y" when application row WS-RK-APP is far enough
*>   along for a reference check: it holds an offer, or it is under
*>   review or at interview with a CONFIRMED interview on file.
*> ---------------------------------------------------------------
CHECK-REFCHECK-ELIGIBLE.
    MOVE "N" TO WS-RK-FOUND
    EVALUATE FUNCTION TRIM(WS-APP-T-STATUS(WS-RK-APP))
        WHEN "Offer"
            MOVE "Y" TO WS-RK-FOUND
        WHEN "Under Review"
        WHEN "Interview"
            PERFORM LOAD-ALL-INTERVIEWS
            PERFORM VARYING WS-RK-I FROM 1 BY 1
                UNTIL WS-RK-I > WS-IV-COUNT OR WS-RK-FOUND = "Y"
                IF FUNCTION TRIM(WS-IVT-USER(WS-RK-I))
                       = FUNCTION TRIM(WS-APP-T-USER(WS-RK-APP))
                   AND FUNCTION TRIM(WS-IVT-TITLE(WS-RK-I))
                       = FUNCTION TRIM(WS-APP-T-TITLE(WS-RK-APP))
                   AND FUNCTION TRIM(WS-IVT-EMPLOYER(WS-RK-I))
                       = FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-RK-APP))
                   AND FUNCTION TRIM(WS-IVT-STATUS(WS-RK-I)) = "CONFIRMED"
                    MOVE "Y" TO WS-RK-FOUND
                END-IF
            END-PERFORM
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> FIND-REFCHECK-REQUEST
*>   WS-RK-REQ = the WS-RK-TABLE row holding the employer's request
*>   for application row WS-RK-APP (0 when there is none), and
*>   WS-RK-CHOSEN = how many referees the student has picked for it.
*> ---------------------------------------------------------------
FIND-REFCHECK-REQUEST.
    MOVE 0 TO WS-RK-REQ
    MOVE 0 TO WS-RK-CHOSEN
    PERFORM VARYING WS-RK-I FROM 1 BY 1 UNTIL WS-RK-I > WS-RK-COUNT
        IF FUNCTION TRIM(WS-RKT-USER(WS-RK-I))
               = FUNCTION TRIM(WS-APP-T-USER(WS-RK-APP))
           AND FUNCTION TRIM(WS-RKT-TITLE(WS-RK-I))
               = FUNCTION TRIM(WS-APP-T-TITLE(WS-RK-APP))
           AND FUNCTION TRIM(WS-RKT-EMPLOYER(WS-RK-I))
               = FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-RK-APP))
            IF WS-RKT-REFEREE(WS-RK-I) = SPACES
                MOVE WS-RK-I TO WS-RK-REQ
            ELSE
                IF WS-RK-CHOSEN < 9
                    ADD 1 TO WS-RK-CHOSEN
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> FIND-REFEREE-NAME
*>   WS-RK-NAME = the profile name of member WS-RK-WHO, or the
*>   username when they have no profile.
*> ---------------------------------------------------------------
FIND-REFEREE-NAME.
    MOVE WS-RK-WHO TO WS-RK-NAME
    PERFORM VARYING WS-RK-J FROM 1 BY 1 UNTIL WS-RK-J > WS-PROF-COUNT
        IF FUNCTION TRIM(WS-PROF-USER(WS-RK-J)) = FUNCTION TRIM(WS-RK-WHO)
            MOVE SPACES TO WS-RK-NAME
            STRING FUNCTION TRIM(WS-PROF-FNAME(WS-RK-J)) " "
                   FUNCTION TRIM(WS-PROF-LNAME(WS-RK-J))
              INTO WS-RK-NAME
            END-STRING
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> REQUEST-ACCOMMODATION
*>   Files an accommodation request from the signed-in student for
*>   the interview or signup named by the WS-AC-...-Q fields. One
*>   live request per item: a second attempt shows where the first
*>   one stands instead. The reason is optional and goes to career
*>   services only.
*> ---------------------------------------------------------------
REQUEST-ACCOMMODATION.
    PERFORM LOAD-ALL-ACCOMMODATIONS
    PERFORM FIND-ACCOMMODATION
    IF WS-AC-IDX > 0
        PERFORM PRINT-MY-ACCOMMODATION
        EXIT PARAGRAPH
    END-IF

    IF WS-AC-COUNT >= 200
        MOVE "The accommodation request list is full. Please contact career services directly."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "What do you need (for example, an accessible room or a sign-language interpreter)?"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: Please describe what you need. No request was made."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN TO WS-AC-NEED-IN

    MOVE "Reason or accommodation on file (seen only by career services; blank to skip):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    PERFORM FORMAT-TODAY-DATE
    ADD 1 TO WS-AC-COUNT
    MOVE WS-AC-NEXT-ID   TO WS-ACT-ID(WS-AC-COUNT)
    MOVE WS-AC-KIND-Q    TO WS-ACT-KIND(WS-AC-COUNT)
    MOVE WS-AC-STUDENT-Q TO WS-ACT-STUDENT(WS-AC-COUNT)
    MOVE WS-AC-PARTY-Q   TO WS-ACT-PARTY(WS-AC-COUNT)
    MOVE WS-AC-TITLE-Q   TO WS-ACT-TITLE(WS-AC-COUNT)
    MOVE WS-AC-DATE-Q    TO WS-ACT-DATE(WS-AC-COUNT)
    MOVE WS-AC-NEED-IN   TO WS-ACT-NEED(WS-AC-COUNT)
    MOVE WS-TOKEN        TO WS-ACT-REASON(WS-AC-COUNT)
    MOVE SPACES          TO WS-ACT-LOGISTICS(WS-AC-COUNT)
    MOVE "OPEN"          TO WS-ACT-STATE(WS-AC-COUNT)
    MOVE SPACES          TO WS-ACT-STAFF(WS-AC-COUNT)
    MOVE WS-TODAY-DATE   TO WS-ACT-OPENED(WS-AC-COUNT)
    MOVE SPACES          TO WS-ACT-CLOSED(WS-AC-COUNT)
    PERFORM SAVE-ALL-ACCOMMODATIONS

    MOVE "ACCOMMODATION-REQ" TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER        TO WS-AUDIT-USER
    MOVE SPACES              TO WS-AUDIT-DETAIL
    STRING "Request " WS-AC-NEXT-ID " "
           FUNCTION TRIM(WS-AC-KIND-Q) " "
           FUNCTION TRIM(WS-AC-DATE-Q)
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE "Your request was sent to career services. The employer or organizer sees only the arrangements, never your reason."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> Where the student's live request at WS-AC-IDX stands.
PRINT-MY-ACCOMMODATION.
    MOVE SPACES TO WS-OUT-LINE
    IF WS-ACT-STATE(WS-AC-IDX) = "ARRANGED"
        STRING "     Accommodation arranged: "
               FUNCTION TRIM(WS-ACT-LOGISTICS(WS-AC-IDX))
          INTO WS-OUT-LINE
        END-STRING
    ELSE
        STRING "     Accommodation requested ("
               FUNCTION TRIM(WS-ACT-NEED(WS-AC-IDX))
               ") - career services is arranging it"
          INTO WS-OUT-LINE
        END-STRING
    END-IF
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> CLOSE-INTERVIEW-ACCOMMODATION / MOVE-INTERVIEW-ACCOMMODATION
*>   Keep a request in step with the interview row at WS-IV-PICK. A
*>   cancelled interview closes its request; a rescheduled one
*>   carries the new slot, and arrangements already made go back
*>   to OPEN so staff confirm them for the new time.
*> ---------------------------------------------------------------
CLOSE-INTERVIEW-ACCOMMODATION.
    PERFORM LOAD-ALL-ACCOMMODATIONS
    MOVE "INTERVIEW"                 TO WS-AC-KIND-Q
    MOVE WS-IVT-USER(WS-IV-PICK)     TO WS-AC-STUDENT-Q
    MOVE WS-IVT-EMPLOYER(WS-IV-PICK) TO WS-AC-PARTY-Q
    MOVE WS-IVT-TITLE(WS-IV-PICK)    TO WS-AC-TITLE-Q
    PERFORM FIND-ACCOMMODATION
    IF WS-AC-IDX = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    MOVE "CLOSED"      TO WS-ACT-STATE(WS-AC-IDX)
    MOVE WS-TODAY-DATE TO WS-ACT-CLOSED(WS-AC-IDX)
    PERFORM SAVE-ALL-ACCOMMODATIONS.

MOVE-INTERVIEW-ACCOMMODATION.
    PERFORM LOAD-ALL-ACCOMMODATIONS
    MOVE "INTERVIEW"                 TO WS-AC-KIND-Q
    MOVE WS-IVT-USER(WS-IV-PICK)     TO WS-AC-STUDENT-Q
    MOVE WS-IVT-EMPLOYER(WS-IV-PICK) TO WS-AC-PARTY-Q
    MOVE WS-IVT-TITLE(WS-IV-PICK)    TO WS-AC-TITLE-Q
    PERFORM FIND-ACCOMMODATION
    IF WS-AC-IDX = 0
        EXIT PARAGRAPH
    END-IF

    MOVE WS-IVT-SLOT(WS-IV-PICK) TO WS-ACT-DATE(WS-AC-IDX)
    MOVE "OPEN"                  TO WS-ACT-STATE(WS-AC-IDX)
    PERFORM SAVE-ALL-ACCOMMODATIONS.

*> ---------------------------------------------------------------
*> LOAD-ALL-ACCOMMODATIONS / FIND-ACCOMMODATION /
*> SAVE-ALL-ACCOMMODATIONS
*>   The request list, loaded like the legal holds; the load also
*>   leaves the next free request number in WS-AC-NEXT-ID. The find
*>   leaves WS-AC-IDX on the item's live (not CLOSED) request, or 0.
*> ---------------------------------------------------------------
LOAD-ALL-ACCOMMODATIONS.
    MOVE 0 TO WS-AC-COUNT
    MOVE 1 TO WS-AC-NEXT-ID
    MOVE "N" TO WS-AC-EOF

    OPEN INPUT ACCOMMODATION-FILE
    IF WS-AC-STATUS NOT = "35"
        PERFORM UNTIL WS-AC-EOF = "Y"
            READ ACCOMMODATION-FILE
                AT END
                    MOVE "Y" TO WS-AC-EOF
                NOT AT END
                    IF AC-STUDENT NOT = SPACES AND WS-AC-COUNT < 200
                        ADD 1 TO WS-AC-COUNT
                        MOVE AC-ID        TO WS-ACT-ID(WS-AC-COUNT)
                        MOVE AC-KIND      TO WS-ACT-KIND(WS-AC-COUNT)
                        MOVE AC-STUDENT   TO WS-ACT-STUDENT(WS-AC-COUNT)
                        MOVE AC-PARTY     TO WS-ACT-PARTY(WS-AC-COUNT)
                        MOVE AC-TITLE     TO WS-ACT-TITLE(WS-AC-COUNT)
                        MOVE AC-DATE      TO WS-ACT-DATE(WS-AC-COUNT)
                        MOVE AC-NEED      TO WS-ACT-NEED(WS-AC-COUNT)
                        MOVE AC-REASON    TO WS-ACT-REASON(WS-AC-COUNT)
                        MOVE AC-LOGISTICS TO WS-ACT-LOGISTICS(WS-AC-COUNT)
                        MOVE AC-STATE     TO WS-ACT-STATE(WS-AC-COUNT)
                        MOVE AC-STAFF     TO WS-ACT-STAFF(WS-AC-COUNT)
                        MOVE AC-OPENED    TO WS-ACT-OPENED(WS-AC-COUNT)
                        MOVE AC-CLOSED    TO WS-ACT-CLOSED(WS-AC-COUNT)
                        IF AC-ID >= WS-AC-NEXT-ID
                            COMPUTE WS-AC-NEXT-ID = AC-ID + 1
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE ACCOMMODATION-FILE.

FIND-ACCOMMODATION.
    MOVE 0 TO WS-AC-IDX
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-AC-COUNT OR WS-AC-IDX > 0
        IF WS-ACT-KIND(WS-K) = WS-AC-KIND-Q
           AND WS-ACT-STUDENT(WS-K) = WS-AC-STUDENT-Q
           AND WS-ACT-PARTY(WS-K) = WS-AC-PARTY-Q
           AND WS-ACT-TITLE(WS-K) = WS-AC-TITLE-Q
           AND WS-ACT-STATE(WS-K) NOT = "CLOSED"
            MOVE WS-K TO WS-AC-IDX
        END-IF
    END-PERFORM.

SAVE-ALL-ACCOMMODATIONS.
    OPEN OUTPUT ACCOMMODATION-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AC-COUNT
        MOVE SPACES TO ACCOMMODATION-REC
        MOVE WS-ACT-ID(WS-I)        TO AC-ID
        MOVE WS-ACT-KIND(WS-I)      TO AC-KIND
        MOVE WS-ACT-STUDENT(WS-I)   TO AC-STUDENT
        MOVE WS-ACT-PARTY(WS-I)     TO AC-PARTY
        MOVE WS-ACT-TITLE(WS-I)     TO AC-TITLE
        MOVE WS-ACT-DATE(WS-I)      TO AC-DATE
        MOVE WS-ACT-NEED(WS-I)      TO AC-NEED
        MOVE WS-ACT-REASON(WS-I)    TO AC-REASON
        MOVE WS-ACT-LOGISTICS(WS-I) TO AC-LOGISTICS
        MOVE WS-ACT-STATE(WS-I)     TO AC-STATE
        MOVE WS-ACT-STAFF(WS-I)     TO AC-STAFF
        MOVE WS-ACT-OPENED(WS-I)    TO AC-OPENED
        MOVE WS-ACT-CLOSED(WS-I)    TO AC-CLOSED
        MOVE "|" TO ACCOMMODATION-REC(6:1)
        MOVE "|" TO ACCOMMODATION-REC(16:1)
        MOVE "|" TO ACCOMMODATION-REC(37:1)
        MOVE "|" TO ACCOMMODATION-REC(78:1)
        MOVE "|" TO ACCOMMODATION-REC(119:1)
        MOVE "|" TO ACCOMMODATION-REC(136:1)
        MOVE "|" TO ACCOMMODATION-REC(177:1)
        MOVE "|" TO ACCOMMODATION-REC(238:1)
        MOVE "|" TO ACCOMMODATION-REC(299:1)
        MOVE "|" TO ACCOMMODATION-REC(308:1)
        MOVE "|" TO ACCOMMODATION-REC(329:1)
        MOVE "|" TO ACCOMMODATION-REC(340:1)
        WRITE ACCOMMODATION-REC
    END-PERFORM
    CLOSE ACCOMMODATION-FILE.

*> ---------------------------------------------------------------
*> UPCOMING-SCREEN
*>   One screen for everything with a date attached to the current
*>   user: CONFIRMED interview slots, events they RSVP'd to, and the
*>   application deadlines of jobs they applied to or saved --
*>   sorted soonest-first with the days-remaining arithmetic
*>   COMPUTE-DEADLINE-DAYS already does, so nobody misses an
*>   interview because it only showed on a buried screen.
*> ---------------------------------------------------------------
UPCOMING-SCREEN.
    MOVE "--- Upcoming ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE 0 TO WS-AGENDA-COUNT
    PERFORM GATHER-AGENDA-INTERVIEWS
    PERFORM GATHER-AGENDA-EVENTS
    PERFORM GATHER-AGENDA-OFFICE-HOURS
    PERFORM GATHER-AGENDA-APP-DEADLINES
    PERFORM GATHER-AGENDA-SAVED-DEADLINES
    PERFORM SORT-AGENDA

    IF WS-AGENDA-COUNT = 0
        MOVE "Nothing on your calendar. Enjoy the quiet!" TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AGENDA-COUNT
        MOVE WS-AG-DATE(WS-I) TO WS-DEADLINE-IN
        PERFORM COMPUTE-DEADLINE-DAYS
        MOVE WS-DEADLINE-DAYS-REM TO WS-DAYS-LEFT-DISP
        MOVE SPACES TO WS-OUT-LINE
        IF WS-DEADLINE-DAYS-REM = 0
            STRING FUNCTION TRIM(WS-AG-DATE(WS-I)) " "
                   WS-AG-TIME(WS-I) " TODAY  "
                   FUNCTION TRIM(WS-AG-DESC(WS-I))
              INTO WS-OUT-LINE
            END-STRING
        ELSE
            STRING FUNCTION TRIM(WS-AG-DATE(WS-I)) " "
                   WS-AG-TIME(WS-I)
                   " (in " WS-DAYS-LEFT-DISP " day(s)) "
                   FUNCTION TRIM(WS-AG-DESC(WS-I))
              INTO WS-OUT-LINE
            END-STRING
        END-IF
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE "-----------------" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    IF WS-AGENDA-COUNT > 0
        MOVE "Export this agenda to your calendar (.ics)? (Y/N):"
            TO WS-PROMPT
        MOVE "X" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) = "Y"
            PERFORM EXPORT-AGENDA-ICS
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> EXPORT-AGENDA-ICS
*>   Writes the agenda just shown to data/InCollege-Calendar-<user>
*>   .ics, one VEVENT per row. Rows with a time become one-hour
*>   entries; date-only rows (events, deadlines) become all-day
*>   entries. The UID on each entry comes from WS-AG-UID, so
*>   importing a later export updates entries instead of duplicating
*>   them.
*> ---------------------------------------------------------------
EXPORT-AGENDA-ICS.
    MOVE SPACES TO WS-CAL-FILENAME
    STRING "data/InCollege-Calendar-"
           FUNCTION TRIM(WS-CURR-USER)
           ".ics"
      INTO WS-CAL-FILENAME
    END-STRING

    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    MOVE SPACES TO WS-CAL-STAMP
    STRING WS-RAW-DATE(1:8) "T" WS-RAW-DATE(9:6)
      INTO WS-CAL-STAMP
    END-STRING

    OPEN OUTPUT CALENDAR-FILE
    MOVE "BEGIN:VCALENDAR" TO CALENDAR-REC
    WRITE CALENDAR-REC
    MOVE "VERSION:2.0" TO CALENDAR-REC
    WRITE CALENDAR-REC
    MOVE "PRODID:-//InCollege//Upcoming Agenda//EN" TO CALENDAR-REC
    WRITE CALENDAR-REC
    MOVE "CALSCALE:GREGORIAN" TO CALENDAR-REC
    WRITE CALENDAR-REC

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AGENDA-COUNT
        MOVE "BEGIN:VEVENT" TO CALENDAR-REC
        WRITE CALENDAR-REC

        MOVE SPACES TO CALENDAR-REC
        STRING "UID:" FUNCTION TRIM(WS-AG-UID(WS-I))
          INTO CALENDAR-REC
        END-STRING
        WRITE CALENDAR-REC

        MOVE SPACES TO CALENDAR-REC
        STRING "DTSTAMP:" WS-CAL-STAMP
          INTO CALENDAR-REC
        END-STRING
        WRITE CALENDAR-REC

        MOVE SPACES TO CALENDAR-REC
        IF WS-AG-TIME(WS-I)(3:1) = ":"
           AND WS-AG-TIME(WS-I)(1:2) IS NUMERIC
           AND WS-AG-TIME(WS-I)(4:2) IS NUMERIC
            STRING "DTSTART:"
                   WS-AG-DATE(WS-I)(1:4) WS-AG-DATE(WS-I)(6:2)
                   WS-AG-DATE(WS-I)(9:2) "T"
                   WS-AG-TIME(WS-I)(1:2) WS-AG-TIME(WS-I)(4:2) "00"
              INTO CALENDAR-REC
            END-STRING
            WRITE CALENDAR-REC
            MOVE "DURATION:PT1H" TO CALENDAR-REC
            WRITE CALENDAR-REC
        ELSE
            STRING "DTSTART;VALUE=DATE:"
                   WS-AG-DATE(WS-I)(1:4) WS-AG-DATE(WS-I)(6:2)
                   WS-AG-DATE(WS-I)(9:2)
              INTO CALENDAR-REC
            END-STRING
            WRITE CALENDAR-REC
        END-IF

        MOVE WS-AG-DESC(WS-I) TO WS-CAL-TEXT-IN
        PERFORM ESCAPE-CALENDAR-TEXT
        MOVE SPACES TO CALENDAR-REC
        STRING "SUMMARY:" FUNCTION TRIM(WS-CAL-TEXT-OUT)
          INTO CALENDAR-REC
        END-STRING
        WRITE CALENDAR-REC

        MOVE "END:VEVENT" TO CALENDAR-REC
        WRITE CALENDAR-REC
    END-PERFORM

    MOVE "END:VCALENDAR" TO CALENDAR-REC
    WRITE CALENDAR-REC
    CLOSE CALENDAR-FILE

    MOVE SPACES TO WS-OUT-LINE
    STRING "Your calendar was written to "
           FUNCTION TRIM(WS-CAL-FILENAME)
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> Copies WS-CAL-TEXT-IN to WS-CAL-TEXT-OUT with a backslash put in
*> front of every comma, semicolon and backslash.
ESCAPE-CALENDAR-TEXT.
    MOVE SPACES TO WS-CAL-TEXT-OUT
    MOVE 0 TO WS-CAL-O
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAL-TEXT-IN TRAILING))
        TO WS-CAL-LEN
    PERFORM VARYING WS-CAL-I FROM 1 BY 1 UNTIL WS-CAL-I > WS-CAL-LEN
        IF WS-CAL-TEXT-IN(WS-CAL-I:1) = ","
           OR WS-CAL-TEXT-IN(WS-CAL-I:1) = ";"
           OR WS-CAL-TEXT-IN(WS-CAL-I:1) = "\"
            ADD 1 TO WS-CAL-O
            MOVE "\" TO WS-CAL-TEXT-OUT(WS-CAL-O:1)
        END-IF
        ADD 1 TO WS-CAL-O
        MOVE WS-CAL-TEXT-IN(WS-CAL-I:1) TO WS-CAL-TEXT-OUT(WS-CAL-O:1)
    END-PERFORM.

*> ---------------------------------------------------------------
*> ADD-AGENDA-ENTRY
*>   Appends WS-AG-NEW-* to the agenda when its date is well formed
*>   and not already past (yesterday's deadline is noise here).
*> ---------------------------------------------------------------
ADD-AGENDA-ENTRY.
    IF WS-AG-NEW-DATE(5:1) NOT = "-" OR WS-AG-NEW-DATE(8:1) NOT = "-"
       OR WS-AG-NEW-DATE(1:4) IS NOT NUMERIC
       OR WS-AG-NEW-DATE(6:2) IS NOT NUMERIC
       OR WS-AG-NEW-DATE(9:2) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF

    MOVE WS-AG-NEW-DATE TO WS-DEADLINE-IN
    PERFORM COMPUTE-DEADLINE-DAYS
    IF WS-DEADLINE-DAYS-REM < 0
        EXIT PARAGRAPH
    END-IF

    IF WS-AGENDA-COUNT >= 100
        EXIT PARAGRAPH
    END-IF

    *> Calendar identifiers cannot carry blanks
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AG-NEW-UID TRAILING))
        TO WS-AG-UID-LEN
    IF WS-AG-UID-LEN > 0
        INSPECT WS-AG-NEW-UID(1:WS-AG-UID-LEN) REPLACING ALL " " BY "-"
    END-IF

    ADD 1 TO WS-AGENDA-COUNT
    MOVE WS-AG-NEW-DATE TO WS-AG-DATE(WS-AGENDA-COUNT)
    MOVE WS-AG-NEW-TIME TO WS-AG-TIME(WS-AGENDA-COUNT)
    MOVE WS-AG-NEW-DESC TO WS-AG-DESC(WS-AGENDA-COUNT)
    MOVE WS-AG-NEW-UID  TO WS-AG-UID(WS-AGENDA-COUNT).

GATHER-AGENDA-INTERVIEWS.
    PERFORM LOAD-ALL-INTERVIEWS
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-IV-COUNT
        IF FUNCTION TRIM(WS-IVT-USER(WS-K))
               = FUNCTION TRIM(WS-CURR-USER)
           AND FUNCTION TRIM(WS-IVT-STATUS(WS-K)) = "CONFIRMED"
            MOVE WS-IVT-SLOT(WS-K)(1:10) TO WS-AG-NEW-DATE
            MOVE WS-IVT-SLOT(WS-K)(12:5) TO WS-AG-NEW-TIME
            MOVE SPACES TO WS-AG-NEW-DESC
            STRING "Interview: "
                   FUNCTION TRIM(WS-IVT-TITLE(WS-K))
                   " at " FUNCTION TRIM(WS-IVT-EMPLOYER(WS-K))
              INTO WS-AG-NEW-DESC
            END-STRING
            MOVE SPACES TO WS-AG-NEW-UID
            STRING "interview-" FUNCTION TRIM(WS-CURR-USER)
                   "-" FUNCTION TRIM(WS-IVT-TITLE(WS-K))
                   "-" FUNCTION TRIM(WS-IVT-EMPLOYER(WS-K))
                   "@incollege"
              INTO WS-AG-NEW-UID
            END-STRING
            PERFORM ADD-AGENDA-ENTRY
        END-IF
    END-PERFORM.

GATHER-AGENDA-EVENTS.
    PERFORM LOAD-ALL-EVENTS
    PERFORM LOAD-ALL-RSVPS
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-RSVP-COUNT
        IF FUNCTION TRIM(WS-ER-USER(WS-K))
               = FUNCTION TRIM(WS-CURR-USER)
           AND WS-ER-STATUS(WS-K) = "RSVP"
            PERFORM VARYING WS-J FROM 1 BY 1
                UNTIL WS-J > WS-EVENT-COUNT
                IF WS-EV-ID(WS-J) = WS-ER-EVENT-ID(WS-K)
                    MOVE WS-EV-DATE(WS-J) TO WS-AG-NEW-DATE
                    MOVE SPACES TO WS-AG-NEW-TIME
                    MOVE SPACES TO WS-AG-NEW-DESC
                    STRING "Event: "
                           FUNCTION TRIM(WS-EV-TITLE(WS-J))
                           " at " FUNCTION TRIM(WS-EV-LOCATION(WS-J))
                      INTO WS-AG-NEW-DESC
                    END-STRING
                    MOVE SPACES TO WS-AG-NEW-UID
                    STRING "event-" FUNCTION TRIM(WS-EV-ID(WS-J))
                           "-" FUNCTION TRIM(WS-CURR-USER)
                           "@incollege"
                      INTO WS-AG-NEW-UID
                    END-STRING
                    PERFORM ADD-AGENDA-ENTRY
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

*> Office-hours slots the user has booked.
GATHER-AGENDA-OFFICE-HOURS.
    PERFORM LOAD-ALL-OFFICE-HOURS
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-OH-COUNT
        IF WS-OHT-STATUS(WS-K) = "BOOKED"
           AND FUNCTION TRIM(WS-OHT-STUDENT(WS-K))
               = FUNCTION TRIM(WS-CURR-USER)
            MOVE WS-OHT-DATE(WS-K) TO WS-AG-NEW-DATE
            MOVE WS-OHT-TIME(WS-K) TO WS-AG-NEW-TIME
            MOVE SPACES TO WS-AG-NEW-DESC
            STRING "Advising office hours with "
                   FUNCTION TRIM(WS-OHT-STAFF(WS-K))
              INTO WS-AG-NEW-DESC
            END-STRING
            MOVE SPACES TO WS-AG-NEW-UID
            STRING "advising-" FUNCTION TRIM(WS-OHT-STAFF(WS-K))
                   "-" WS-OHT-DATE(WS-K)
                   "-" WS-OHT-TIME(WS-K)(1:2) WS-OHT-TIME(WS-K)(4:2)
                   "-" FUNCTION TRIM(WS-CURR-USER)
                   "@incollege"
              INTO WS-AG-NEW-UID
            END-STRING
            PERFORM ADD-AGENDA-ENTRY
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> GATHER-AGENDA-APP-DEADLINES
*>   Deadlines of postings the user has an open application against:
*>   the JOB-FILE row is found by the title/employer pair the
*>   application carries, the same informal key the review queue
*>   uses.
*> ---------------------------------------------------------------
GATHER-AGENDA-APP-DEADLINES.
    PERFORM LOAD-ALL-APPLICATIONS
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-APP-TABLE-COUNT
        IF FUNCTION TRIM(WS-APP-T-USER(WS-K))
               = FUNCTION TRIM(WS-CURR-USER)
           AND FUNCTION TRIM(WS-APP-T-STATUS(WS-K)) NOT = "Withdrawn"
           AND FUNCTION TRIM(WS-APP-T-STATUS(WS-K)) NOT = "Rejected"
           AND FUNCTION TRIM(WS-APP-T-STATUS(WS-K)) NOT = "Hired"
           AND FUNCTION TRIM(WS-APP-T-STATUS(WS-K)) NOT = "Position Filled"
            PERFORM FIND-APP-JOB-DEADLINE
        END-IF
    END-PERFORM.

FIND-APP-JOB-DEADLINE.
    MOVE "N" TO WS-JOB-EOF
    OPEN INPUT JOB-FILE
    IF WS-JOB-STATUS NOT = "35"
        PERFORM UNTIL WS-JOB-EOF = "Y"
            READ JOB-FILE
                AT END
                    MOVE "Y" TO WS-JOB-EOF
                NOT AT END
                    IF FUNCTION TRIM(JOB-TITLE-FILE)
                           = FUNCTION TRIM(WS-APP-T-TITLE(WS-K))
                       AND FUNCTION TRIM(JOB-EMPLOYER-FILE)
                           = FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-K))
                       AND FUNCTION TRIM(JOB-DEADLINE-FILE)
                           NOT = SPACES
                        MOVE JOB-DEADLINE-FILE TO WS-AG-NEW-DATE
                        MOVE SPACES TO WS-AG-NEW-TIME
                        MOVE SPACES TO WS-AG-NEW-DESC
                        STRING "Application deadline: "
                               FUNCTION TRIM(JOB-TITLE-FILE)
                               " at "
                               FUNCTION TRIM(JOB-EMPLOYER-FILE)
                          INTO WS-AG-NEW-DESC
                        END-STRING
                        MOVE SPACES TO WS-AG-NEW-UID
                        STRING "app-deadline-" FUNCTION TRIM(JOB-ID)
                               "-" FUNCTION TRIM(WS-CURR-USER)
                               "@incollege"
                          INTO WS-AG-NEW-UID
                        END-STRING
                        PERFORM ADD-AGENDA-ENTRY
                        MOVE "Y" TO WS-JOB-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE JOB-FILE.

GATHER-AGENDA-SAVED-DEADLINES.
    PERFORM LOAD-ALL-SAVED-JOBS
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-SAVED-COUNT
        IF FUNCTION TRIM(WS-SJ-USER(WS-K))
               = FUNCTION TRIM(WS-CURR-USER)
            PERFORM FIND-SAVED-JOB-DEADLINE
        END-IF
    END-PERFORM.

FIND-SAVED-JOB-DEADLINE.
    MOVE "N" TO WS-JOB-EOF
    OPEN INPUT JOB-FILE
    IF WS-JOB-STATUS NOT = "35"
        PERFORM UNTIL WS-JOB-EOF = "Y"
            READ JOB-FILE
                AT END
                    MOVE "Y" TO WS-JOB-EOF
                NOT AT END
                    IF FUNCTION TRIM(JOB-ID)
                           = FUNCTION TRIM(WS-SJ-JOB-ID(WS-K))
                       AND FUNCTION TRIM(JOB-STATUS-FILE) = "ACTIVE"
                       AND FUNCTION TRIM(JOB-DEADLINE-FILE)
                           NOT = SPACES
                        MOVE JOB-DEADLINE-FILE TO WS-AG-NEW-DATE
                        MOVE SPACES TO WS-AG-NEW-TIME
                        MOVE SPACES TO WS-AG-NEW-DESC
                        STRING "Saved job deadline: "
                               FUNCTION TRIM(JOB-TITLE-FILE)
                               " at "
                               FUNCTION TRIM(JOB-EMPLOYER-FILE)
                          INTO WS-AG-NEW-DESC
                        END-STRING
                        MOVE SPACES TO WS-AG-NEW-UID
                        STRING "saved-deadline-" FUNCTION TRIM(JOB-ID)
                               "-" FUNCTION TRIM(WS-CURR-USER)
                               "@incollege"
                          INTO WS-AG-NEW-UID
                        END-STRING
                        PERFORM ADD-AGENDA-ENTRY
                        MOVE "Y" TO WS-JOB-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE JOB-FILE.

*> ---------------------------------------------------------------
*> SORT-AGENDA
*>   Selection sort on date then time, soonest first -- ISO dates
*>   compare correctly as text. Same two-index shape as
*>   SORT-SUGGESTIONS.
*> ---------------------------------------------------------------
SORT-AGENDA.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-AGENDA-COUNT
        ADD 1 TO WS-I GIVING WS-K
        PERFORM VARYING WS-J FROM WS-K BY 1
            UNTIL WS-J > WS-AGENDA-COUNT
            IF WS-AG-DATE(WS-J) < WS-AG-DATE(WS-I)
               OR (WS-AG-DATE(WS-J) = WS-AG-DATE(WS-I)
                   AND WS-AG-TIME(WS-J) < WS-AG-TIME(WS-I))
                MOVE WS-AG-DATE(WS-I) TO WS-AG-SWAP-DATE
                MOVE WS-AG-TIME(WS-I) TO WS-AG-SWAP-TIME
                MOVE WS-AG-DESC(WS-I) TO WS-AG-SWAP-DESC
                MOVE WS-AG-UID(WS-I)  TO WS-AG-SWAP-UID
                MOVE WS-AG-DATE(WS-J) TO WS-AG-DATE(WS-I)
                MOVE WS-AG-TIME(WS-J) TO WS-AG-TIME(WS-I)
                MOVE WS-AG-DESC(WS-J) TO WS-AG-DESC(WS-I)
                MOVE WS-AG-UID(WS-J)  TO WS-AG-UID(WS-I)
                MOVE WS-AG-SWAP-DATE  TO WS-AG-DATE(WS-J)
                MOVE WS-AG-SWAP-TIME  TO WS-AG-TIME(WS-J)
                MOVE WS-AG-SWAP-DESC  TO WS-AG-DESC(WS-J)
                MOVE WS-AG-SWAP-UID   TO WS-AG-UID(WS-J)
            END-IF
        END-PERFORM
    END-PERFORM.

*> ---------------------------------------------------------------
*> CAREER-EVENTS-SCREEN
*>   Students browse the events career services posted (through the
*>   EventMaintenance tool) and RSVP. Capacity is enforced like the
*>   account cap: once an event is full, further signups go on its
*>   waitlist instead of being dropped. A student can also cancel
*>   their own signup.
*> ---------------------------------------------------------------
CAREER-EVENTS-SCREEN.
    MOVE "--- Career Events ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-EVENTS
    IF WS-EVENT-COUNT = 0
        MOVE "No events are posted right now." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-RSVPS
    PERFORM COUNT-EVENT-RSVPS

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EVENT-COUNT
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-I ". "
               FUNCTION TRIM(WS-EV-TITLE(WS-I))
               " on " FUNCTION TRIM(WS-EV-DATE(WS-I))
               " at " FUNCTION TRIM(WS-EV-LOCATION(WS-I))
               " (" WS-EV-RSVPED(WS-I) " of "
               WS-EV-CAPACITY(WS-I) " spots taken)"
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE "Enter an event number, or 0 to go back:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF

    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-EVENT-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-USER-CHOICE TO WS-EVENT-PICK

    MOVE "1. RSVP to this event" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Cancel my signup" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Employers attending" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "4. Request an accommodation for this event" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "5. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            PERFORM RSVP-TO-EVENT
        WHEN "2"
            PERFORM CANCEL-EVENT-RSVP
        WHEN "3"
            PERFORM LIST-EVENT-EMPLOYERS
        WHEN "4"
            PERFORM REQUEST-EVENT-ACCOMMODATION
        WHEN "5"
            CONTINUE
        WHEN OTHER
            MOVE "Invalid choice. Please enter 1-5." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> REQUEST-EVENT-ACCOMMODATION
*>   An accommodation rides on the student's signup for event
*>   WS-EVENT-PICK (confirmed or waitlisted), so there must be one.
*> ---------------------------------------------------------------
REQUEST-EVENT-ACCOMMODATION.
    PERFORM FIND-MY-RSVP-ROW
    IF WS-MY-RSVP-IDX = 0
        MOVE "Sign up for this event first; an accommodation request is attached to your signup."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "EVENT"                    TO WS-AC-KIND-Q
    MOVE WS-CURR-USER               TO WS-AC-STUDENT-Q
    MOVE WS-EV-ID(WS-EVENT-PICK)    TO WS-AC-PARTY-Q
    MOVE WS-EV-TITLE(WS-EVENT-PICK) TO WS-AC-TITLE-Q
    MOVE WS-EV-DATE(WS-EVENT-PICK)  TO WS-AC-DATE-Q
    PERFORM REQUEST-ACCOMMODATION.

*> ---------------------------------------------------------------
*> LIST-EVENT-EMPLOYERS
*>   The employers registered for event WS-EVENT-PICK, each with its
*>   booth number once staff have assigned one and its postings that
*>   are open on Browse Jobs -- any of which the student can open
*>   and apply to from here.
*> ---------------------------------------------------------------
LIST-EVENT-EMPLOYERS.
    PERFORM LOAD-ALL-BOOTHS
    PERFORM LOAD-EVENT-POSTINGS

    MOVE SPACES TO WS-OUT-LINE
    STRING "--- Employers at " FUNCTION TRIM(WS-EV-TITLE(WS-EVENT-PICK))
           " ---"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE 0 TO WS-BOOTH-LIST-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BOOTH-COUNT
        IF WS-BR-EVENT-ID(WS-I) = WS-EV-ID(WS-EVENT-PICK)
            ADD 1 TO WS-BOOTH-LIST-COUNT
            MOVE SPACES TO WS-OUT-LINE
            IF WS-BR-BOOTH(WS-I) = SPACES
                STRING FUNCTION TRIM(WS-BR-EMPLOYER(WS-I))
                       " (booth to be announced)"
                  INTO WS-OUT-LINE
                END-STRING
            ELSE
                STRING FUNCTION TRIM(WS-BR-EMPLOYER(WS-I))
                       " (booth " FUNCTION TRIM(WS-BR-BOOTH(WS-I)) ")"
                  INTO WS-OUT-LINE
                END-STRING
            END-IF
            PERFORM PRINT-LINE

            MOVE "N" TO WS-FOUND
            PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-EVP-COUNT
                IF FUNCTION TRIM(WS-EVP-EMPLOYER(WS-K))
                       = FUNCTION TRIM(WS-BR-EMPLOYER(WS-I))
                    MOVE "Y" TO WS-FOUND
                    MOVE SPACES TO WS-OUT-LINE
                    STRING "    " WS-K ". "
                           FUNCTION TRIM(WS-EVP-TITLE(WS-K))
                           " - " FUNCTION TRIM(WS-EVP-LOCATION(WS-K))
                      INTO WS-OUT-LINE
                    END-STRING
                    PERFORM PRINT-LINE
                END-IF
            END-PERFORM
            IF WS-FOUND = "N"
                MOVE "    No open postings right now." TO WS-OUT-LINE
                PERFORM PRINT-LINE
            END-IF
        END-IF
    END-PERFORM

    IF WS-BOOTH-LIST-COUNT = 0
        MOVE "No employers have registered for this event yet."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    IF WS-EVP-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a posting number to view it, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE > WS-EVP-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-EVP-ID(WS-USER-CHOICE)       TO WS-SEL-ID
    MOVE WS-EVP-TITLE(WS-USER-CHOICE)    TO WS-SEL-TITLE
    MOVE WS-EVP-EMPLOYER(WS-USER-CHOICE) TO WS-SEL-EMPLOYER
    MOVE WS-EVP-LOCATION(WS-USER-CHOICE) TO WS-SEL-LOCATION
    MOVE WS-EVP-SALARY(WS-USER-CHOICE)   TO WS-SEL-SALARY
    MOVE WS-EVP-MAJOR(WS-USER-CHOICE)    TO WS-SEL-MAJOR
    MOVE WS-EVP-DESC(WS-USER-CHOICE)     TO WS-SEL-DESC
    MOVE WS-EVP-DEADLINE(WS-USER-CHOICE) TO WS-SEL-DEADLINE
    MOVE "N" TO WS-SIMILAR-GO
    PERFORM APPLY-FOR-JOB-PROMPT
    PERFORM UNTIL WS-SIMILAR-GO = "N"
        MOVE "N" TO WS-SIMILAR-GO
        PERFORM APPLY-FOR-JOB-PROMPT
    END-PERFORM.

*> ---------------------------------------------------------------
*> LOAD-EVENT-POSTINGS
*>   Open postings (the Browse Jobs status rules) of every employer
*>   registered for event WS-EVENT-PICK, in JOB-FILE order. Caller
*>   loads the booth table first.
*> ---------------------------------------------------------------
LOAD-EVENT-POSTINGS.
    MOVE 0 TO WS-EVP-COUNT
    MOVE "N" TO WS-BROWSE-EOF
    OPEN INPUT JOB-FILE
    IF WS-JOB-STATUS NOT = "35"
        PERFORM UNTIL WS-BROWSE-EOF = "Y"
            READ JOB-FILE
                AT END
                    MOVE "Y" TO WS-BROWSE-EOF
                NOT AT END
                    IF FUNCTION TRIM(JOB-STATUS-FILE) NOT = "RETIRED"
                       AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "CLOSED"
                       AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "PENDING"
                       AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "REJECTED"
                       AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "FILLED"
                       AND WS-EVP-COUNT < 50
                        PERFORM ADD-EVENT-POSTING
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE JOB-FILE.

ADD-EVENT-POSTING.
    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-J FROM 1 BY 1
        UNTIL WS-J > WS-BOOTH-COUNT OR WS-FOUND = "Y"
        IF WS-BR-EVENT-ID(WS-J) = WS-EV-ID(WS-EVENT-PICK)
           AND FUNCTION TRIM(WS-BR-EMPLOYER(WS-J))
               = FUNCTION TRIM(JOB-EMPLOYER-FILE)
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-EVP-COUNT
    MOVE JOB-ID            TO WS-EVP-ID(WS-EVP-COUNT)
    MOVE JOB-TITLE-FILE    TO WS-EVP-TITLE(WS-EVP-COUNT)
    MOVE JOB-EMPLOYER-FILE TO WS-EVP-EMPLOYER(WS-EVP-COUNT)
    MOVE JOB-LOCATION-FILE TO WS-EVP-LOCATION(WS-EVP-COUNT)
    MOVE JOB-SALARY-FILE   TO WS-EVP-SALARY(WS-EVP-COUNT)
    MOVE JOB-MAJOR-FILE    TO WS-EVP-MAJOR(WS-EVP-COUNT)
    MOVE JOB-DESC-FILE     TO WS-EVP-DESC(WS-EVP-COUNT)
    MOVE JOB-DEADLINE-FILE TO WS-EVP-DEADLINE(WS-EVP-COUNT).

*> ---------------------------------------------------------------
*> LOAD-ALL-BOOTHS / SAVE-ALL-BOOTHS / COUNT-EVENT-BOOTHS
*>   The usual load-all/rewrite-all support for booth registrations;
*>   WS-EV-BOOTHS is how many booths each event has handed out.
*> ---------------------------------------------------------------
LOAD-ALL-BOOTHS.
    MOVE 0 TO WS-BOOTH-COUNT
    MOVE "N" TO WS-BOOTH-EOF

    OPEN INPUT BOOTH-FILE
    IF WS-BOOTH-STATUS NOT = "35"
        PERFORM UNTIL WS-BOOTH-EOF = "Y"
            READ BOOTH-FILE
                AT END
                    MOVE "Y" TO WS-BOOTH-EOF
                NOT AT END
                    IF BR-EVENT-ID NOT = SPACES AND WS-BOOTH-COUNT < 200
                        ADD 1 TO WS-BOOTH-COUNT
                        MOVE BR-EVENT-ID TO WS-BR-EVENT-ID(WS-BOOTH-COUNT)
                        MOVE BR-EMP-USER TO WS-BR-EMP-USER(WS-BOOTH-COUNT)
                        MOVE BR-EMPLOYER TO WS-BR-EMPLOYER(WS-BOOTH-COUNT)
                        MOVE BR-REPS     TO WS-BR-REPS(WS-BOOTH-COUNT)
                        MOVE BR-TABLE    TO WS-BR-TABLE(WS-BOOTH-COUNT)
                        MOVE BR-POWER    TO WS-BR-POWER(WS-BOOTH-COUNT)
                        MOVE BR-BOOTH    TO WS-BR-BOOTH(WS-BOOTH-COUNT)
                        MOVE BR-DATE     TO WS-BR-DATE(WS-BOOTH-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE BOOTH-FILE.

SAVE-ALL-BOOTHS.
    OPEN OUTPUT BOOTH-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BOOTH-COUNT
        IF WS-BR-EVENT-ID(WS-I) NOT = SPACES
            MOVE SPACES TO BOOTH-REC
            MOVE WS-BR-EVENT-ID(WS-I) TO BR-EVENT-ID
            MOVE WS-BR-EMP-USER(WS-I) TO BR-EMP-USER
            MOVE WS-BR-EMPLOYER(WS-I) TO BR-EMPLOYER
            MOVE WS-BR-REPS(WS-I)     TO BR-REPS
            MOVE WS-BR-TABLE(WS-I)    TO BR-TABLE
            MOVE WS-BR-POWER(WS-I)    TO BR-POWER
            MOVE WS-BR-BOOTH(WS-I)    TO BR-BOOTH
            MOVE WS-BR-DATE(WS-I)     TO BR-DATE
            MOVE "|" TO BOOTH-REC(11:1)
            MOVE "|" TO BOOTH-REC(32:1)
            MOVE "|" TO BOOTH-REC(73:1)
            MOVE "|" TO BOOTH-REC(76:1)
            MOVE "|" TO BOOTH-REC(78:1)
            MOVE "|" TO BOOTH-REC(80:1)
            MOVE "|" TO BOOTH-REC(85:1)
            WRITE BOOTH-REC
        END-IF
    END-PERFORM
    CLOSE BOOTH-FILE.

COUNT-EVENT-BOOTHS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EVENT-COUNT
        MOVE 0 TO WS-EV-BOOTHS(WS-I)
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-BOOTH-COUNT
            IF WS-BR-EVENT-ID(WS-K) = WS-EV-ID(WS-I)
                ADD 1 TO WS-EV-BOOTHS(WS-I)
            END-IF
        END-PERFORM
    END-PERFORM.

*> ---------------------------------------------------------------
*> EMPLOYER-BOOTH-REGISTRATION
*>   Replaces registering for career fairs by email: an employer
*>   account linked to its company picks an upcoming event that takes
*>   booths (EventMaintenance sets the booth capacity) and registers
*>   with its representative count, table size, and power needs --
*>   or reviews / cancels the registration it already has. One
*>   registration per company per event, whichever of its accounts
*>   made it.
*> ---------------------------------------------------------------
EMPLOYER-BOOTH-REGISTRATION.
    MOVE "--- Career Fair Booth Registration ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOOKUP-MY-EMPLOYER
    IF FUNCTION TRIM(WS-MY-EMPLOYER) = SPACES
        MOVE "Your account is not linked to an employer, so it cannot register for a booth."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    PERFORM LOAD-ALL-EVENTS
    PERFORM LOAD-ALL-BOOTHS
    PERFORM COUNT-EVENT-BOOTHS

    MOVE 0 TO WS-BOOTH-LIST-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EVENT-COUNT
        IF WS-EV-BOOTH-CAP(WS-I) > 0
           AND WS-EV-DATE(WS-I) >= WS-TODAY-DATE
            ADD 1 TO WS-BOOTH-LIST-COUNT
            MOVE WS-I TO WS-BOOTH-LIST-IDX(WS-BOOTH-LIST-COUNT)
            MOVE WS-I TO WS-EVENT-PICK
            PERFORM FIND-MY-BOOTH-ROW
            MOVE SPACES TO WS-FIT-LINE
            IF WS-MY-BOOTH-IDX > 0
                MOVE " [registered]" TO WS-FIT-LINE
            END-IF
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-BOOTH-LIST-COUNT ". "
                   FUNCTION TRIM(WS-EV-TITLE(WS-I))
                   " on " FUNCTION TRIM(WS-EV-DATE(WS-I))
                   " at " FUNCTION TRIM(WS-EV-LOCATION(WS-I))
                   " (" WS-EV-BOOTHS(WS-I) " of "
                   WS-EV-BOOTH-CAP(WS-I) " booths taken)"
                   FUNCTION TRIM(WS-FIT-LINE, TRAILING)
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-BOOTH-LIST-COUNT = 0
        MOVE "No upcoming events are taking employer booth registrations."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter an event number, or 0 to go back:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE > WS-BOOTH-LIST-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-BOOTH-LIST-IDX(WS-USER-CHOICE) TO WS-EVENT-PICK
    PERFORM FIND-MY-BOOTH-ROW
    IF WS-MY-BOOTH-IDX = 0
        PERFORM REGISTER-EMPLOYER-BOOTH
    ELSE
        PERFORM REVIEW-MY-BOOTH
    END-IF.

*> ---------------------------------------------------------------
*> FIND-MY-BOOTH-ROW
*>   WS-MY-BOOTH-IDX = the booth row of the signed-in employer's
*>   company for event WS-EVENT-PICK, or 0.
*> ---------------------------------------------------------------
FIND-MY-BOOTH-ROW.
    MOVE 0 TO WS-MY-BOOTH-IDX
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-BOOTH-COUNT OR WS-MY-BOOTH-IDX > 0
        IF WS-BR-EVENT-ID(WS-K) = WS-EV-ID(WS-EVENT-PICK)
           AND FUNCTION TRIM(WS-BR-EMPLOYER(WS-K))
               = FUNCTION TRIM(WS-MY-EMPLOYER)
            MOVE WS-K TO WS-MY-BOOTH-IDX
        END-IF
    END-PERFORM.

REGISTER-EMPLOYER-BOOTH.
    IF WS-EV-BOOTHS(WS-EVENT-PICK) >= WS-EV-BOOTH-CAP(WS-EVENT-PICK)
        MOVE "All employer booths for this event are taken."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    IF WS-BOOTH-COUNT >= 200
        MOVE "The booth registration list is full. Please try again later."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Number of representatives attending (1-10):" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid number. Registration not saved." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(WS-TOKEN) < 1 OR FUNCTION NUMVAL(WS-TOKEN) > 10
        MOVE "Representatives must be from 1 to 10. Registration not saved."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-BOOTH-COUNT
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-BR-REPS(WS-BOOTH-COUNT)

    MOVE "Table size - S for standard (6 ft) or L for large (8 ft):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    MOVE FUNCTION UPPER-CASE(WS-TOKEN(1:1)) TO WS-BR-TABLE(WS-BOOTH-COUNT)
    IF WS-BR-TABLE(WS-BOOTH-COUNT) NOT = "S"
       AND WS-BR-TABLE(WS-BOOTH-COUNT) NOT = "L"
        MOVE "Table size must be S or L. Registration not saved."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        SUBTRACT 1 FROM WS-BOOTH-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE "Do you need a power outlet at the booth? (Y/N):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    MOVE "N" TO WS-BR-POWER(WS-BOOTH-COUNT)
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) = "Y"
        MOVE "Y" TO WS-BR-POWER(WS-BOOTH-COUNT)
    END-IF

    MOVE WS-EV-ID(WS-EVENT-PICK) TO WS-BR-EVENT-ID(WS-BOOTH-COUNT)
    MOVE WS-CURR-USER            TO WS-BR-EMP-USER(WS-BOOTH-COUNT)
    MOVE WS-MY-EMPLOYER          TO WS-BR-EMPLOYER(WS-BOOTH-COUNT)
    MOVE SPACES                  TO WS-BR-BOOTH(WS-BOOTH-COUNT)
    MOVE WS-TODAY-DATE           TO WS-BR-DATE(WS-BOOTH-COUNT)
    PERFORM SAVE-ALL-BOOTHS

    MOVE "BOOTH-REGISTER" TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER     TO WS-AUDIT-USER
    MOVE SPACES           TO WS-AUDIT-DETAIL
    STRING "event " FUNCTION TRIM(WS-EV-ID(WS-EVENT-PICK))
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE SPACES TO WS-OUT-LINE
    STRING "Registered for " FUNCTION TRIM(WS-EV-TITLE(WS-EVENT-PICK))
           ". Career services will assign your booth number."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> REVIEW-MY-BOOTH
*>   The company's existing registration for WS-EVENT-PICK, with the
*>   option to withdraw it (which frees the booth for another
*>   employer).
*> ---------------------------------------------------------------
REVIEW-MY-BOOTH.
    MOVE SPACES TO WS-OUT-LINE
    IF WS-BR-BOOTH(WS-MY-BOOTH-IDX) = SPACES
        STRING "Registered " FUNCTION TRIM(WS-BR-DATE(WS-MY-BOOTH-IDX))
               ": " WS-BR-REPS(WS-MY-BOOTH-IDX) " representative(s), table "
               WS-BR-TABLE(WS-MY-BOOTH-IDX) ", power "
               WS-BR-POWER(WS-MY-BOOTH-IDX) ", booth not yet assigned"
          INTO WS-OUT-LINE
        END-STRING
    ELSE
        STRING "Registered " FUNCTION TRIM(WS-BR-DATE(WS-MY-BOOTH-IDX))
               ": " WS-BR-REPS(WS-MY-BOOTH-IDX) " representative(s), table "
               WS-BR-TABLE(WS-MY-BOOTH-IDX) ", power "
               WS-BR-POWER(WS-MY-BOOTH-IDX) ", booth "
               FUNCTION TRIM(WS-BR-BOOTH(WS-MY-BOOTH-IDX))
          INTO WS-OUT-LINE
        END-STRING
    END-IF
    PERFORM PRINT-LINE

    MOVE "Withdraw this registration? (Y/N):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-BR-EVENT-ID(WS-MY-BOOTH-IDX)
    PERFORM SAVE-ALL-BOOTHS

    MOVE "BOOTH-WITHDRAW" TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER     TO WS-AUDIT-USER
    MOVE SPACES           TO WS-AUDIT-DETAIL
    STRING "event " FUNCTION TRIM(WS-EV-ID(WS-EVENT-PICK))
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE "Your booth registration has been withdrawn." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> LOAD-ALL-EVENTS / LOAD-ALL-RSVPS / SAVE-ALL-RSVPS /
*> COUNT-EVENT-RSVPS
*>   The usual load-all/rewrite-all support. RSVP counts only tally
*>   confirmed (RSVP) rows -- waitlisted rows don't hold a spot.
*> ---------------------------------------------------------------
LOAD-ALL-EVENTS.
    MOVE 0 TO WS-EVENT-COUNT
    MOVE "N" TO WS-EVENT-EOF

    OPEN INPUT EVENT-FILE
    IF WS-EVENT-STATUS NOT = "35"
        PERFORM UNTIL WS-EVENT-EOF = "Y"
            READ EVENT-FILE
                AT END
                    MOVE "Y" TO WS-EVENT-EOF
                NOT AT END
                    IF EV-ID NOT = SPACES AND WS-EVENT-COUNT < 100
                        ADD 1 TO WS-EVENT-COUNT
                        MOVE EV-ID       TO WS-EV-ID(WS-EVENT-COUNT)
                        MOVE EV-TITLE    TO WS-EV-TITLE(WS-EVENT-COUNT)
                        MOVE EV-DATE     TO WS-EV-DATE(WS-EVENT-COUNT)
                        MOVE EV-LOCATION TO WS-EV-LOCATION(WS-EVENT-COUNT)
                        MOVE EV-CAPACITY TO WS-EV-CAPACITY(WS-EVENT-COUNT)
                        MOVE 0           TO WS-EV-RSVPED(WS-EVENT-COUNT)
                        *> Events posted before booth registration
                        *> carry no booth capacity: no booths.
                        IF EV-BOOTH-CAP IS NUMERIC
                            MOVE EV-BOOTH-CAP
                                TO WS-EV-BOOTH-CAP(WS-EVENT-COUNT)
                        ELSE
                            MOVE 0 TO WS-EV-BOOTH-CAP(WS-EVENT-COUNT)
                        END-IF
                        MOVE 0           TO WS-EV-BOOTHS(WS-EVENT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE EVENT-FILE.

LOAD-ALL-RSVPS.
    MOVE 0 TO WS-RSVP-COUNT
    MOVE "N" TO WS-RSVP-EOF

    OPEN INPUT EVENT-RSVP-FILE
    IF WS-RSVP-STATUS NOT = "35"
        PERFORM UNTIL WS-RSVP-EOF = "Y"
            READ EVENT-RSVP-FILE
                AT END
                    MOVE "Y" TO WS-RSVP-EOF
                NOT AT END
                    IF ER-USER NOT = SPACES AND WS-RSVP-COUNT < 200
                        ADD 1 TO WS-RSVP-COUNT
                        MOVE ER-EVENT-ID TO WS-ER-EVENT-ID(WS-RSVP-COUNT)
                        MOVE ER-USER     TO WS-ER-USER(WS-RSVP-COUNT)
                        MOVE ER-STATUS   TO WS-ER-STATUS(WS-RSVP-COUNT)
                        MOVE ER-TS       TO WS-ER-TS(WS-RSVP-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE EVENT-RSVP-FILE.

SAVE-ALL-RSVPS.
    OPEN OUTPUT EVENT-RSVP-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RSVP-COUNT
        MOVE SPACES TO EVENT-RSVP-REC
        MOVE WS-ER-EVENT-ID(WS-I) TO ER-EVENT-ID
        MOVE WS-ER-USER(WS-I)     TO ER-USER
        MOVE WS-ER-STATUS(WS-I)   TO ER-STATUS
        MOVE WS-ER-TS(WS-I)       TO ER-TS
        MOVE "|" TO EVENT-RSVP-REC(11:1)
        MOVE "|" TO EVENT-RSVP-REC(32:1)
        MOVE "|" TO EVENT-RSVP-REC(37:1)
        WRITE EVENT-RSVP-REC
    END-PERFORM
    CLOSE EVENT-RSVP-FILE.

COUNT-EVENT-RSVPS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EVENT-COUNT
        MOVE 0 TO WS-EV-RSVPED(WS-I)
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-RSVP-COUNT
            IF WS-ER-EVENT-ID(WS-K) = WS-EV-ID(WS-I)
               AND WS-ER-STATUS(WS-K) = "RSVP"
                ADD 1 TO WS-EV-RSVPED(WS-I)
            END-IF
        END-PERFORM
    END-PERFORM.

*> ---------------------------------------------------------------
*> RSVP-TO-EVENT
*>   Signs the current user up for event WS-EVENT-PICK: a confirmed
*>   RSVP while there is room, a WAIT row once capacity is reached.
*> ---------------------------------------------------------------
RSVP-TO-EVENT.
    PERFORM FIND-MY-RSVP-ROW
    IF WS-MY-RSVP-IDX > 0
        MOVE "You have already signed up for this event." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    IF WS-RSVP-COUNT >= 200
        MOVE "The signup list is full. Please try again later."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    ADD 1 TO WS-RSVP-COUNT
    MOVE WS-EV-ID(WS-EVENT-PICK) TO WS-ER-EVENT-ID(WS-RSVP-COUNT)
    MOVE WS-CURR-USER            TO WS-ER-USER(WS-RSVP-COUNT)
    MOVE SPACES                  TO WS-ER-TS(WS-RSVP-COUNT)
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2) " "
           WS-RAW-DATE(9:2) ":"
           WS-RAW-DATE(11:2) ":"
           WS-RAW-DATE(13:2)
      INTO WS-ER-TS(WS-RSVP-COUNT)
    END-STRING

    IF WS-EV-RSVPED(WS-EVENT-PICK) < WS-EV-CAPACITY(WS-EVENT-PICK)
        MOVE "RSVP" TO WS-ER-STATUS(WS-RSVP-COUNT)
        PERFORM SAVE-ALL-RSVPS
        MOVE "You are signed up. See you there!" TO WS-OUT-LINE
    ELSE
        MOVE "WAIT" TO WS-ER-STATUS(WS-RSVP-COUNT)
        PERFORM SAVE-ALL-RSVPS
        MOVE "This event is full. You have been added to its waitlist."
            TO WS-OUT-LINE
    END-IF
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> CANCEL-EVENT-RSVP
*>   Drops the current user's signup for event WS-EVENT-PICK. The
*>   first waitlisted signup, if any, is promoted into the freed
*>   spot.
*> ---------------------------------------------------------------
CANCEL-EVENT-RSVP.
    PERFORM FIND-MY-RSVP-ROW
    IF WS-MY-RSVP-IDX = 0
        MOVE "You are not signed up for this event." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    *> Promote the first waitlisted signup when a confirmed spot
    *> opens up.
    IF WS-ER-STATUS(WS-MY-RSVP-IDX) = "RSVP"
        MOVE 0 TO WS-K
        PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-RSVP-COUNT OR WS-K > 0
            IF WS-ER-EVENT-ID(WS-I) = WS-EV-ID(WS-EVENT-PICK)
               AND WS-ER-STATUS(WS-I) = "WAIT"
                MOVE WS-I TO WS-K
            END-IF
        END-PERFORM
        IF WS-K > 0
            MOVE "RSVP" TO WS-ER-STATUS(WS-K)
        END-IF
    END-IF

    MOVE SPACES TO WS-ER-USER(WS-MY-RSVP-IDX)
    PERFORM DROP-BLANK-RSVP-ROWS
    PERFORM SAVE-ALL-RSVPS

    *> A signup that is gone takes its accommodation request with it.
    PERFORM LOAD-ALL-ACCOMMODATIONS
    MOVE "EVENT"                    TO WS-AC-KIND-Q
    MOVE WS-CURR-USER               TO WS-AC-STUDENT-Q
    MOVE WS-EV-ID(WS-EVENT-PICK)    TO WS-AC-PARTY-Q
    MOVE WS-EV-TITLE(WS-EVENT-PICK) TO WS-AC-TITLE-Q
    PERFORM FIND-ACCOMMODATION
    IF WS-AC-IDX > 0
        PERFORM FORMAT-TODAY-DATE
        MOVE "CLOSED"      TO WS-ACT-STATE(WS-AC-IDX)
        MOVE WS-TODAY-DATE TO WS-ACT-CLOSED(WS-AC-IDX)
        PERFORM SAVE-ALL-ACCOMMODATIONS
    END-IF

    MOVE "Your signup has been cancelled." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

DROP-BLANK-RSVP-ROWS.
    MOVE 0 TO WS-K
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RSVP-COUNT
        IF WS-ER-USER(WS-I) NOT = SPACES
            ADD 1 TO WS-K
            MOVE WS-ER-EVENT-ID(WS-I) TO WS-ER-EVENT-ID(WS-K)
            MOVE WS-ER-USER(WS-I)     TO WS-ER-USER(WS-K)
            MOVE WS-ER-STATUS(WS-I)   TO WS-ER-STATUS(WS-K)
            MOVE WS-ER-TS(WS-I)       TO WS-ER-TS(WS-K)
        END-IF
    END-PERFORM
    MOVE WS-K TO WS-RSVP-COUNT.

FIND-MY-RSVP-ROW.
    MOVE 0 TO WS-MY-RSVP-IDX
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-RSVP-COUNT OR WS-MY-RSVP-IDX > 0
        IF WS-ER-EVENT-ID(WS-I) = WS-EV-ID(WS-EVENT-PICK)
           AND FUNCTION TRIM(WS-ER-USER(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
            MOVE WS-I TO WS-MY-RSVP-IDX
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> HOME-FEED-SCREEN
*>   Short status updates from the user's accepted connections (and
*>   their own), newest first -- the reason to open the system
*>   between job searches. A preview of the newest few also prints
*>   right after login.
*> ---------------------------------------------------------------
HOME-FEED-SCREEN.
    MOVE "--- Home Feed ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE 20 TO WS-FEED-LIMIT
    PERFORM PRINT-FEED-UPDATES

    MOVE "1. Post an update" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Comment on an update" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            PERFORM POST-STATUS-UPDATE
        WHEN "2"
            PERFORM COMMENT-ON-UPDATE
        WHEN "3"
            CONTINUE
        WHEN OTHER
            MOVE "Invalid choice. Please enter 1, 2, or 3." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> PRINT-FEED-UPDATES
*>   Prints up to WS-FEED-LIMIT updates, newest first, from the
*>   current user's accepted connections or the user themselves.
*>   Loads connections and the update table itself so it can also be
*>   performed straight from the login banner.
*> ---------------------------------------------------------------
PRINT-FEED-UPDATES.
    PERFORM LOAD-MY-CONNECTIONS
    PERFORM LOAD-ALL-STATUS-UPDATES
    PERFORM LOAD-ALL-STATUS-COMMENTS

    MOVE 0 TO WS-FEED-SHOWN
    PERFORM VARYING WS-I FROM WS-SU-COUNT BY -1
        UNTIL WS-I < 1 OR WS-FEED-SHOWN >= WS-FEED-LIMIT
        MOVE "N" TO WS-PAIR-FOUND
        IF FUNCTION TRIM(WS-SUT-AUTHOR(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
            MOVE "Y" TO WS-PAIR-FOUND
        ELSE
            MOVE WS-CURR-USER         TO WS-PAIR-A
            MOVE WS-SUT-AUTHOR(WS-I)  TO WS-PAIR-B
            PERFORM CHECK-PAIR-CONNECTED
        END-IF

        IF WS-PAIR-FOUND = "Y"
            ADD 1 TO WS-FEED-SHOWN
            MOVE WS-I TO WS-FEED-ROW-IDX(WS-FEED-SHOWN)
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-FEED-SHOWN ". "
                   FUNCTION TRIM(WS-SUT-AUTHOR(WS-I))
                   " (" FUNCTION TRIM(WS-SUT-TS(WS-I)) "): "
                   FUNCTION TRIM(WS-SUT-TEXT(WS-I))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
            PERFORM PRINT-UPDATE-COMMENTS
        END-IF
    END-PERFORM

    IF WS-FEED-SHOWN = 0
        MOVE "Nothing in your feed yet. Connect with people to see their updates."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> PRINT-UPDATE-COMMENTS
*>   WS-I points at the update's WS-SU-TABLE row; its comments print
*>   indented beneath it, the same nesting SHOW-GROUP-BOARD gives a
*>   post's replies.
*> ---------------------------------------------------------------
PRINT-UPDATE-COMMENTS.
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-SCOM-COUNT
        IF FUNCTION TRIM(WS-SCT-UPD-AUTHOR(WS-K))
               = FUNCTION TRIM(WS-SUT-AUTHOR(WS-I))
           AND WS-SCT-UPD-TS(WS-K) = WS-SUT-TS(WS-I)
            MOVE SPACES TO WS-OUT-LINE
            STRING "   > "
                   FUNCTION TRIM(WS-SCT-AUTHOR(WS-K))
                   ": " FUNCTION TRIM(WS-SCT-TEXT(WS-K))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> COMMENT-ON-UPDATE
*>   Leaves a comment under one of the numbered feed entries just
*>   printed and tells the update's author. The feed is no longer a
*>   wall nobody talks back to.
*> ---------------------------------------------------------------
COMMENT-ON-UPDATE.
    IF WS-FEED-SHOWN = 0
        MOVE "There is nothing to comment on yet." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the update number to comment on:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE 0 TO WS-USER-CHOICE
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) = 0
        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    END-IF
    IF WS-USER-CHOICE < 1 OR WS-USER-CHOICE > WS-FEED-SHOWN
        MOVE "Invalid update number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FEED-ROW-IDX(WS-USER-CHOICE) TO WS-J

    MOVE "Enter your comment (max 200 chars):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: Comment cannot be blank." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-TOKEN TO WS-SCREEN-TEXT
    PERFORM SCREEN-CONTENT-TEXT
    IF WS-SCREEN-HIT = "Y"
        MOVE "COMMENT"           TO WS-HELD-KIND
        MOVE WS-SUT-AUTHOR(WS-J) TO WS-HELD-KEY1
        MOVE WS-SUT-TS(WS-J)     TO WS-HELD-KEY2
        PERFORM HOLD-SCREENED-CONTENT
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE

    OPEN EXTEND STATUS-COMMENT-FILE
    IF WS-SCOM-STATUS = "35"
        OPEN OUTPUT STATUS-COMMENT-FILE
        CLOSE STATUS-COMMENT-FILE
        OPEN EXTEND STATUS-COMMENT-FILE
    END-IF

    MOVE SPACES TO STATUS-COMMENT-REC
    MOVE WS-SUT-AUTHOR(WS-J) TO SC-UPDATE-AUTHOR
    MOVE WS-SUT-TS(WS-J)     TO SC-UPDATE-TS
    MOVE WS-CURR-USER        TO SC-AUTHOR
    MOVE WS-TOKEN            TO SC-TEXT
    MOVE SPACES TO SC-TS
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2) " "
           WS-RAW-DATE(9:2) ":"
           WS-RAW-DATE(11:2) ":"
           WS-RAW-DATE(13:2)
      INTO SC-TS
    END-STRING
    MOVE "|" TO STATUS-COMMENT-REC(21:1)
    MOVE "|" TO STATUS-COMMENT-REC(42:1)
    MOVE "|" TO STATUS-COMMENT-REC(63:1)
    MOVE "|" TO STATUS-COMMENT-REC(84:1)
    WRITE STATUS-COMMENT-REC
    CLOSE STATUS-COMMENT-FILE

    IF FUNCTION TRIM(WS-SUT-AUTHOR(WS-J))
           NOT = FUNCTION TRIM(WS-CURR-USER)
        MOVE WS-SUT-AUTHOR(WS-J) TO WS-NOTIFY-USER
        MOVE "FEED-COMMENT" TO WS-NOTIFY-EVENT
        MOVE SPACES TO WS-NOTIFY-DETAIL
        STRING FUNCTION TRIM(WS-CURR-USER)
               " commented on your update"
          INTO WS-NOTIFY-DETAIL
        END-STRING
        PERFORM ADD-NOTIFICATION
    END-IF

    MOVE "Comment posted." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

LOAD-ALL-STATUS-COMMENTS.
    MOVE 0 TO WS-SCOM-COUNT
    MOVE "N" TO WS-SCOM-EOF

    OPEN INPUT STATUS-COMMENT-FILE
    IF WS-SCOM-STATUS NOT = "35"
        PERFORM UNTIL WS-SCOM-EOF = "Y"
            READ STATUS-COMMENT-FILE
                AT END
                    MOVE "Y" TO WS-SCOM-EOF
                NOT AT END
                    IF SC-AUTHOR NOT = SPACES AND WS-SCOM-COUNT < 300
                        ADD 1 TO WS-SCOM-COUNT
                        MOVE SC-UPDATE-AUTHOR
                            TO WS-SCT-UPD-AUTHOR(WS-SCOM-COUNT)
                        MOVE SC-UPDATE-TS
                            TO WS-SCT-UPD-TS(WS-SCOM-COUNT)
                        MOVE SC-AUTHOR TO WS-SCT-AUTHOR(WS-SCOM-COUNT)
                        MOVE SC-TS     TO WS-SCT-TS(WS-SCOM-COUNT)
                        MOVE SC-TEXT   TO WS-SCT-TEXT(WS-SCOM-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE STATUS-COMMENT-FILE.

POST-STATUS-UPDATE.
    MOVE "What's new? (max 200 chars):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: Update cannot be blank." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-TOKEN TO WS-SCREEN-TEXT
    PERFORM SCREEN-CONTENT-TEXT
    IF WS-SCREEN-HIT = "Y"
        MOVE "STATUS" TO WS-HELD-KIND
        MOVE SPACES   TO WS-HELD-KEY1
        MOVE SPACES   TO WS-HELD-KEY2
        PERFORM HOLD-SCREENED-CONTENT
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE

    OPEN EXTEND STATUS-UPDATE-FILE
    IF WS-SU-STATUS = "35"
        OPEN OUTPUT STATUS-UPDATE-FILE
        CLOSE STATUS-UPDATE-FILE
        OPEN EXTEND STATUS-UPDATE-FILE
    END-IF

    MOVE SPACES TO STATUS-UPDATE-REC
    MOVE WS-CURR-USER TO SU-AUTHOR
    MOVE WS-TOKEN     TO SU-TEXT
    MOVE SPACES       TO SU-TS
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2) " "
           WS-RAW-DATE(9:2) ":"
           WS-RAW-DATE(11:2) ":"
           WS-RAW-DATE(13:2)
      INTO SU-TS
    END-STRING
    MOVE "|" TO STATUS-UPDATE-REC(21:1)
    MOVE "|" TO STATUS-UPDATE-REC(42:1)
    WRITE STATUS-UPDATE-REC
    CLOSE STATUS-UPDATE-FILE

    MOVE "Update posted to your connections' feeds." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> LOAD-ALL-STATUS-UPDATES
*>   Keeps the most recent 200 rows (sliding window, same shape as
*>   the profile view log) so the feed always has the newest
*>   activity even once the file grows past the table.
*> ---------------------------------------------------------------
LOAD-ALL-STATUS-UPDATES.
    MOVE 0 TO WS-SU-COUNT
    MOVE "N" TO WS-SU-EOF

    OPEN INPUT STATUS-UPDATE-FILE
    IF WS-SU-STATUS NOT = "35"
        PERFORM UNTIL WS-SU-EOF = "Y"
            READ STATUS-UPDATE-FILE
                AT END
                    MOVE "Y" TO WS-SU-EOF
                NOT AT END
                    IF SU-AUTHOR NOT = SPACES
                        PERFORM KEEP-ONE-STATUS-ROW
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE STATUS-UPDATE-FILE.

KEEP-ONE-STATUS-ROW.
    IF WS-SU-COUNT = 200
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 199
            MOVE WS-SUT-AUTHOR(WS-K + 1) TO WS-SUT-AUTHOR(WS-K)
            MOVE WS-SUT-TS(WS-K + 1)     TO WS-SUT-TS(WS-K)
            MOVE WS-SUT-TEXT(WS-K + 1)   TO WS-SUT-TEXT(WS-K)
        END-PERFORM
        SUBTRACT 1 FROM WS-SU-COUNT
    END-IF
    ADD 1 TO WS-SU-COUNT
    MOVE SU-AUTHOR TO WS-SUT-AUTHOR(WS-SU-COUNT)
    MOVE SU-TS     TO WS-SUT-TS(WS-SU-COUNT)
    MOVE SU-TEXT   TO WS-SUT-TEXT(WS-SU-COUNT).

*> ---------------------------------------------------------------
*> MENTOR-PROGRAM-SCREEN
*>   Alumni mentor program, run on index cards until now: a member
*>   flags themselves available to mentor (with areas of interest),
*>   students browse the available mentors and request a match, and
*>   the mentor accepts or declines -- a request/accept flow like
*>   CONNECTION-REQUESTS-MENU, but tracked in its own file so the
*>   advising office can report active mentorships.
*> ---------------------------------------------------------------
MENTOR-PROGRAM-SCREEN.
    MOVE "--- Mentor Program ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-MENTORS
    PERFORM LOAD-ALL-MENTORSHIPS

    MOVE "1. Offer to mentor / update my availability" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Browse available mentors" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. My mentorship requests and matches" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "4. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            PERFORM OFFER-TO-MENTOR
        WHEN "2"
            PERFORM BROWSE-MENTORS
        WHEN "3"
            PERFORM MY-MENTORSHIPS
        WHEN "4"
            CONTINUE
        WHEN OTHER
            MOVE "Invalid choice. Please enter 1-4." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE.

OFFER-TO-MENTOR.
    MOVE "Areas you can mentor in (e.g. software, finance, grad school):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: Areas cannot be blank." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-MY-MENTOR-IDX
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-MENTOR-COUNT OR WS-MY-MENTOR-IDX > 0
        IF FUNCTION TRIM(WS-MNT-USER(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
            MOVE WS-I TO WS-MY-MENTOR-IDX
        END-IF
    END-PERFORM

    IF WS-MY-MENTOR-IDX = 0
        IF WS-MENTOR-COUNT >= 100
            MOVE "The mentor list is full." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-MENTOR-COUNT
        MOVE WS-MENTOR-COUNT TO WS-MY-MENTOR-IDX
        MOVE WS-CURR-USER TO WS-MNT-USER(WS-MY-MENTOR-IDX)
    END-IF

    MOVE WS-TOKEN TO WS-MNT-AREAS(WS-MY-MENTOR-IDX)
    MOVE "Y"      TO WS-MNT-AVAILABLE(WS-MY-MENTOR-IDX)
    PERFORM SAVE-ALL-MENTORS

    MOVE "You are now listed as an available mentor. Thank you!"
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

BROWSE-MENTORS.
    MOVE 0 TO WS-MENTOR-SHOWN
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MENTOR-COUNT
        IF WS-MNT-AVAILABLE(WS-I) = "Y"
           AND FUNCTION TRIM(WS-MNT-USER(WS-I))
               NOT = FUNCTION TRIM(WS-CURR-USER)
            ADD 1 TO WS-MENTOR-SHOWN
            MOVE WS-I TO WS-MENTOR-PICK-IDX(WS-MENTOR-SHOWN)
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-MENTOR-SHOWN ". "
                   FUNCTION TRIM(WS-MNT-USER(WS-I))
                   " - areas: "
                   FUNCTION TRIM(WS-MNT-AREAS(WS-I))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-MENTOR-SHOWN = 0
        MOVE "No mentors are available right now." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a number to request that mentor, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-MENTOR-SHOWN
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-MENTOR-PICK-IDX(WS-USER-CHOICE) TO WS-J
    PERFORM REQUEST-MENTORSHIP.

*> ---------------------------------------------------------------
*> REQUEST-MENTORSHIP
*>   Files a PENDING mentorship request from the current user to
*>   mentor row WS-J and notifies the mentor -- from the mentor
*>   browse list or the alumni panel on a job posting.
*> ---------------------------------------------------------------
REQUEST-MENTORSHIP.
    *> One open request or match per mentor/student pair.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MSHIP-COUNT
        IF FUNCTION TRIM(WS-MST-MENTOR(WS-I))
               = FUNCTION TRIM(WS-MNT-USER(WS-J))
           AND FUNCTION TRIM(WS-MST-STUDENT(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
           AND (WS-MST-STATUS(WS-I) = "PENDING"
                OR WS-MST-STATUS(WS-I) = "ACTIVE")
            MOVE "You already have a request or match with this mentor."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    IF WS-MSHIP-COUNT >= 100
        MOVE "The mentorship list is full. Please try again later."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-MSHIP-COUNT
    MOVE WS-MNT-USER(WS-J) TO WS-MST-MENTOR(WS-MSHIP-COUNT)
    MOVE WS-CURR-USER      TO WS-MST-STUDENT(WS-MSHIP-COUNT)
    MOVE "PENDING"         TO WS-MST-STATUS(WS-MSHIP-COUNT)
    PERFORM SAVE-ALL-MENTORSHIPS

    MOVE WS-MNT-USER(WS-J) TO WS-NOTIFY-USER
    MOVE "MENTOR-REQUEST" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING FUNCTION TRIM(WS-CURR-USER)
           " requested you as a mentor"
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "Mentorship requested. You will hear back once they respond."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> MY-MENTORSHIPS
*>   Both sides of the program in one place: requests waiting on the
*>   current user as a mentor (accept/decline), and the state of
*>   every match they are part of.
*> ---------------------------------------------------------------
MY-MENTORSHIPS.
    MOVE 0 TO WS-MSHIP-PEND-COUNT
    MOVE 0 TO WS-MENTOR-SHOWN
    MOVE 0 TO WS-MLOG-ACT-COUNT

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MSHIP-COUNT
        IF FUNCTION TRIM(WS-MST-MENTOR(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
           OR FUNCTION TRIM(WS-MST-STUDENT(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
            ADD 1 TO WS-MENTOR-SHOWN
            MOVE SPACES TO WS-OUT-LINE
            STRING "   Mentor " FUNCTION TRIM(WS-MST-MENTOR(WS-I))
                   " / student " FUNCTION TRIM(WS-MST-STUDENT(WS-I))
                   " - " FUNCTION TRIM(WS-MST-STATUS(WS-I))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE

            IF FUNCTION TRIM(WS-MST-MENTOR(WS-I))
                   = FUNCTION TRIM(WS-CURR-USER)
               AND WS-MST-STATUS(WS-I) = "PENDING"
                ADD 1 TO WS-MSHIP-PEND-COUNT
                MOVE WS-I TO WS-MSHIP-PEND-IDX(WS-MSHIP-PEND-COUNT)
            END-IF

            IF WS-MST-STATUS(WS-I) = "ACTIVE"
               AND WS-MLOG-ACT-COUNT < 100
                ADD 1 TO WS-MLOG-ACT-COUNT
                MOVE WS-I TO WS-MLOG-ACT-IDX(WS-MLOG-ACT-COUNT)
            END-IF
        END-IF
    END-PERFORM

    IF WS-MENTOR-SHOWN = 0
        MOVE "You have no mentorship requests or matches." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM OFFER-LOG-MEETING

    IF WS-MSHIP-PEND-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-MSHIP-PEND-COUNT
        MOVE WS-MSHIP-PEND-IDX(WS-K) TO WS-J

        MOVE SPACES TO WS-PROMPT
        STRING "Accept the mentorship request from "
               FUNCTION TRIM(WS-MST-STUDENT(WS-J))
               "? (Y/N):"
          INTO WS-PROMPT
        END-STRING
        MOVE "X" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) = "Y"
            MOVE "ACTIVE" TO WS-MST-STATUS(WS-J)
            MOVE "Mentorship accepted." TO WS-OUT-LINE
        ELSE
            MOVE "DECLINED" TO WS-MST-STATUS(WS-J)
            MOVE "Mentorship declined." TO WS-OUT-LINE
        END-IF
        PERFORM PRINT-LINE

        MOVE WS-MST-STUDENT(WS-J) TO WS-NOTIFY-USER
        MOVE "MENTOR-RESPONSE" TO WS-NOTIFY-EVENT
        MOVE SPACES TO WS-NOTIFY-DETAIL
        STRING FUNCTION TRIM(WS-CURR-USER)
               " " FUNCTION LOWER-CASE(FUNCTION TRIM(WS-MST-STATUS(WS-J)))
               " your mentorship request"
          INTO WS-NOTIFY-DETAIL
        END-STRING
        PERFORM ADD-NOTIFICATION
    END-PERFORM

    PERFORM SAVE-ALL-MENTORSHIPS.

*> ---------------------------------------------------------------
*> OFFER-LOG-MEETING
*>   Either party of an ACTIVE mentorship logs a meeting (date,
*>   duration, short topic) here, replacing the emailed form the
*>   grant reporting used to run on. Appends one row to the meeting
*>   log; MentorshipReport rolls the hours up.
*> ---------------------------------------------------------------
OFFER-LOG-MEETING.
    IF WS-MLOG-ACT-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Log a meeting for one of your active mentorships? (Y/N):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-MLOG-ACT-COUNT
        MOVE WS-MLOG-ACT-IDX(WS-K) TO WS-J
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-K ". Mentor "
               FUNCTION TRIM(WS-MST-MENTOR(WS-J))
               " / student "
               FUNCTION TRIM(WS-MST-STUDENT(WS-J))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE "Enter the mentorship number:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE 0 TO WS-USER-CHOICE
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) = 0
        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    END-IF
    IF WS-USER-CHOICE < 1 OR WS-USER-CHOICE > WS-MLOG-ACT-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-MLOG-ACT-IDX(WS-USER-CHOICE) TO WS-J

    MOVE "Meeting date (YYYY-MM-DD, blank for today):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        PERFORM FORMAT-TODAY-DATE
        MOVE WS-TODAY-DATE TO WS-MLOG-DATE
    ELSE
        IF WS-TOKEN(5:1) NOT = "-" OR WS-TOKEN(8:1) NOT = "-"
           OR WS-TOKEN(1:4) IS NOT NUMERIC
           OR WS-TOKEN(6:2) IS NOT NUMERIC
           OR WS-TOKEN(9:2) IS NOT NUMERIC
            MOVE "Error: Date must be YYYY-MM-DD. Nothing logged."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
        MOVE WS-TOKEN(1:10) TO WS-MLOG-DATE
    END-IF

    MOVE "Duration in minutes:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
       OR FUNCTION NUMVAL(WS-TOKEN) < 1
        MOVE "Error: Duration must be a number of minutes. Nothing logged."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-MLOG-MINUTES

    MOVE "Short topic (max 40 chars):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    OPEN EXTEND MENTOR-LOG-FILE
    IF WS-MLOG-STATUS = "35"
        OPEN OUTPUT MENTOR-LOG-FILE
        CLOSE MENTOR-LOG-FILE
        OPEN EXTEND MENTOR-LOG-FILE
    END-IF

    MOVE SPACES TO MENTOR-LOG-REC
    MOVE WS-MST-MENTOR(WS-J)  TO ML-MENTOR
    MOVE WS-MST-STUDENT(WS-J) TO ML-STUDENT
    MOVE WS-MLOG-DATE         TO ML-DATE
    MOVE WS-MLOG-MINUTES      TO ML-MINUTES
    MOVE WS-TOKEN             TO ML-TOPIC
    MOVE "|" TO MENTOR-LOG-REC(21:1)
    MOVE "|" TO MENTOR-LOG-REC(42:1)
    MOVE "|" TO MENTOR-LOG-REC(53:1)
    MOVE "|" TO MENTOR-LOG-REC(58:1)
    WRITE MENTOR-LOG-REC
    CLOSE MENTOR-LOG-FILE

    MOVE "Meeting logged. Thank you for keeping the hours current."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> LOAD/SAVE for mentors and mentorships -- the usual shapes.
*> ---------------------------------------------------------------
LOAD-ALL-MENTORS.
    MOVE 0 TO WS-MENTOR-COUNT
    MOVE "N" TO WS-MENTOR-EOF

    OPEN INPUT MENTOR-FILE
    IF WS-MENTOR-STATUS NOT = "35"
        PERFORM UNTIL WS-MENTOR-EOF = "Y"
            READ MENTOR-FILE
                AT END
                    MOVE "Y" TO WS-MENTOR-EOF
                NOT AT END
                    IF MN-USER NOT = SPACES AND WS-MENTOR-COUNT < 100
                        ADD 1 TO WS-MENTOR-COUNT
                        MOVE MN-USER      TO WS-MNT-USER(WS-MENTOR-COUNT)
                        MOVE MN-AREAS     TO WS-MNT-AREAS(WS-MENTOR-COUNT)
                        MOVE MN-AVAILABLE TO WS-MNT-AVAILABLE(WS-MENTOR-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE MENTOR-FILE.

SAVE-ALL-MENTORS.
    OPEN OUTPUT MENTOR-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MENTOR-COUNT
        MOVE SPACES TO MENTOR-REC
        MOVE WS-MNT-USER(WS-I)      TO MN-USER
        MOVE WS-MNT-AREAS(WS-I)     TO MN-AREAS
        MOVE WS-MNT-AVAILABLE(WS-I) TO MN-AVAILABLE
        MOVE "|" TO MENTOR-REC(21:1)
        MOVE "|" TO MENTOR-REC(82:1)
        WRITE MENTOR-REC
    END-PERFORM
    CLOSE MENTOR-FILE.

LOAD-ALL-MENTORSHIPS.
    MOVE 0 TO WS-MSHIP-COUNT
    MOVE "N" TO WS-MSHIP-EOF

    OPEN INPUT MENTORSHIP-FILE
    IF WS-MSHIP-STATUS NOT = "35"
        PERFORM UNTIL WS-MSHIP-EOF = "Y"
            READ MENTORSHIP-FILE
                AT END
                    MOVE "Y" TO WS-MSHIP-EOF
                NOT AT END
                    IF MS-MENTOR NOT = SPACES AND WS-MSHIP-COUNT < 100
                        ADD 1 TO WS-MSHIP-COUNT
                        MOVE MS-MENTOR  TO WS-MST-MENTOR(WS-MSHIP-COUNT)
                        MOVE MS-STUDENT TO WS-MST-STUDENT(WS-MSHIP-COUNT)
                        MOVE MS-STATUS  TO WS-MST-STATUS(WS-MSHIP-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE MENTORSHIP-FILE.

SAVE-ALL-MENTORSHIPS.
    OPEN OUTPUT MENTORSHIP-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MSHIP-COUNT
        MOVE SPACES TO MENTORSHIP-REC
        MOVE WS-MST-MENTOR(WS-I)  TO MS-MENTOR
        MOVE WS-MST-STUDENT(WS-I) TO MS-STUDENT
        MOVE WS-MST-STATUS(WS-I)  TO MS-STATUS
        MOVE "|" TO MENTORSHIP-REC(21:1)
        MOVE "|" TO MENTORSHIP-REC(42:1)
        WRITE MENTORSHIP-REC
    END-PERFORM
    CLOSE MENTORSHIP-FILE.

*> ---------------------------------------------------------------
*> GROUPS-SCREEN
*>   Student groups: list the groups on file, create a new one, or
*>   open one. Opening a group shows its board (members' posts with
*>   replies nested under their parent, the way PRINT-THREAD-REPLIES
*>   nests messages) and offers post/reply/leave to members, or a
*>   join offer to everyone else.
*> ---------------------------------------------------------------
GROUPS-SCREEN.
    MOVE "--- Student Groups ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-GROUPS
    PERFORM LOAD-ALL-GROUP-MEMBERS

    IF WS-GROUP-COUNT = 0
        MOVE "No groups exist yet." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    ELSE
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GROUP-COUNT
            MOVE 0 TO WS-K
            PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-GMEM-COUNT
                IF WS-GMT-GROUP-ID(WS-J) = WS-GR-ID(WS-I)
                    ADD 1 TO WS-K
                END-IF
            END-PERFORM
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-I ". "
                   FUNCTION TRIM(WS-GR-NAME(WS-I))
                   " (" WS-K " member(s))"
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-PERFORM
    END-IF

    MOVE "1. Create a group" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Open a group" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            PERFORM CREATE-GROUP
        WHEN "2"
            PERFORM OPEN-GROUP
        WHEN "3"
            CONTINUE
        WHEN OTHER
            MOVE "Invalid choice. Please enter 1, 2, or 3." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE.

CREATE-GROUP.
    IF WS-GROUP-COUNT >= 100
        MOVE "The group list is full." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Group name:" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: Group name cannot be blank." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-GROUP-COUNT
    MOVE WS-GROUP-COUNT TO WS-GR-ID(WS-GROUP-COUNT)
    MOVE WS-TOKEN       TO WS-GR-NAME(WS-GROUP-COUNT)
    MOVE WS-CURR-USER   TO WS-GR-OWNER(WS-GROUP-COUNT)
    PERFORM SAVE-ALL-GROUPS

    *> The creator is its first member.
    IF WS-GMEM-COUNT < 500
        ADD 1 TO WS-GMEM-COUNT
        MOVE WS-GR-ID(WS-GROUP-COUNT) TO WS-GMT-GROUP-ID(WS-GMEM-COUNT)
        MOVE WS-CURR-USER             TO WS-GMT-USER(WS-GMEM-COUNT)
        PERFORM SAVE-ALL-GROUP-MEMBERS
    END-IF

    MOVE "Group created. You are its first member." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

OPEN-GROUP.
    IF WS-GROUP-COUNT = 0
        MOVE "No groups exist yet." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the group number:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE 0 TO WS-GROUP-PICK
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) = 0
        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-GROUP-PICK
    END-IF

    IF WS-GROUP-PICK < 1 OR WS-GROUP-PICK > WS-GROUP-COUNT
        MOVE "Invalid group number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-GROUP-MEMBERSHIP

    IF WS-AM-MEMBER = "N"
        MOVE "You are not a member of this group." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "Ask to join this group? (Y/N):" TO WS-PROMPT
        MOVE "X" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) = "Y"
            PERFORM REQUEST-GROUP-JOIN
        END-IF
        EXIT PARAGRAPH
    END-IF

    PERFORM SHOW-GROUP-BOARD.

*> ---------------------------------------------------------------
*> REQUEST-GROUP-JOIN
*>   Joining is no longer instant: a PENDING row is written for the
*>   owner to approve or deny from the moderation tools, the same
*>   request/accept shape connection requests use. A second ask
*>   while one is already waiting is refused.
*> ---------------------------------------------------------------
REQUEST-GROUP-JOIN.
    PERFORM LOAD-ALL-GROUP-JOINS

    MOVE "N" TO WS-GJ-DUP
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-GJOIN-COUNT OR WS-GJ-DUP = "Y"
        IF WS-GJT-GROUP-ID(WS-I) = WS-GR-ID(WS-GROUP-PICK)
           AND FUNCTION TRIM(WS-GJT-USER(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
           AND WS-GJT-STATUS(WS-I) = "PENDING"
            MOVE "Y" TO WS-GJ-DUP
        END-IF
    END-PERFORM

    IF WS-GJ-DUP = "Y"
        MOVE "Your join request is already waiting on the owner."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    IF WS-GJOIN-COUNT >= 200
        MOVE "The join-request list is full. Please try again later."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-GJOIN-COUNT
    MOVE WS-GR-ID(WS-GROUP-PICK) TO WS-GJT-GROUP-ID(WS-GJOIN-COUNT)
    MOVE WS-CURR-USER            TO WS-GJT-USER(WS-GJOIN-COUNT)
    MOVE "PENDING"               TO WS-GJT-STATUS(WS-GJOIN-COUNT)
    PERFORM SAVE-ALL-GROUP-JOINS

    MOVE WS-GR-OWNER(WS-GROUP-PICK) TO WS-NOTIFY-USER
    MOVE "GROUP-JOIN-REQ" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING FUNCTION TRIM(WS-CURR-USER)
           " asked to join "
           FUNCTION TRIM(WS-GR-NAME(WS-GROUP-PICK))
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "Request sent. The group owner will review it." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

CHECK-GROUP-MEMBERSHIP.
    MOVE "N" TO WS-AM-MEMBER
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-GMEM-COUNT OR WS-AM-MEMBER = "Y"
        IF WS-GMT-GROUP-ID(WS-I) = WS-GR-ID(WS-GROUP-PICK)
           AND FUNCTION TRIM(WS-GMT-USER(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
            MOVE "Y" TO WS-AM-MEMBER
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> SHOW-GROUP-BOARD
*>   Prints the group's posts in thread order -- each root post
*>   followed by its replies, indented -- then offers post/reply/
*>   leave to the member viewing it.
*> ---------------------------------------------------------------
SHOW-GROUP-BOARD.
    MOVE SPACES TO WS-OUT-LINE
    STRING "--- " FUNCTION TRIM(WS-GR-NAME(WS-GROUP-PICK)) " ---"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-GROUP-POSTS

    MOVE 0 TO WS-GP-ROOT-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GPOST-COUNT
        IF WS-GPT-GROUP-ID(WS-I) = WS-GR-ID(WS-GROUP-PICK)
           AND FUNCTION TRIM(WS-GPT-PARENT(WS-I)) = "0000000000"
            ADD 1 TO WS-GP-ROOT-COUNT
            MOVE WS-I TO WS-GP-ROOT-IDX(WS-GP-ROOT-COUNT)

            MOVE SPACES TO WS-OUT-LINE
            STRING WS-GP-ROOT-COUNT ". "
                   FUNCTION TRIM(WS-GPT-AUTHOR(WS-I))
                   " (" FUNCTION TRIM(WS-GPT-TS(WS-I)) "): "
                   FUNCTION TRIM(WS-GPT-TEXT(WS-I))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE

            PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-GPOST-COUNT
                IF WS-GPT-GROUP-ID(WS-K) = WS-GR-ID(WS-GROUP-PICK)
                   AND FUNCTION TRIM(WS-GPT-PARENT(WS-K))
                       = FUNCTION TRIM(WS-GPT-ID(WS-I))
                    MOVE SPACES TO WS-OUT-LINE
                    STRING "   > "
                           FUNCTION TRIM(WS-GPT-AUTHOR(WS-K))
                           ": " FUNCTION TRIM(WS-GPT-TEXT(WS-K))
                      INTO WS-OUT-LINE
                    END-STRING
                    PERFORM PRINT-LINE
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM

    IF WS-GP-ROOT-COUNT = 0
        MOVE "No posts yet. Start the conversation!" TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF

    MOVE "1. Post to this group" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Reply to a post" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Leave this group" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "4. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    IF FUNCTION TRIM(WS-GR-OWNER(WS-GROUP-PICK))
           = FUNCTION TRIM(WS-CURR-USER)
        MOVE "5. Owner tools (moderation)" TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF

    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            MOVE "0000000000" TO WS-GP-REPLY-PARENT
            PERFORM ADD-GROUP-POST
        WHEN "2"
            PERFORM REPLY-TO-GROUP-POST
        WHEN "3"
            PERFORM LEAVE-GROUP
        WHEN "4"
            CONTINUE
        WHEN "5"
            IF FUNCTION TRIM(WS-GR-OWNER(WS-GROUP-PICK))
                   = FUNCTION TRIM(WS-CURR-USER)
                PERFORM GROUP-OWNER-TOOLS
            ELSE
                MOVE "Only the group owner can use the moderation tools."
                    TO WS-OUT-LINE
                PERFORM PRINT-LINE
            END-IF
        WHEN OTHER
            MOVE "Invalid choice. Please enter 1-5." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> GROUP-OWNER-TOOLS
*>   The owner's moderation menu for the open group: approve or deny
*>   waiting join requests, remove a member, hand the group to a new
*>   owner, or close it with the board archived. Spam posts and
*>   ghost members finally have a lever.
*> ---------------------------------------------------------------
GROUP-OWNER-TOOLS.
    MOVE "--- Owner Tools ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "1. Review join requests" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Remove a member" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Transfer ownership" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "4. Close this group (board is archived)" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "5. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            PERFORM GROUP-REVIEW-JOINS
        WHEN "2"
            PERFORM GROUP-REMOVE-MEMBER
        WHEN "3"
            PERFORM GROUP-TRANSFER-OWNER
        WHEN "4"
            PERFORM GROUP-CLOSE
        WHEN "5"
            CONTINUE
        WHEN OTHER
            MOVE "Invalid choice. Please enter 1-5." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> GROUP-REVIEW-JOINS
*>   Walks each PENDING join request for the open group past the
*>   owner, the same one-at-a-time shape PROCESS-PENDING-REQUEST
*>   uses for connection requests. Approval adds the member row;
*>   either way the requester is notified and the request row is
*>   resolved.
*> ---------------------------------------------------------------
GROUP-REVIEW-JOINS.
    PERFORM LOAD-ALL-GROUP-JOINS

    MOVE 0 TO WS-GJ-PEND-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GJOIN-COUNT
        IF WS-GJT-GROUP-ID(WS-I) = WS-GR-ID(WS-GROUP-PICK)
           AND WS-GJT-STATUS(WS-I) = "PENDING"
            ADD 1 TO WS-GJ-PEND-COUNT
            MOVE WS-I TO WS-GJ-PEND-IDX(WS-GJ-PEND-COUNT)
        END-IF
    END-PERFORM

    IF WS-GJ-PEND-COUNT = 0
        MOVE "No join requests are waiting." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-GJ-PEND-COUNT
        MOVE WS-GJ-PEND-IDX(WS-K) TO WS-J

        MOVE SPACES TO WS-PROMPT
        STRING "Approve the join request from "
               FUNCTION TRIM(WS-GJT-USER(WS-J))
               "? (Y/N):"
          INTO WS-PROMPT
        END-STRING
        MOVE "X" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) = "Y"
            MOVE "APPROVED" TO WS-GJT-STATUS(WS-J)
            IF WS-GMEM-COUNT < 500
                ADD 1 TO WS-GMEM-COUNT
                MOVE WS-GR-ID(WS-GROUP-PICK)
                    TO WS-GMT-GROUP-ID(WS-GMEM-COUNT)
                MOVE WS-GJT-USER(WS-J) TO WS-GMT-USER(WS-GMEM-COUNT)
            END-IF
            MOVE "Join request approved." TO WS-OUT-LINE
        ELSE
            MOVE "DENIED" TO WS-GJT-STATUS(WS-J)
            MOVE "Join request denied." TO WS-OUT-LINE
        END-IF
        PERFORM PRINT-LINE

        MOVE WS-GJT-USER(WS-J) TO WS-NOTIFY-USER
        MOVE "GROUP-JOIN-RESULT" TO WS-NOTIFY-EVENT
        MOVE SPACES TO WS-NOTIFY-DETAIL
        STRING "Your request to join "
               FUNCTION TRIM(WS-GR-NAME(WS-GROUP-PICK))
               " was "
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-GJT-STATUS(WS-J)))
          INTO WS-NOTIFY-DETAIL
        END-STRING
        PERFORM ADD-NOTIFICATION
    END-PERFORM

    PERFORM SAVE-ALL-GROUP-MEMBERS
    PERFORM DROP-RESOLVED-JOIN-ROWS
    PERFORM SAVE-ALL-GROUP-JOINS.

*> ---------------------------------------------------------------
*> GROUP-REMOVE-MEMBER
*>   Lists the open group's members and drops the chosen one's
*>   GROUP-MEMBER-FILE row. The owner cannot remove themselves --
*>   that is what transfer and close are for.
*> ---------------------------------------------------------------
GROUP-REMOVE-MEMBER.
    MOVE 0 TO WS-GRP-MEMBER-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GMEM-COUNT
        IF WS-GMT-GROUP-ID(WS-I) = WS-GR-ID(WS-GROUP-PICK)
           AND FUNCTION TRIM(WS-GMT-USER(WS-I))
               NOT = FUNCTION TRIM(WS-CURR-USER)
            ADD 1 TO WS-GRP-MEMBER-COUNT
            MOVE WS-I TO WS-GRP-MEMBER-IDX(WS-GRP-MEMBER-COUNT)
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-GRP-MEMBER-COUNT ". "
                   FUNCTION TRIM(WS-GMT-USER(WS-I))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-GRP-MEMBER-COUNT = 0
        MOVE "There are no other members to remove." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the member number to remove, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-GRP-MEMBER-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-GRP-MEMBER-IDX(WS-USER-CHOICE) TO WS-J

    MOVE WS-GMT-USER(WS-J) TO WS-NOTIFY-USER
    MOVE "GROUP-REMOVED" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING "You were removed from "
           FUNCTION TRIM(WS-GR-NAME(WS-GROUP-PICK))
           " by the group owner"
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE SPACES TO WS-GMT-USER(WS-J)
    PERFORM DROP-BLANK-MEMBER-ROWS
    PERFORM SAVE-ALL-GROUP-MEMBERS

    MOVE "Member removed from the group." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> GROUP-TRANSFER-OWNER
*>   Hands GRP-OWNER to another member, so a group whose owner
*>   graduates is no longer orphaned.
*> ---------------------------------------------------------------
GROUP-TRANSFER-OWNER.
    MOVE 0 TO WS-GRP-MEMBER-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GMEM-COUNT
        IF WS-GMT-GROUP-ID(WS-I) = WS-GR-ID(WS-GROUP-PICK)
           AND FUNCTION TRIM(WS-GMT-USER(WS-I))
               NOT = FUNCTION TRIM(WS-CURR-USER)
            ADD 1 TO WS-GRP-MEMBER-COUNT
            MOVE WS-I TO WS-GRP-MEMBER-IDX(WS-GRP-MEMBER-COUNT)
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-GRP-MEMBER-COUNT ". "
                   FUNCTION TRIM(WS-GMT-USER(WS-I))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-GRP-MEMBER-COUNT = 0
        MOVE "There is no other member to hand the group to."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the member number to make owner, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-GRP-MEMBER-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-GRP-MEMBER-IDX(WS-USER-CHOICE) TO WS-J
    MOVE WS-GMT-USER(WS-J) TO WS-GR-OWNER(WS-GROUP-PICK)
    PERFORM SAVE-ALL-GROUPS

    MOVE WS-GMT-USER(WS-J) TO WS-NOTIFY-USER
    MOVE "GROUP-OWNERSHIP" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING "You are now the owner of "
           FUNCTION TRIM(WS-GR-NAME(WS-GROUP-PICK))
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "Ownership transferred." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> GROUP-CLOSE
*>   Retires the group: its board rows are appended to the archive
*>   file first, then the group, its memberships, its posts, and any
*>   waiting join requests are dropped from the live files.
*> ---------------------------------------------------------------
GROUP-CLOSE.
    MOVE "Close this group for good? The board will be archived. (Y/N):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-GROUP-POSTS

    OPEN EXTEND GROUP-POST-ARCH-FILE
    IF WS-GARCH-STATUS = "35"
        OPEN OUTPUT GROUP-POST-ARCH-FILE
        CLOSE GROUP-POST-ARCH-FILE
        OPEN EXTEND GROUP-POST-ARCH-FILE
    END-IF

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GPOST-COUNT
        IF WS-GPT-GROUP-ID(WS-I) = WS-GR-ID(WS-GROUP-PICK)
            MOVE SPACES TO GROUP-POST-REC
            MOVE WS-GPT-GROUP-ID(WS-I) TO GP-GROUP-ID
            MOVE WS-GPT-ID(WS-I)       TO GP-ID
            MOVE WS-GPT-PARENT(WS-I)   TO GP-PARENT
            MOVE WS-GPT-AUTHOR(WS-I)   TO GP-AUTHOR
            MOVE WS-GPT-TS(WS-I)       TO GP-TS
            MOVE WS-GPT-TEXT(WS-I)     TO GP-TEXT
            MOVE "|" TO GROUP-POST-REC(11:1)
            MOVE "|" TO GROUP-POST-REC(22:1)
            MOVE "|" TO GROUP-POST-REC(33:1)
            MOVE "|" TO GROUP-POST-REC(54:1)
            MOVE "|" TO GROUP-POST-REC(75:1)
            MOVE SPACES TO GROUP-POST-ARCH-REC
            MOVE GROUP-POST-REC TO GROUP-POST-ARCH-REC
            WRITE GROUP-POST-ARCH-REC
            MOVE SPACES TO WS-GPT-AUTHOR(WS-I)
        END-IF
    END-PERFORM
    CLOSE GROUP-POST-ARCH-FILE

    *> Drop the archived posts from the live board.
    MOVE 0 TO WS-K
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GPOST-COUNT
        IF WS-GPT-AUTHOR(WS-I) NOT = SPACES
            ADD 1 TO WS-K
            MOVE WS-GPT-GROUP-ID(WS-I) TO WS-GPT-GROUP-ID(WS-K)
            MOVE WS-GPT-ID(WS-I)       TO WS-GPT-ID(WS-K)
            MOVE WS-GPT-PARENT(WS-I)   TO WS-GPT-PARENT(WS-K)
            MOVE WS-GPT-AUTHOR(WS-I)   TO WS-GPT-AUTHOR(WS-K)
            MOVE WS-GPT-TS(WS-I)       TO WS-GPT-TS(WS-K)
            MOVE WS-GPT-TEXT(WS-I)     TO WS-GPT-TEXT(WS-K)
        END-IF
    END-PERFORM
    MOVE WS-K TO WS-GPOST-COUNT
    PERFORM SAVE-ALL-GROUP-POSTS

    *> Drop every membership row for the group.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GMEM-COUNT
        IF WS-GMT-GROUP-ID(WS-I) = WS-GR-ID(WS-GROUP-PICK)
            MOVE SPACES TO WS-GMT-USER(WS-I)
        END-IF
    END-PERFORM
    PERFORM DROP-BLANK-MEMBER-ROWS
    PERFORM SAVE-ALL-GROUP-MEMBERS

    *> Drop any join requests still waiting on the closed group.
    PERFORM LOAD-ALL-GROUP-JOINS
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GJOIN-COUNT
        IF WS-GJT-GROUP-ID(WS-I) = WS-GR-ID(WS-GROUP-PICK)
            MOVE SPACES TO WS-GJT-STATUS(WS-I)
        END-IF
    END-PERFORM
    PERFORM DROP-RESOLVED-JOIN-ROWS
    PERFORM SAVE-ALL-GROUP-JOINS

    *> Finally the group row itself.
    MOVE 0 TO WS-K
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GROUP-COUNT
        IF WS-I NOT = WS-GROUP-PICK
            ADD 1 TO WS-K
            MOVE WS-GR-ID(WS-I)    TO WS-GR-ID(WS-K)
            MOVE WS-GR-NAME(WS-I)  TO WS-GR-NAME(WS-K)
            MOVE WS-GR-OWNER(WS-I) TO WS-GR-OWNER(WS-K)
        END-IF
    END-PERFORM
    MOVE WS-K TO WS-GROUP-COUNT
    PERFORM SAVE-ALL-GROUPS

    MOVE "The group is closed and its board archived." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

DROP-BLANK-MEMBER-ROWS.
    MOVE 0 TO WS-K
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GMEM-COUNT
        IF WS-GMT-USER(WS-I) NOT = SPACES
            ADD 1 TO WS-K
            MOVE WS-GMT-GROUP-ID(WS-I) TO WS-GMT-GROUP-ID(WS-K)
            MOVE WS-GMT-USER(WS-I)     TO WS-GMT-USER(WS-K)
        END-IF
    END-PERFORM
    MOVE WS-K TO WS-GMEM-COUNT.

*> ---------------------------------------------------------------
*> DROP-RESOLVED-JOIN-ROWS
*>   Compacts the join table: only PENDING rows are carried in the
*>   file -- approvals become member rows and denials need no trace.
*> ---------------------------------------------------------------
DROP-RESOLVED-JOIN-ROWS.
    MOVE 0 TO WS-K
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GJOIN-COUNT
        IF WS-GJT-STATUS(WS-I) = "PENDING"
            ADD 1 TO WS-K
            MOVE WS-GJT-GROUP-ID(WS-I) TO WS-GJT-GROUP-ID(WS-K)
            MOVE WS-GJT-USER(WS-I)     TO WS-GJT-USER(WS-K)
            MOVE WS-GJT-STATUS(WS-I)   TO WS-GJT-STATUS(WS-K)
        END-IF
    END-PERFORM
    MOVE WS-K TO WS-GJOIN-COUNT.

LOAD-ALL-GROUP-JOINS.
    MOVE 0 TO WS-GJOIN-COUNT
    MOVE "N" TO WS-GJ-EOF

    OPEN INPUT GROUP-JOIN-FILE
    IF WS-GJOIN-STATUS NOT = "35"
        PERFORM UNTIL WS-GJ-EOF = "Y"
            READ GROUP-JOIN-FILE
                AT END
                    MOVE "Y" TO WS-GJ-EOF
                NOT AT END
                    IF GJ-USER NOT = SPACES AND WS-GJOIN-COUNT < 200
                        ADD 1 TO WS-GJOIN-COUNT
                        MOVE GJ-GROUP-ID TO WS-GJT-GROUP-ID(WS-GJOIN-COUNT)
                        MOVE GJ-USER     TO WS-GJT-USER(WS-GJOIN-COUNT)
                        MOVE GJ-STATUS   TO WS-GJT-STATUS(WS-GJOIN-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE GROUP-JOIN-FILE.

SAVE-ALL-GROUP-JOINS.
    OPEN OUTPUT GROUP-JOIN-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GJOIN-COUNT
        MOVE SPACES TO GROUP-JOIN-REC
        MOVE WS-GJT-GROUP-ID(WS-I) TO GJ-GROUP-ID
        MOVE WS-GJT-USER(WS-I)     TO GJ-USER
        MOVE WS-GJT-STATUS(WS-I)   TO GJ-STATUS
        MOVE "|" TO GROUP-JOIN-REC(11:1)
        MOVE "|" TO GROUP-JOIN-REC(32:1)
        WRITE GROUP-JOIN-REC
    END-PERFORM
    CLOSE GROUP-JOIN-FILE.

*> ---------------------------------------------------------------
*> ADD-GROUP-POST
*>   Appends one post to the group's board, parented under
*>   WS-GP-REPLY-PARENT (zeros for a new root post). Post ids are one
*>   past the highest id already on the board, so a reply's parent id
*>   is never reused.
*> ---------------------------------------------------------------
ADD-GROUP-POST.
    MOVE "Enter your post (max 200 chars):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: Post cannot be blank." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    *> Covers REPLY-TO-GROUP-POST too, which lands here with the
    *> parent set.
    MOVE WS-TOKEN TO WS-SCREEN-TEXT
    PERFORM SCREEN-CONTENT-TEXT
    IF WS-SCREEN-HIT = "Y"
        MOVE "GROUPPOST"             TO WS-HELD-KIND
        MOVE WS-GR-ID(WS-GROUP-PICK) TO WS-HELD-KEY1
        MOVE WS-GP-REPLY-PARENT      TO WS-HELD-KEY2
        PERFORM HOLD-SCREENED-CONTENT
        EXIT PARAGRAPH
    END-IF

    IF WS-GPOST-COUNT >= 200
        MOVE "The board is full. Please try again later." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-GP-NEXT-ID
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GPOST-COUNT
        IF WS-GPT-ID(WS-I) IS NUMERIC
            MOVE WS-GPT-ID(WS-I) TO WS-GP-ID-NUM
            IF WS-GP-ID-NUM > WS-GP-NEXT-ID
                MOVE WS-GP-ID-NUM TO WS-GP-NEXT-ID
            END-IF
        END-IF
    END-PERFORM
    ADD 1 TO WS-GP-NEXT-ID

    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    ADD 1 TO WS-GPOST-COUNT
    MOVE WS-GR-ID(WS-GROUP-PICK) TO WS-GPT-GROUP-ID(WS-GPOST-COUNT)
    MOVE WS-GP-NEXT-ID           TO WS-GPT-ID(WS-GPOST-COUNT)
    MOVE WS-GP-REPLY-PARENT      TO WS-GPT-PARENT(WS-GPOST-COUNT)
    MOVE WS-CURR-USER            TO WS-GPT-AUTHOR(WS-GPOST-COUNT)
    MOVE WS-TOKEN                TO WS-GPT-TEXT(WS-GPOST-COUNT)
    MOVE SPACES                  TO WS-GPT-TS(WS-GPOST-COUNT)
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2) " "
           WS-RAW-DATE(9:2) ":"
           WS-RAW-DATE(11:2) ":"
           WS-RAW-DATE(13:2)
      INTO WS-GPT-TS(WS-GPOST-COUNT)
    END-STRING
    PERFORM SAVE-ALL-GROUP-POSTS

    MOVE "Posted." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

REPLY-TO-GROUP-POST.
    IF WS-GP-ROOT-COUNT = 0
        MOVE "There is nothing to reply to yet." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the post number to reply to:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE 0 TO WS-USER-CHOICE
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) = 0
        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    END-IF

    IF WS-USER-CHOICE < 1 OR WS-USER-CHOICE > WS-GP-ROOT-COUNT
        MOVE "Invalid post number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-GPT-ID(WS-GP-ROOT-IDX(WS-USER-CHOICE))
        TO WS-GP-REPLY-PARENT
    PERFORM ADD-GROUP-POST.

LEAVE-GROUP.
    MOVE 0 TO WS-J
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-GMEM-COUNT OR WS-J > 0
        IF WS-GMT-GROUP-ID(WS-I) = WS-GR-ID(WS-GROUP-PICK)
           AND FUNCTION TRIM(WS-GMT-USER(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
            MOVE WS-I TO WS-J
        END-IF
    END-PERFORM

    IF WS-J = 0
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-GMT-USER(WS-J)
    MOVE 0 TO WS-K
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GMEM-COUNT
        IF WS-GMT-USER(WS-I) NOT = SPACES
            ADD 1 TO WS-K
            MOVE WS-GMT-GROUP-ID(WS-I) TO WS-GMT-GROUP-ID(WS-K)
            MOVE WS-GMT-USER(WS-I)     TO WS-GMT-USER(WS-K)
        END-IF
    END-PERFORM
    MOVE WS-K TO WS-GMEM-COUNT
    PERFORM SAVE-ALL-GROUP-MEMBERS

    MOVE "You have left the group." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> LOAD-ALL-GROUPS / SAVE-ALL-GROUPS and the membership/post
*> equivalents -- the usual load-all/rewrite-all support.
*> ---------------------------------------------------------------
LOAD-ALL-GROUPS.
    MOVE 0 TO WS-GROUP-COUNT
    MOVE "N" TO WS-GROUP-EOF

    OPEN INPUT GROUP-FILE
    IF WS-GROUP-STATUS NOT = "35"
        PERFORM UNTIL WS-GROUP-EOF = "Y"
            READ GROUP-FILE
                AT END
                    MOVE "Y" TO WS-GROUP-EOF
                NOT AT END
                    IF GRP-ID NOT = SPACES AND WS-GROUP-COUNT < 100
                        ADD 1 TO WS-GROUP-COUNT
                        MOVE GRP-ID    TO WS-GR-ID(WS-GROUP-COUNT)
                        MOVE GRP-NAME  TO WS-GR-NAME(WS-GROUP-COUNT)
                        MOVE GRP-OWNER TO WS-GR-OWNER(WS-GROUP-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE GROUP-FILE.

SAVE-ALL-GROUPS.
    OPEN OUTPUT GROUP-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GROUP-COUNT
        MOVE SPACES TO GROUP-REC
        MOVE WS-GR-ID(WS-I)    TO GRP-ID
        MOVE WS-GR-NAME(WS-I)  TO GRP-NAME
        MOVE WS-GR-OWNER(WS-I) TO GRP-OWNER
        MOVE "|" TO GROUP-REC(11:1)
        MOVE "|" TO GROUP-REC(52:1)
        WRITE GROUP-REC
    END-PERFORM
    CLOSE GROUP-FILE.

LOAD-ALL-GROUP-MEMBERS.
    MOVE 0 TO WS-GMEM-COUNT
    MOVE "N" TO WS-GMEM-EOF

    OPEN INPUT GROUP-MEMBER-FILE
    IF WS-GMEM-STATUS NOT = "35"
        PERFORM UNTIL WS-GMEM-EOF = "Y"
            READ GROUP-MEMBER-FILE
                AT END
                    MOVE "Y" TO WS-GMEM-EOF
                NOT AT END
                    IF GM-USER NOT = SPACES AND WS-GMEM-COUNT < 500
                        ADD 1 TO WS-GMEM-COUNT
                        MOVE GM-GROUP-ID TO WS-GMT-GROUP-ID(WS-GMEM-COUNT)
                        MOVE GM-USER     TO WS-GMT-USER(WS-GMEM-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE GROUP-MEMBER-FILE.

SAVE-ALL-GROUP-MEMBERS.
    OPEN OUTPUT GROUP-MEMBER-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GMEM-COUNT
        MOVE SPACES TO GROUP-MEMBER-REC
        MOVE WS-GMT-GROUP-ID(WS-I) TO GM-GROUP-ID
        MOVE WS-GMT-USER(WS-I)     TO GM-USER
        MOVE "|" TO GROUP-MEMBER-REC(11:1)
        WRITE GROUP-MEMBER-REC
    END-PERFORM
    CLOSE GROUP-MEMBER-FILE.

LOAD-ALL-GROUP-POSTS.
    MOVE 0 TO WS-GPOST-COUNT
    MOVE "N" TO WS-GPOST-EOF

    OPEN INPUT GROUP-POST-FILE
    IF WS-GPOST-STATUS NOT = "35"
        PERFORM UNTIL WS-GPOST-EOF = "Y"
            READ GROUP-POST-FILE
                AT END
                    MOVE "Y" TO WS-GPOST-EOF
                NOT AT END
                    IF GP-AUTHOR NOT = SPACES AND WS-GPOST-COUNT < 200
                        ADD 1 TO WS-GPOST-COUNT
                        MOVE GP-GROUP-ID TO WS-GPT-GROUP-ID(WS-GPOST-COUNT)
                        MOVE GP-ID       TO WS-GPT-ID(WS-GPOST-COUNT)
                        MOVE GP-PARENT   TO WS-GPT-PARENT(WS-GPOST-COUNT)
                        MOVE GP-AUTHOR   TO WS-GPT-AUTHOR(WS-GPOST-COUNT)
                        MOVE GP-TS       TO WS-GPT-TS(WS-GPOST-COUNT)
                        MOVE GP-TEXT     TO WS-GPT-TEXT(WS-GPOST-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE GROUP-POST-FILE.

SAVE-ALL-GROUP-POSTS.
    OPEN OUTPUT GROUP-POST-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GPOST-COUNT
        MOVE SPACES TO GROUP-POST-REC
        MOVE WS-GPT-GROUP-ID(WS-I) TO GP-GROUP-ID
        MOVE WS-GPT-ID(WS-I)       TO GP-ID
        MOVE WS-GPT-PARENT(WS-I)   TO GP-PARENT
        MOVE WS-GPT-AUTHOR(WS-I)   TO GP-AUTHOR
        MOVE WS-GPT-TS(WS-I)       TO GP-TS
        MOVE WS-GPT-TEXT(WS-I)     TO GP-TEXT
        MOVE "|" TO GROUP-POST-REC(11:1)
        MOVE "|" TO GROUP-POST-REC(22:1)
        MOVE "|" TO GROUP-POST-REC(33:1)
        MOVE "|" TO GROUP-POST-REC(54:1)
        MOVE "|" TO GROUP-POST-REC(75:1)
        WRITE GROUP-POST-REC
    END-PERFORM
    CLOSE GROUP-POST-FILE.

*> ---------------------------------------------------------------
*> Connection requests, folded in from SendRequest.cob. Reached from
*> DISPLAY-FOUND-PROFILE (search hit) and from POST-LOGIN-MENU.
*> ---------------------------------------------------------------
SEND-CONNECTION-REQUEST.
    *> A block between the two users refuses the request silently:
    *> the sender sees the normal confirmation, but nothing is
    *> written, so the block is not revealed.
    PERFORM LOAD-ALL-BLOCKS
    MOVE WS-CURR-USER TO WS-PAIR-A
    MOVE WS-PROF-USER(WS-SEARCH-IDX) TO WS-PAIR-B
    PERFORM CHECK-BLOCK-PAIR
    IF WS-BLOCKED-PAIR = "Y"
        MOVE SPACES TO WS-OUT-LINE
        STRING "Connection request sent to "
               FUNCTION TRIM(WS-PROF-FNAME(WS-SEARCH-IDX)) " "
               FUNCTION TRIM(WS-PROF-LNAME(WS-SEARCH-IDX)) "."
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO WS-VALID

    PERFORM CHECK-CONNECTION-EXISTS

    IF WS-VALID = "N"
        EXIT PARAGRAPH
    END-IF

    OPEN I-O CONN-FILE
    IF WS-CONN-STATUS = "35"
        OPEN OUTPUT CONN-FILE
        CLOSE CONN-FILE
        OPEN I-O CONN-FILE
    END-IF

    MOVE SPACES TO CONN-REC
    MOVE WS-CURR-USER TO CONN-SENDER
    MOVE WS-PROF-USER(WS-SEARCH-IDX) TO CONN-RECIPIENT
    MOVE "PENDING" TO CONN-STATUS
    MOVE "|" TO CONN-REC(21:1)
    MOVE "|" TO CONN-REC(42:1)
    WRITE CONN-REC
    IF WS-CONN-STATUS(1:1) NOT = "0"
        CLOSE CONN-FILE
        MOVE "You have already sent a connection request to this user."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    CLOSE CONN-FILE

    *> After-image of the new request to the journal.
    MOVE "InCollege-Connections.txt" TO WS-JRN-TAG
    MOVE SPACES TO WS-JRN-DATA
    MOVE CONN-REC TO WS-JRN-DATA(1:62)
    PERFORM WRITE-JOURNAL-KEYED

    MOVE WS-CURR-USER TO WS-CH-SENDER
    MOVE WS-PROF-USER(WS-SEARCH-IDX) TO WS-CH-RECIPIENT
    MOVE SPACES TO WS-CH-OLD-STATUS
    MOVE "PENDING" TO WS-CH-NEW-STATUS
    PERFORM LOG-CONNECTION-HISTORY

    MOVE SPACES TO WS-OUT-LINE
    STRING "Connection request sent to "
           FUNCTION TRIM(WS-PROF-FNAME(WS-SEARCH-IDX)) " "
           FUNCTION TRIM(WS-PROF-LNAME(WS-SEARCH-IDX)) "."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

CHECK-CONNECTION-EXISTS.
    MOVE "Y" TO WS-VALID
    MOVE "N" TO WS-CONN-EOF
    OPEN INPUT CONN-FILE

    IF WS-CONN-STATUS NOT = "00" AND WS-CONN-STATUS NOT = "35"
        MOVE "Error opening connections file." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        CLOSE CONN-FILE
        MOVE "N" TO WS-VALID
        EXIT PARAGRAPH
    END-IF

    IF WS-CONN-STATUS = "35"
        *> File doesn't exist yet, no connections
        EXIT PARAGRAPH
    END-IF

    *> Our row to them, read by key.
    MOVE SPACES TO CONN-REC
    MOVE WS-CURR-USER TO CONN-SENDER
    MOVE WS-PROF-USER(WS-SEARCH-IDX) TO CONN-RECIPIENT
    MOVE "|" TO CONN-REC(21:1)
    READ CONN-FILE
        KEY IS CONN-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            *> Check if we already sent them a pending request
            IF CONN-STATUS = "PENDING"
                MOVE "You have already sent a connection request to this user." TO WS-OUT-LINE
                PERFORM PRINT-LINE
                MOVE "N" TO WS-VALID
            END-IF
            *> Check if already connected
            IF CONN-STATUS = "ACCEPTED"
                MOVE "You are already connected with this user." TO WS-OUT-LINE
                PERFORM PRINT-LINE
                MOVE "N" TO WS-VALID
            END-IF
    END-READ

    IF WS-VALID = "N"
        CLOSE CONN-FILE
        EXIT PARAGRAPH
    END-IF

    *> Their row to us.
    MOVE SPACES TO CONN-REC
    MOVE WS-PROF-USER(WS-SEARCH-IDX) TO CONN-SENDER
    MOVE WS-CURR-USER TO CONN-RECIPIENT
    MOVE "|" TO CONN-REC(21:1)
    READ CONN-FILE
        KEY IS CONN-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            *> Check if they already sent us a pending request
            IF CONN-STATUS = "PENDING"
                MOVE "This user has already sent you a connection request." TO WS-OUT-LINE
                PERFORM PRINT-LINE
                MOVE "N" TO WS-VALID
            END-IF
            *> Check if already connected
            IF CONN-STATUS = "ACCEPTED"
                MOVE "You are already connected with this user." TO WS-OUT-LINE
                PERFORM PRINT-LINE
                MOVE "N" TO WS-VALID
            END-IF
    END-READ

    CLOSE CONN-FILE.

*> ---------------------------------------------------------------
*> LOG-CONNECTION-HISTORY
*>   Appends one row to the append-only CONNECTION-HISTORY log. The
*>   caller sets WS-CH-SENDER/WS-CH-RECIPIENT/WS-CH-OLD-STATUS/
*>   WS-CH-NEW-STATUS before performing this; it is never rewritten
*>   or pruned, unlike CONN-FILE itself.
*> ---------------------------------------------------------------
LOG-CONNECTION-HISTORY.
    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    MOVE SPACES TO WS-CH-TIMESTAMP
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2) " "
           WS-RAW-DATE(9:2) ":"
           WS-RAW-DATE(11:2) ":"
           WS-RAW-DATE(13:2)
      INTO WS-CH-TIMESTAMP
    END-STRING

    OPEN EXTEND CONN-HISTORY-FILE
    IF WS-CONN-HIST-STATUS = "35"
        OPEN OUTPUT CONN-HISTORY-FILE
        CLOSE CONN-HISTORY-FILE
        OPEN EXTEND CONN-HISTORY-FILE
    END-IF

    MOVE SPACES TO CONN-HISTORY-REC
    MOVE WS-CH-SENDER      TO CH-SENDER
    MOVE WS-CH-RECIPIENT   TO CH-RECIPIENT
    MOVE WS-CH-OLD-STATUS  TO CH-OLD-STATUS
    MOVE WS-CH-NEW-STATUS  TO CH-NEW-STATUS
    MOVE WS-CH-TIMESTAMP   TO CH-TIMESTAMP
    WRITE CONN-HISTORY-REC
    CLOSE CONN-HISTORY-FILE.

*> ---------------------------------------------------------------
*> LOG-AUDIT-EVENT
*>   Appends one line to AUDIT-LOG-FILE. Caller sets WS-AUDIT-EVENT/
*>   WS-AUDIT-USER/WS-AUDIT-DETAIL before calling. Used for login
*>   success/failure, account creation, and profile saves so those
*>   can be investigated independently of the live ACC-FILE/PROF-FILE.
*> ---------------------------------------------------------------
LOG-AUDIT-EVENT.
    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    MOVE SPACES TO WS-AUDIT-TIMESTAMP
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2) " "
           WS-RAW-DATE(9:2) ":"
           WS-RAW-DATE(11:2) ":"
           WS-RAW-DATE(13:2)
      INTO WS-AUDIT-TIMESTAMP
    END-STRING

    IF WS-AUDIT-CHAIN-PRIMED = "N"
        PERFORM PRIME-AUDIT-CHAIN
    END-IF

    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-LOG-FILE
        CLOSE AUDIT-LOG-FILE
        OPEN EXTEND AUDIT-LOG-FILE
    END-IF

    MOVE SPACES TO AUDIT-LOG-REC
    MOVE WS-AUDIT-EVENT     TO AUDIT-EVENT
    MOVE WS-AUDIT-USER      TO AUDIT-USER
    MOVE WS-AUDIT-DETAIL    TO AUDIT-DETAIL
    MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP
    PERFORM COMPUTE-AUDIT-CHAIN
    MOVE WS-AUDIT-CHAIN-DISP TO AUDIT-CHAIN
    WRITE AUDIT-LOG-REC
    CLOSE AUDIT-LOG-FILE

    MOVE WS-AUDIT-CHAIN-DISP TO WS-AUDIT-CHAIN-PREV
    PERFORM WRITE-AUDIT-SEAL.

*> ---------------------------------------------------------------
*> PRIME-AUDIT-CHAIN / COMPUTE-AUDIT-CHAIN / WRITE-AUDIT-SEAL
*>   The tamper-evidence arithmetic around LOG-AUDIT-EVENT. Priming
*>   recovers the running value from the newest chained row (the
*>   seal is only a copy for truncation checks, so the log itself
*>   stays the source of truth); the compute folds the previous
*>   value and the row's first 103 bytes through the same rolling
*>   MOD product SCRAMBLE-PASSWORD uses. Duplicated in
*>   WaitlistPromotion and OfferExpirySweep, which append audit rows
*>   of their own; all copies must stay identical or the chain
*>   breaks.
*> ---------------------------------------------------------------
PRIME-AUDIT-CHAIN.
    MOVE 0 TO WS-AUDIT-CHAIN-PREV
    MOVE "N" TO WS-AUDIT-EOF

    OPEN INPUT AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS NOT = "35"
        PERFORM UNTIL WS-AUDIT-EOF = "Y"
            READ AUDIT-LOG-FILE
                AT END
                    MOVE "Y" TO WS-AUDIT-EOF
                NOT AT END
                    IF AUDIT-CHAIN IS NUMERIC
                        MOVE AUDIT-CHAIN TO WS-AUDIT-CHAIN-PREV
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE AUDIT-LOG-FILE
    MOVE "Y" TO WS-AUDIT-CHAIN-PRIMED.

COMPUTE-AUDIT-CHAIN.
    MOVE WS-AUDIT-CHAIN-PREV TO WS-AUDIT-CHAIN-HASH
    PERFORM VARYING WS-AUDIT-CHAIN-I FROM 1 BY 1
        UNTIL WS-AUDIT-CHAIN-I > 103
        COMPUTE WS-AUDIT-CHAIN-HASH =
            FUNCTION MOD(
                WS-AUDIT-CHAIN-HASH * 131
                + FUNCTION ORD(AUDIT-LOG-REC(WS-AUDIT-CHAIN-I:1))
                  * WS-AUDIT-CHAIN-I,
                999999999937)
    END-PERFORM
    MOVE WS-AUDIT-CHAIN-HASH TO WS-AUDIT-CHAIN-DISP.

WRITE-AUDIT-SEAL.
    OPEN OUTPUT AUDIT-SEAL-FILE
    MOVE WS-AUDIT-CHAIN-DISP TO AUDIT-SEAL-REC
    WRITE AUDIT-SEAL-REC
    CLOSE AUDIT-SEAL-FILE.

*> ---------------------------------------------------------------
*> ADD-NOTIFICATION
*>   Appends one row to NOTIFY-FILE. Caller sets WS-NOTIFY-USER /
*>   WS-NOTIFY-EVENT / WS-NOTIFY-DETAIL before calling; the row is
*>   stamped with today's date and starts unseen, so it shows on the
*>   recipient's Notifications screen the next time they look.
*> ---------------------------------------------------------------
ADD-NOTIFICATION.
    *> A muted category writes nothing for that user; interview
    *> offers always get through.
    IF FUNCTION TRIM(WS-NOTIFY-EVENT) NOT = "INTERVIEW-OFFER"
        PERFORM CHECK-NOTIFY-MUTED
        IF WS-NOTIFY-MUTED = "Y"
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM FORMAT-TODAY-DATE

    OPEN EXTEND NOTIFY-FILE
    IF WS-NOTIFY-STATUS = "35"
        OPEN OUTPUT NOTIFY-FILE
        CLOSE NOTIFY-FILE
        OPEN EXTEND NOTIFY-FILE
    END-IF

    MOVE SPACES TO NOTIFY-REC
    MOVE WS-NOTIFY-USER   TO NOTIFY-USER
    MOVE WS-NOTIFY-EVENT  TO NOTIFY-EVENT
    MOVE WS-NOTIFY-DETAIL TO NOTIFY-DETAIL
    MOVE WS-TODAY-DATE    TO NOTIFY-DATE
    MOVE "N"              TO NOTIFY-SEEN
    MOVE "|" TO NOTIFY-REC(21:1)
    MOVE "|" TO NOTIFY-REC(42:1)
    MOVE "|" TO NOTIFY-REC(103:1)
    MOVE "|" TO NOTIFY-REC(114:1)
    WRITE NOTIFY-REC
    CLOSE NOTIFY-FILE

    *> Queue the same row for the nightly notification mail.
    OPEN EXTEND MAIL-SPOOL-FILE
    IF WS-SP-STATUS = "35"
        OPEN OUTPUT MAIL-SPOOL-FILE
        CLOSE MAIL-SPOOL-FILE
        OPEN EXTEND MAIL-SPOOL-FILE
    END-IF
    MOVE SPACES TO MAIL-SPOOL-REC
    MOVE WS-NOTIFY-USER   TO SP-USER
    MOVE WS-NOTIFY-EVENT  TO SP-EVENT
    MOVE WS-NOTIFY-DETAIL TO SP-DETAIL
    MOVE WS-TODAY-DATE    TO SP-DATE
    MOVE "QUEUED"         TO SP-STATUS
    MOVE "|" TO MAIL-SPOOL-REC(21:1)
    MOVE "|" TO MAIL-SPOOL-REC(42:1)
    MOVE "|" TO MAIL-SPOOL-REC(103:1)
    MOVE "|" TO MAIL-SPOOL-REC(114:1)
    MOVE "|" TO MAIL-SPOOL-REC(122:1)
    WRITE MAIL-SPOOL-REC
    CLOSE MAIL-SPOOL-FILE.

*> ---------------------------------------------------------------
*> CHECK-NOTIFY-MUTED
*>   WS-NOTIFY-MUTED = "Y" when WS-NOTIFY-USER has muted
*>   WS-NOTIFY-EVENT. Reads the preference file directly -- writers
*>   call this from many flows and must always see the current
*>   settings.
*> ---------------------------------------------------------------
CHECK-NOTIFY-MUTED.
    MOVE "N" TO WS-NOTIFY-MUTED
    MOVE "N" TO WS-NPREF-EOF

    OPEN INPUT NOTIFY-PREF-FILE
    IF WS-NPREF-STATUS NOT = "35"
        PERFORM UNTIL WS-NPREF-EOF = "Y"
            READ NOTIFY-PREF-FILE
                AT END
                    MOVE "Y" TO WS-NPREF-EOF
                NOT AT END
                    IF FUNCTION TRIM(NP-USER)
                           = FUNCTION TRIM(WS-NOTIFY-USER)
                       AND FUNCTION TRIM(NP-EVENT)
                           = FUNCTION TRIM(WS-NOTIFY-EVENT)
                        MOVE "Y" TO WS-NOTIFY-MUTED
                        MOVE "Y" TO WS-NPREF-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE NOTIFY-PREF-FILE.

LOAD-ALL-NOTIFY-PREFS.
    MOVE 0 TO WS-NPREF-COUNT
    MOVE "N" TO WS-NPREF-EOF

    OPEN INPUT NOTIFY-PREF-FILE
    IF WS-NPREF-STATUS NOT = "35"
        PERFORM UNTIL WS-NPREF-EOF = "Y"
            READ NOTIFY-PREF-FILE
                AT END
                    MOVE "Y" TO WS-NPREF-EOF
                NOT AT END
                    IF NP-USER NOT = SPACES AND WS-NPREF-COUNT < 200
                        ADD 1 TO WS-NPREF-COUNT
                        MOVE NP-USER  TO WS-NPT-USER(WS-NPREF-COUNT)
                        MOVE NP-EVENT TO WS-NPT-EVENT(WS-NPREF-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE NOTIFY-PREF-FILE.

SAVE-ALL-NOTIFY-PREFS.
    OPEN OUTPUT NOTIFY-PREF-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NPREF-COUNT
        IF WS-NPT-USER(WS-I) NOT = SPACES
            MOVE SPACES TO NOTIFY-PREF-REC
            MOVE WS-NPT-USER(WS-I)  TO NP-USER
            MOVE WS-NPT-EVENT(WS-I) TO NP-EVENT
            MOVE "|" TO NOTIFY-PREF-REC(21:1)
            WRITE NOTIFY-PREF-REC
        END-IF
    END-PERFORM
    CLOSE NOTIFY-PREF-FILE.

*> ---------------------------------------------------------------
*> NOTIFICATION-PREFS-SCREEN
*>   Per-category on/off toggles for the current user. A muted
*>   category is simply a row in the preference file; toggling
*>   removes or adds it. The interview offer is not on the list --
*>   it can never be muted.
*> ---------------------------------------------------------------
NOTIFICATION-PREFS-SCREEN.
    MOVE "--- Notification Settings ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-NOTIFY-PREFS

    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-NPREF-CAT-COUNT
        MOVE "N" TO WS-FOUND
        PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-NPREF-COUNT OR WS-FOUND = "Y"
            IF FUNCTION TRIM(WS-NPT-USER(WS-I))
                   = FUNCTION TRIM(WS-CURR-USER)
               AND WS-NPT-EVENT(WS-I) = WS-NPC-EVENT(WS-K)
                MOVE "Y" TO WS-FOUND
            END-IF
        END-PERFORM

        MOVE SPACES TO WS-OUT-LINE
        IF WS-FOUND = "Y"
            STRING WS-K ". " FUNCTION TRIM(WS-NPC-LABEL(WS-K))
                   " [MUTED]"
              INTO WS-OUT-LINE
            END-STRING
        ELSE
            STRING WS-K ". " FUNCTION TRIM(WS-NPC-LABEL(WS-K))
                   " [on]"
              INTO WS-OUT-LINE
            END-STRING
        END-IF
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE "Interview offers are always delivered and cannot be muted."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-MAIL-ADDRESSES
    MOVE SPACES TO WS-OUT-LINE
    IF WS-MA-MINE = 0
        MOVE "Email for notifications: none on file" TO WS-OUT-LINE
    ELSE
        IF WS-MAT-STATUS(WS-MA-MINE) = "BOUNCED"
            STRING "Email for notifications: "
                   FUNCTION TRIM(WS-MAT-ADDRESS(WS-MA-MINE))
                   " [BOUNCED -- mail is not reaching you, please update]"
              INTO WS-OUT-LINE
            END-STRING
        ELSE
            STRING "Email for notifications: "
                   FUNCTION TRIM(WS-MAT-ADDRESS(WS-MA-MINE))
              INTO WS-OUT-LINE
            END-STRING
        END-IF
    END-IF
    PERFORM PRINT-LINE

    MOVE "Enter a category number to toggle it, E to set your email address, or 0 to go back:"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION UPPER-CASE(WS-TOKEN(1:1)) = "E"
        PERFORM SET-MY-MAIL-ADDRESS
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-NPREF-CAT-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-NPREF-COUNT OR WS-FOUND = "Y"
        IF FUNCTION TRIM(WS-NPT-USER(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
           AND WS-NPT-EVENT(WS-I) = WS-NPC-EVENT(WS-USER-CHOICE)
            MOVE "Y" TO WS-FOUND
            MOVE SPACES TO WS-NPT-USER(WS-I)
        END-IF
    END-PERFORM

    IF WS-FOUND = "Y"
        MOVE "Category is back on." TO WS-OUT-LINE
    ELSE
        IF WS-NPREF-COUNT < 200
            ADD 1 TO WS-NPREF-COUNT
            MOVE WS-CURR-USER TO WS-NPT-USER(WS-NPREF-COUNT)
            MOVE WS-NPC-EVENT(WS-USER-CHOICE)
                TO WS-NPT-EVENT(WS-NPREF-COUNT)
        END-IF
        MOVE "Category muted." TO WS-OUT-LINE
    END-IF
    PERFORM SAVE-ALL-NOTIFY-PREFS
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> SET-MY-MAIL-ADDRESS
*>   Records the address notification mail goes to. A plain shape
*>   check only (one @, a dot after it, no blanks) -- the relay's
*>   bounce file is the real test. Entering an address, even the same
*>   one, clears a BOUNCED flag.
*> ---------------------------------------------------------------
SET-MY-MAIL-ADDRESS.
    MOVE "Email address:" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    MOVE FUNCTION TRIM(WS-TOKEN) TO WS-MA-NEW-ADDRESS

    MOVE "N" TO WS-MA-VALID
    MOVE 0 TO WS-MA-AT-COUNT
    MOVE 0 TO WS-MA-SPACE-COUNT
    MOVE 0 TO WS-MA-DOT-COUNT
    MOVE 0 TO WS-MA-AT-POS
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MA-NEW-ADDRESS TRAILING))
        TO WS-MA-LEN
    IF WS-MA-NEW-ADDRESS NOT = SPACES
        INSPECT WS-MA-NEW-ADDRESS(1:WS-MA-LEN)
            TALLYING WS-MA-AT-COUNT FOR ALL "@"
                     WS-MA-SPACE-COUNT FOR ALL " "
        INSPECT WS-MA-NEW-ADDRESS(1:WS-MA-LEN)
            TALLYING WS-MA-AT-POS FOR CHARACTERS BEFORE INITIAL "@"
        IF WS-MA-AT-COUNT = 1 AND WS-MA-SPACE-COUNT = 0
           AND WS-MA-AT-POS > 0 AND WS-MA-AT-POS + 1 < WS-MA-LEN
            INSPECT WS-MA-NEW-ADDRESS(WS-MA-AT-POS + 2:WS-MA-LEN - WS-MA-AT-POS - 1)
                TALLYING WS-MA-DOT-COUNT FOR ALL "."
            IF WS-MA-DOT-COUNT > 0
                MOVE "Y" TO WS-MA-VALID
            END-IF
        END-IF
    END-IF
    IF WS-MA-VALID = "N"
        MOVE "Error: That does not look like an email address. Nothing saved."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    PERFORM LOAD-ALL-MAIL-ADDRESSES
    IF WS-MA-MINE = 0
        IF WS-MA-COUNT >= 500
            MOVE "Error: The address list is full. Please contact support."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-MA-COUNT
        MOVE WS-MA-COUNT TO WS-MA-MINE
        MOVE WS-CURR-USER TO WS-MAT-USER(WS-MA-MINE)
    END-IF
    MOVE WS-MA-NEW-ADDRESS TO WS-MAT-ADDRESS(WS-MA-MINE)
    MOVE "VALID"           TO WS-MAT-STATUS(WS-MA-MINE)
    MOVE WS-TODAY-DATE     TO WS-MAT-DATE(WS-MA-MINE)
    PERFORM SAVE-ALL-MAIL-ADDRESSES

    MOVE "Email address saved. Notification mail goes out nightly."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> Loads every address; WS-MA-MINE is the current user's row (0 if
*> none).
LOAD-ALL-MAIL-ADDRESSES.
    MOVE 0 TO WS-MA-COUNT
    MOVE 0 TO WS-MA-MINE
    MOVE "N" TO WS-MA-EOF

    OPEN INPUT MAIL-ADDRESS-FILE
    IF WS-MA-STATUS NOT = "35"
        PERFORM UNTIL WS-MA-EOF = "Y"
            READ MAIL-ADDRESS-FILE
                AT END
                    MOVE "Y" TO WS-MA-EOF
                NOT AT END
                    IF MA-USER NOT = SPACES AND WS-MA-COUNT < 500
                        ADD 1 TO WS-MA-COUNT
                        MOVE MA-USER    TO WS-MAT-USER(WS-MA-COUNT)
                        MOVE MA-ADDRESS TO WS-MAT-ADDRESS(WS-MA-COUNT)
                        MOVE MA-STATUS  TO WS-MAT-STATUS(WS-MA-COUNT)
                        MOVE MA-DATE    TO WS-MAT-DATE(WS-MA-COUNT)
                        IF FUNCTION TRIM(MA-USER) = FUNCTION TRIM(WS-CURR-USER)
                            MOVE WS-MA-COUNT TO WS-MA-MINE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE MAIL-ADDRESS-FILE.

SAVE-ALL-MAIL-ADDRESSES.
    OPEN OUTPUT MAIL-ADDRESS-FILE
    PERFORM VARYING WS-MA-I FROM 1 BY 1 UNTIL WS-MA-I > WS-MA-COUNT
        MOVE SPACES TO MAIL-ADDRESS-REC
        MOVE WS-MAT-USER(WS-MA-I)    TO MA-USER
        MOVE WS-MAT-ADDRESS(WS-MA-I) TO MA-ADDRESS
        MOVE WS-MAT-STATUS(WS-MA-I)  TO MA-STATUS
        MOVE WS-MAT-DATE(WS-MA-I)    TO MA-DATE
        MOVE "|" TO MAIL-ADDRESS-REC(21:1)
        MOVE "|" TO MAIL-ADDRESS-REC(82:1)
        MOVE "|" TO MAIL-ADDRESS-REC(91:1)
        WRITE MAIL-ADDRESS-REC
    END-PERFORM
    CLOSE MAIL-ADDRESS-FILE.

*> ---------------------------------------------------------------
*> LOAD-ALL-NOTIFICATIONS / SAVE-ALL-NOTIFICATIONS
*>   Same load-all/rewrite-all shape as LOAD-ALL-DEACTIVATED /
*>   SAVE-ALL-DEACTIVATED, so the screen can flip rows to seen in place.
*> ---------------------------------------------------------------
LOAD-ALL-NOTIFICATIONS.
    MOVE 0 TO WS-NOTIFY-COUNT
    MOVE "N" TO WS-NOTIFY-EOF

    OPEN INPUT NOTIFY-FILE
    IF WS-NOTIFY-STATUS NOT = "35"
        PERFORM UNTIL WS-NOTIFY-EOF = "Y"
            READ NOTIFY-FILE
                AT END
                    MOVE "Y" TO WS-NOTIFY-EOF
                NOT AT END
                    IF NOTIFY-USER NOT = SPACES
                        PERFORM KEEP-ONE-NOTIFY-ROW
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE NOTIFY-FILE.

*> ---------------------------------------------------------------
*> KEEP-ONE-NOTIFY-ROW
*>   Keeps the most recent NOTIFY-CAP notification rows (a runtime
*>   parameter, at most 200). Since the screen
*>   rewrites the file from this table, eviction matters file-wide:
*>   when the table fills, the OLDEST ALREADY-SEEN row is dropped, so
*>   no user's still-unseen notification is ever discarded by someone
*>   else opening their own screen. Only if all 200 rows are unseen
*>   (a backlog no one has looked at) does the oldest row of all go.
*> ---------------------------------------------------------------
KEEP-ONE-NOTIFY-ROW.
    IF WS-NOTIFY-COUNT >= WS-NOTIFY-CAP
        PERFORM EVICT-ONE-NOTIFY-ROW
    END-IF
    ADD 1 TO WS-NOTIFY-COUNT
    MOVE NOTIFY-USER   TO WS-NT-USER(WS-NOTIFY-COUNT)
    MOVE NOTIFY-EVENT  TO WS-NT-EVENT(WS-NOTIFY-COUNT)
    MOVE NOTIFY-DETAIL TO WS-NT-DETAIL(WS-NOTIFY-COUNT)
    MOVE NOTIFY-DATE   TO WS-NT-DATE(WS-NOTIFY-COUNT)
    MOVE NOTIFY-SEEN   TO WS-NT-SEEN(WS-NOTIFY-COUNT).

EVICT-ONE-NOTIFY-ROW.
    *> Evict the oldest seen row; fall back to the oldest row of all
    *> only when nothing in the window has been seen yet.
    MOVE 0 TO WS-NOTIFY-EVICT
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-NOTIFY-COUNT OR WS-NOTIFY-EVICT > 0
        IF WS-NT-SEEN(WS-K) = "Y"
            MOVE WS-K TO WS-NOTIFY-EVICT
        END-IF
    END-PERFORM
    IF WS-NOTIFY-EVICT = 0
        MOVE 1 TO WS-NOTIFY-EVICT
    END-IF

    PERFORM VARYING WS-K FROM WS-NOTIFY-EVICT BY 1 UNTIL WS-K > 199
        MOVE WS-NT-USER(WS-K + 1)   TO WS-NT-USER(WS-K)
        MOVE WS-NT-EVENT(WS-K + 1)  TO WS-NT-EVENT(WS-K)
        MOVE WS-NT-DETAIL(WS-K + 1) TO WS-NT-DETAIL(WS-K)
        MOVE WS-NT-DATE(WS-K + 1)   TO WS-NT-DATE(WS-K)
        MOVE WS-NT-SEEN(WS-K + 1)   TO WS-NT-SEEN(WS-K)
    END-PERFORM
    SUBTRACT 1 FROM WS-NOTIFY-COUNT.

SAVE-ALL-NOTIFICATIONS.
    OPEN OUTPUT NOTIFY-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NOTIFY-COUNT
        MOVE SPACES TO NOTIFY-REC
        MOVE WS-NT-USER(WS-I)   TO NOTIFY-USER
        MOVE WS-NT-EVENT(WS-I)  TO NOTIFY-EVENT
        MOVE WS-NT-DETAIL(WS-I) TO NOTIFY-DETAIL
        MOVE WS-NT-DATE(WS-I)   TO NOTIFY-DATE
        MOVE WS-NT-SEEN(WS-I)   TO NOTIFY-SEEN
        MOVE "|" TO NOTIFY-REC(21:1)
        MOVE "|" TO NOTIFY-REC(42:1)
        MOVE "|" TO NOTIFY-REC(103:1)
        MOVE "|" TO NOTIFY-REC(114:1)
        WRITE NOTIFY-REC
    END-PERFORM
    CLOSE NOTIFY-FILE.

*> ---------------------------------------------------------------
*> NOTIFICATIONS-SCREEN
*>   Lists everything that happened to the current user since they
*>   last looked -- accepted connection requests, application status
*>   changes -- then marks the listed rows seen so the next visit
*>   only shows what is new.
*> ---------------------------------------------------------------
NOTIFICATIONS-SCREEN.
    MOVE "--- Notifications ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-NOTIFICATIONS

    MOVE 0 TO WS-UNSEEN-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NOTIFY-COUNT
        IF WS-NT-USER(WS-I) = WS-CURR-USER
           AND WS-NT-SEEN(WS-I) NOT = "Y"
            ADD 1 TO WS-UNSEEN-COUNT
            MOVE "Y" TO WS-NT-SEEN(WS-I)
            MOVE SPACES TO WS-OUT-LINE
            STRING FUNCTION TRIM(WS-NT-DATE(WS-I)) "  "
                   FUNCTION TRIM(WS-NT-DETAIL(WS-I))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-UNSEEN-COUNT = 0
        MOVE "Nothing new since your last visit." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    ELSE
        PERFORM SAVE-ALL-NOTIFICATIONS
    END-IF

    *> Referral requests waiting on this member are answered here.
    PERFORM REVIEW-REFERRAL-REQUESTS

    *> So are reference checks a student routed to this member.
    PERFORM REVIEW-REFERENCE-REQUESTS

    *> An open survey the student has not answered gets its prompt
    *> here, where everyone eventually looks.
    MOVE SPACES TO WS-SV-OPEN-ID
    IF WS-CURR-ACCT-TYPE NOT = "E" AND WS-CURR-ACCT-TYPE NOT = "C"
        PERFORM CHECK-OPEN-SURVEY
    END-IF
    IF WS-SV-OPEN-ID NOT = SPACES
        MOVE "A career-services survey is waiting for you."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF

    IF WS-SV-OPEN-ID NOT = SPACES
        MOVE "Enter T to take the survey, S for notification settings, or anything else to continue:"
            TO WS-PROMPT
    ELSE
        MOVE "Enter S to adjust notification settings, or anything else to continue:"
            TO WS-PROMPT
    END-IF
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN))
        WHEN "S"
            PERFORM NOTIFICATION-PREFS-SCREEN
        WHEN "T"
            IF WS-SV-OPEN-ID NOT = SPACES
                PERFORM TAKE-SURVEY
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    MOVE "---------------------" TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> REVIEW-REFERRAL-REQUESTS
*>   Walks every PENDING referral request addressed to the current
*>   user: A approves it (flagging the student's application when
*>   one is on file), D declines it, anything else leaves it for a
*>   later visit. The student is told either way.
*> ---------------------------------------------------------------
REVIEW-REFERRAL-REQUESTS.
    PERFORM LOAD-ALL-REFERRALS
    MOVE "N" TO WS-REF-CHANGED

    PERFORM VARYING WS-RF-I FROM 1 BY 1 UNTIL WS-RF-I > WS-REF-COUNT
        IF FUNCTION TRIM(WS-RFT-REFERRER(WS-RF-I))
               = FUNCTION TRIM(WS-CURR-USER)
           AND FUNCTION TRIM(WS-RFT-STATUS(WS-RF-I)) = "PENDING"
            PERFORM ANSWER-REFERRAL-REQUEST
        END-IF
    END-PERFORM

    IF WS-REF-CHANGED = "Y"
        PERFORM SAVE-ALL-REFERRALS
    END-IF.

ANSWER-REFERRAL-REQUEST.
    MOVE SPACES TO WS-OUT-LINE
    STRING FUNCTION TRIM(WS-RFT-STUDENT(WS-RF-I))
           " asked you for a referral for "
           FUNCTION TRIM(WS-RFT-TITLE(WS-RF-I)) " at "
           FUNCTION TRIM(WS-RFT-EMPLOYER(WS-RF-I)) "."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE "Enter A to approve, D to decline, or anything else to decide later:"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE FUNCTION UPPER-CASE(WS-TOKEN(1:1))
        WHEN "A"
            PERFORM FORMAT-TODAY-DATE
            MOVE "APPROVED" TO WS-RFT-STATUS(WS-RF-I)
            MOVE WS-TODAY-DATE TO WS-RFT-DATE(WS-RF-I)
            MOVE "Y" TO WS-REF-CHANGED
            PERFORM FLAG-REFERRED-APPLICATION

            MOVE WS-RFT-STUDENT(WS-RF-I) TO WS-NOTIFY-USER
            MOVE "REFERRAL-RESULT" TO WS-NOTIFY-EVENT
            MOVE SPACES TO WS-NOTIFY-DETAIL
            STRING FUNCTION TRIM(WS-CURR-USER)
                   " referred you for "
                   FUNCTION TRIM(WS-RFT-TITLE(WS-RF-I))
              INTO WS-NOTIFY-DETAIL
            END-STRING
            PERFORM ADD-NOTIFICATION

            MOVE "Referral approved." TO WS-OUT-LINE
            PERFORM PRINT-LINE
        WHEN "D"
            PERFORM FORMAT-TODAY-DATE
            MOVE "DECLINED" TO WS-RFT-STATUS(WS-RF-I)
            MOVE WS-TODAY-DATE TO WS-RFT-DATE(WS-RF-I)
            MOVE "Y" TO WS-REF-CHANGED

            MOVE WS-RFT-STUDENT(WS-RF-I) TO WS-NOTIFY-USER
            MOVE "REFERRAL-RESULT" TO WS-NOTIFY-EVENT
            MOVE SPACES TO WS-NOTIFY-DETAIL
            STRING FUNCTION TRIM(WS-CURR-USER)
                   " declined to refer you for "
                   FUNCTION TRIM(WS-RFT-TITLE(WS-RF-I))
              INTO WS-NOTIFY-DETAIL
            END-STRING
            PERFORM ADD-NOTIFICATION

            MOVE "Referral declined." TO WS-OUT-LINE
            PERFORM PRINT-LINE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> FLAG-REFERRED-APPLICATION
*>   Sets the referral flag on the student's live application for
*>   the posting in WS-REF-TABLE row WS-RF-I. No application yet is
*>   fine -- APPLY-TO-JOB flags the row when it is written.
*> ---------------------------------------------------------------
FLAG-REFERRED-APPLICATION.
    PERFORM LOAD-ALL-APPLICATIONS

    MOVE 0 TO WS-RF-APP-IDX
    PERFORM VARYING WS-RF-J FROM 1 BY 1
        UNTIL WS-RF-J > WS-APP-TABLE-COUNT OR WS-RF-APP-IDX > 0
        IF FUNCTION TRIM(WS-APP-T-USER(WS-RF-J))
               = FUNCTION TRIM(WS-RFT-STUDENT(WS-RF-I))
           AND FUNCTION TRIM(WS-APP-T-TITLE(WS-RF-J))
               = FUNCTION TRIM(WS-RFT-TITLE(WS-RF-I))
           AND FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-RF-J))
               = FUNCTION TRIM(WS-RFT-EMPLOYER(WS-RF-I))
           AND FUNCTION TRIM(WS-APP-T-STATUS(WS-RF-J)) NOT = "Withdrawn"
            MOVE WS-RF-J TO WS-RF-APP-IDX
        END-IF
    END-PERFORM

    IF WS-RF-APP-IDX = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "R" TO WS-APP-T-REFERRED(WS-RF-APP-IDX)
    PERFORM SAVE-APPLICATIONS.

*> ---------------------------------------------------------------
*> REVIEW-REFERENCE-REQUESTS
*>   Walks every PENDING reference check a student routed to the
*>   current user: A takes the short questionnaire and returns the
*>   reference to the employer, D declines, anything else leaves it
*>   for a later visit. The student is told it came back, never what
*>   it says.
*> ---------------------------------------------------------------
REVIEW-REFERENCE-REQUESTS.
    PERFORM LOAD-ALL-REFCHECKS
    MOVE "N" TO WS-RK-CHANGED

    PERFORM VARYING WS-RK-PICK FROM 1 BY 1 UNTIL WS-RK-PICK > WS-RK-COUNT
        IF FUNCTION TRIM(WS-RKT-REFEREE(WS-RK-PICK))
               = FUNCTION TRIM(WS-CURR-USER)
           AND FUNCTION TRIM(WS-RKT-STATUS(WS-RK-PICK)) = "PENDING"
            PERFORM ANSWER-REFERENCE-REQUEST
        END-IF
    END-PERFORM

    IF WS-RK-CHANGED = "Y"
        PERFORM SAVE-ALL-REFCHECKS
    END-IF.

ANSWER-REFERENCE-REQUEST.
    MOVE SPACES TO WS-OUT-LINE
    STRING FUNCTION TRIM(WS-RKT-USER(WS-RK-PICK))
           " chose you as a reference for "
           FUNCTION TRIM(WS-RKT-TITLE(WS-RK-PICK)) " at "
           FUNCTION TRIM(WS-RKT-EMPLOYER(WS-RK-PICK))
           ". Your answers go to the employer only."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE "Enter A to answer the reference questions, D to decline, or anything else to decide later:"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE FUNCTION UPPER-CASE(WS-TOKEN(1:1))
        WHEN "A"
            PERFORM TAKE-REFERENCE-QUESTIONS
        WHEN "D"
            PERFORM FORMAT-TODAY-DATE
            MOVE "DECLINED" TO WS-RKT-STATUS(WS-RK-PICK)
            MOVE WS-TODAY-DATE TO WS-RKT-DATE(WS-RK-PICK)
            MOVE "Y" TO WS-RK-CHANGED
            PERFORM NOTIFY-REFERENCE-RESULT

            MOVE "Reference declined." TO WS-OUT-LINE
            PERFORM PRINT-LINE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> TAKE-REFERENCE-QUESTIONS
*>   The referee questionnaire for row WS-RK-PICK: how they know the
*>   student, reliability and skills scored 1-5, whether they would
*>   work with the student again, and an optional comment. Any bad
*>   answer leaves the reference PENDING for another visit.
*> ---------------------------------------------------------------
TAKE-REFERENCE-QUESTIONS.
    MOVE SPACES TO WS-PROMPT
    STRING "How do you know " FUNCTION TRIM(WS-RKT-USER(WS-RK-PICK))
           "? (max 40 chars):"
      INTO WS-PROMPT
    END-STRING
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: This answer is required. Reference not sent."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN))
    IF WS-LEN > 40
        MOVE "Error: The answer cannot exceed 40 characters. Reference not sent."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN(1:40) TO WS-RK-NEW-KNOWN

    MOVE "Score each from 1 (poor) to 5 (excellent)." TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Reliability" TO WS-RK-LABEL
    PERFORM ACCEPT-REFERENCE-SCORE
    IF WS-VALID = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-RK-SCORE TO WS-RK-NEW-RELIABILITY

    MOVE "Skills for this kind of role" TO WS-RK-LABEL
    PERFORM ACCEPT-REFERENCE-SCORE
    IF WS-VALID = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-RK-SCORE TO WS-RK-NEW-SKILLS

    MOVE "Would you work with them again? (YES or NO):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN))
        WHEN "YES"
        WHEN "Y"
            MOVE "YES" TO WS-RK-NEW-REHIRE
        WHEN "NO"
        WHEN "N"
            MOVE "NO" TO WS-RK-NEW-REHIRE
        WHEN OTHER
            MOVE "Error: Please answer YES or NO. Reference not sent."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE "Comment (max 80 chars, blank for none):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN))
    IF WS-LEN > 80
        MOVE "Error: The comment cannot exceed 80 characters. Reference not sent."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    MOVE "RETURNED"            TO WS-RKT-STATUS(WS-RK-PICK)
    MOVE WS-TODAY-DATE         TO WS-RKT-DATE(WS-RK-PICK)
    MOVE WS-RK-NEW-KNOWN       TO WS-RKT-KNOWN-HOW(WS-RK-PICK)
    MOVE WS-RK-NEW-RELIABILITY TO WS-RKT-RELIABILITY(WS-RK-PICK)
    MOVE WS-RK-NEW-SKILLS      TO WS-RKT-SKILLS(WS-RK-PICK)
    MOVE WS-RK-NEW-REHIRE      TO WS-RKT-REHIRE(WS-RK-PICK)
    MOVE WS-TOKEN(1:80)        TO WS-RKT-COMMENT(WS-RK-PICK)
    MOVE "Y" TO WS-RK-CHANGED

    MOVE "REFCHECK-RETURNED" TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER TO WS-AUDIT-USER
    MOVE SPACES TO WS-AUDIT-DETAIL
    STRING FUNCTION TRIM(WS-RKT-USER(WS-RK-PICK)) " "
           FUNCTION TRIM(WS-RKT-EMPLOYER(WS-RK-PICK))
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    PERFORM NOTIFY-REFERENCE-RESULT

    MOVE SPACES TO WS-OUT-LINE
    STRING "Thank you. Your reference has been sent to "
           FUNCTION TRIM(WS-RKT-EMPLOYER(WS-RK-PICK)) "."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> ACCEPT-REFERENCE-SCORE
*>   Prompts for the item named in WS-RK-LABEL and leaves a 1-5
*>   score in WS-RK-SCORE, as ACCEPT-SCORECARD-SCORE does for
*>   scorecards. WS-VALID = "N" (with the error shown) abandons the
*>   questionnaire.
*> ---------------------------------------------------------------
ACCEPT-REFERENCE-SCORE.
    MOVE "Y" TO WS-VALID
    MOVE SPACES TO WS-PROMPT
    STRING FUNCTION TRIM(WS-RK-LABEL) " (1-5):"
      INTO WS-PROMPT
    END-STRING
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "N" TO WS-VALID
    ELSE
        IF FUNCTION NUMVAL(WS-TOKEN) < 1
           OR FUNCTION NUMVAL(WS-TOKEN) > 5
           OR FUNCTION NUMVAL(WS-TOKEN)
              NOT = FUNCTION INTEGER(FUNCTION NUMVAL(WS-TOKEN))
            MOVE "N" TO WS-VALID
        END-IF
    END-IF

    IF WS-VALID = "N"
        MOVE "Error: Scores must be a whole number from 1 to 5. Reference not sent."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-RK-SCORE.

*> ---------------------------------------------------------------
*> NOTIFY-REFERENCE-RESULT
*>   Tells the student and the employer who asked that the referee
*>   on row WS-RK-PICK returned or declined the reference. Neither
*>   notification carries the answers.
*> ---------------------------------------------------------------
NOTIFY-REFERENCE-RESULT.
    MOVE WS-RKT-USER(WS-RK-PICK) TO WS-NOTIFY-USER
    MOVE "REFERENCE-RESULT" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    IF FUNCTION TRIM(WS-RKT-STATUS(WS-RK-PICK)) = "RETURNED"
        STRING FUNCTION TRIM(WS-CURR-USER)
               " returned your reference: "
               FUNCTION TRIM(WS-RKT-EMPLOYER(WS-RK-PICK))
          INTO WS-NOTIFY-DETAIL
        END-STRING
    ELSE
        STRING FUNCTION TRIM(WS-CURR-USER)
               " declined your reference: "
               FUNCTION TRIM(WS-RKT-EMPLOYER(WS-RK-PICK))
          INTO WS-NOTIFY-DETAIL
        END-STRING
    END-IF
    PERFORM ADD-NOTIFICATION

    IF WS-RKT-REQ-BY(WS-RK-PICK) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-RKT-REQ-BY(WS-RK-PICK) TO WS-NOTIFY-USER
    MOVE "REFERENCE-RESULT" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    IF FUNCTION TRIM(WS-RKT-STATUS(WS-RK-PICK)) = "RETURNED"
        STRING "Reference returned for "
               FUNCTION TRIM(WS-RKT-USER(WS-RK-PICK)) ": "
               FUNCTION TRIM(WS-RKT-TITLE(WS-RK-PICK))
          INTO WS-NOTIFY-DETAIL
        END-STRING
    ELSE
        STRING "Reference declined for "
               FUNCTION TRIM(WS-RKT-USER(WS-RK-PICK)) ": "
               FUNCTION TRIM(WS-RKT-TITLE(WS-RK-PICK))
          INTO WS-NOTIFY-DETAIL
        END-STRING
    END-IF
    PERFORM ADD-NOTIFICATION.

*> ---------------------------------------------------------------
*> CHECK-OPEN-SURVEY
*>   Leaves the id of the newest survey the current user has not
*>   answered in WS-SV-OPEN-ID (spaces when none), with its
*>   questions loaded for TAKE-SURVEY.
*> ---------------------------------------------------------------
CHECK-OPEN-SURVEY.
    MOVE SPACES TO WS-SV-OPEN-ID
    MOVE 0 TO WS-SV-Q-COUNT

    *> Newest survey id on file.
    MOVE "N" TO WS-SV-EOF
    OPEN INPUT SURVEY-FILE
    IF WS-SV-STATUS NOT = "35"
        PERFORM UNTIL WS-SV-EOF = "Y"
            READ SURVEY-FILE
                AT END
                    MOVE "Y" TO WS-SV-EOF
                NOT AT END
                    IF SV-ID NOT = SPACES
                       AND SV-ID > WS-SV-OPEN-ID
                        MOVE SV-ID TO WS-SV-OPEN-ID
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE SURVEY-FILE

    IF WS-SV-OPEN-ID = SPACES
        EXIT PARAGRAPH
    END-IF

    *> Already answered? Any response row for this user and survey
    *> closes the prompt.
    MOVE "N" TO WS-SV-ANSWERED
    MOVE "N" TO WS-SV-EOF
    OPEN INPUT SURVEY-RESP-FILE
    IF WS-SR-STATUS NOT = "35"
        PERFORM UNTIL WS-SV-EOF = "Y"
            READ SURVEY-RESP-FILE
                AT END
                    MOVE "Y" TO WS-SV-EOF
                NOT AT END
                    IF SR-SURVEY-ID = WS-SV-OPEN-ID
                       AND FUNCTION TRIM(SR-USER)
                           = FUNCTION TRIM(WS-CURR-USER)
                        MOVE "Y" TO WS-SV-ANSWERED
                        MOVE "Y" TO WS-SV-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE SURVEY-RESP-FILE

    IF WS-SV-ANSWERED = "Y"
        MOVE SPACES TO WS-SV-OPEN-ID
        EXIT PARAGRAPH
    END-IF

    *> Load the survey's questions.
    MOVE "N" TO WS-SV-EOF
    OPEN INPUT SURVEY-FILE
    PERFORM UNTIL WS-SV-EOF = "Y"
        READ SURVEY-FILE
            AT END
                MOVE "Y" TO WS-SV-EOF
            NOT AT END
                IF SV-ID = WS-SV-OPEN-ID
                   AND SV-QNUM >= 1 AND SV-QNUM <= 9
                    IF SV-QNUM > WS-SV-Q-COUNT
                        MOVE SV-QNUM TO WS-SV-Q-COUNT
                    END-IF
                    MOVE SV-QTYPE TO WS-SVQ-TYPE(SV-QNUM)
                    MOVE SV-QTEXT TO WS-SVQ-TEXT(SV-QNUM)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SURVEY-FILE

    IF WS-SV-Q-COUNT = 0
        MOVE SPACES TO WS-SV-OPEN-ID
    END-IF.

*> ---------------------------------------------------------------
*> TAKE-SURVEY
*>   Walks the loaded questions: ratings must be 1-5, free text is
*>   taken as typed. One response row per question appends to the
*>   response file the tally report reads.
*> ---------------------------------------------------------------
TAKE-SURVEY.
    MOVE "--- Survey ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    OPEN EXTEND SURVEY-RESP-FILE
    IF WS-SR-STATUS = "35"
        OPEN OUTPUT SURVEY-RESP-FILE
        CLOSE SURVEY-RESP-FILE
        OPEN EXTEND SURVEY-RESP-FILE
    END-IF

    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-SV-Q-COUNT
        IF WS-SVQ-TYPE(WS-K) = "R"
            MOVE SPACES TO WS-PROMPT
            STRING FUNCTION TRIM(WS-SVQ-TEXT(WS-K))
                   " (rate 1-5):"
              INTO WS-PROMPT
            END-STRING
        ELSE
            MOVE SPACES TO WS-PROMPT
            STRING FUNCTION TRIM(WS-SVQ-TEXT(WS-K)) ":"
              INTO WS-PROMPT
            END-STRING
        END-IF
        MOVE "X" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        IF WS-SVQ-TYPE(WS-K) = "R"
            PERFORM UNTIL WS-TOKEN(1:1) >= "1"
                    AND WS-TOKEN(1:1) <= "5"
                MOVE "Please answer with a rating from 1 to 5:"
                    TO WS-PROMPT
                MOVE "X" TO WS-DEST-KIND
                PERFORM PRINT-PROMPT-AND-READ
            END-PERFORM
        END-IF

        MOVE SPACES TO SURVEY-RESP-REC
        MOVE WS-SV-OPEN-ID TO SR-SURVEY-ID
        MOVE WS-CURR-USER  TO SR-USER
        MOVE WS-K          TO SR-QNUM
        IF WS-SVQ-TYPE(WS-K) = "R"
            MOVE WS-TOKEN(1:1) TO SR-ANSWER
        ELSE
            MOVE WS-TOKEN TO SR-ANSWER
        END-IF
        MOVE "|" TO SURVEY-RESP-REC(11:1)
        MOVE "|" TO SURVEY-RESP-REC(32:1)
        MOVE "|" TO SURVEY-RESP-REC(34:1)
        WRITE SURVEY-RESP-REC
    END-PERFORM

    CLOSE SURVEY-RESP-FILE

    MOVE "Thank you -- your answers have been recorded." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> Network view, folded in from ViewNetwork.cob.
*> ---------------------------------------------------------------
VIEW-NETWORK.
    MOVE 0 TO WS-NET-COUNT
    MOVE "----- YOUR NETWORK -----" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE " " TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM READ-ESTABLISHED-CONNECTIONS

    IF WS-NET-COUNT = 0
        MOVE "You have no established connections in your network." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE " " TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a number to remove or block that connection, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "------------------------" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE > 0 AND WS-USER-CHOICE NOT > WS-NET-COUNT
        MOVE WS-NETWORK-ROW-IDX(WS-USER-CHOICE) TO WS-CONN-IDX
        IF WS-CSENDER(WS-CONN-IDX) = WS-CURR-USER
            MOVE WS-CRECIPIENT(WS-CONN-IDX) TO WS-BLOCK-WHO
        ELSE
            MOVE WS-CSENDER(WS-CONN-IDX) TO WS-BLOCK-WHO
        END-IF

        MOVE "1. Remove this connection" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "2. Block this user" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "3. Back" TO WS-OUT-LINE
        PERFORM PRINT-LINE

        MOVE "Enter your choice:" TO WS-PROMPT
        MOVE "N" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        EVALUATE WS-TOKEN(1:1)
            WHEN "1"
                MOVE WS-CSENDER(WS-CONN-IDX)    TO WS-CH-SENDER
                MOVE WS-CRECIPIENT(WS-CONN-IDX) TO WS-CH-RECIPIENT
                MOVE "ACCEPTED" TO WS-CH-OLD-STATUS
                MOVE "REMOVED" TO WS-CH-NEW-STATUS
                MOVE "REMOVED" TO WS-CSTATUS(WS-CONN-IDX)
                PERFORM LOG-CONNECTION-HISTORY
                PERFORM SAVE-CONNECTIONS
                MOVE "Connection removed." TO WS-OUT-LINE
                PERFORM PRINT-LINE
            WHEN "2"
                PERFORM BLOCK-THIS-USER
            WHEN "3"
                CONTINUE
            WHEN OTHER
                MOVE "Invalid choice. Please enter 1, 2, or 3."
                    TO WS-OUT-LINE
                PERFORM PRINT-LINE
        END-EVALUATE
    END-IF

    MOVE "------------------------" TO WS-OUT-LINE
    PERFORM PRINT-LINE.

READ-ESTABLISHED-CONNECTIONS.
    PERFORM LOAD-MY-CONNECTIONS

    PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
        UNTIL WS-CONN-IDX > WS-CONN-COUNT
        PERFORM PROCESS-ONE-NETWORK-ROW
    END-PERFORM.

PROCESS-ONE-NETWORK-ROW.
    *> Only consider established connections
    IF WS-CSTATUS(WS-CONN-IDX) NOT = "ACCEPTED"
        EXIT PARAGRAPH
    END-IF

    *> Is the current user part of this connection?
    IF WS-CSENDER(WS-CONN-IDX) = WS-CURR-USER
        MOVE WS-CRECIPIENT(WS-CONN-IDX) TO WS-FRIEND-USER
    ELSE
        IF WS-CRECIPIENT(WS-CONN-IDX) = WS-CURR-USER
            MOVE WS-CSENDER(WS-CONN-IDX) TO WS-FRIEND-USER
        ELSE
            EXIT PARAGRAPH
        END-IF
    END-IF

    *> At this point, WS-FRIEND-USER holds the username of the connected user
    PERFORM FIND-FRIEND-PROFILE

    ADD 1 TO WS-NET-COUNT
    MOVE WS-CONN-IDX TO WS-NETWORK-ROW-IDX(WS-NET-COUNT)

    IF WS-FRIEND-IDX > 0
        *> We found a profile; print full info
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-NET-COUNT ". Connected with: "
               FUNCTION TRIM(WS-PROF-FNAME(WS-FRIEND-IDX)) " "
               FUNCTION TRIM(WS-PROF-LNAME(WS-FRIEND-IDX))
               " (University: "
               FUNCTION TRIM(WS-PROF-UNIV(WS-FRIEND-IDX))
               ", Major: "
               FUNCTION TRIM(WS-PROF-MAJOR(WS-FRIEND-IDX))
               ")"
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    ELSE
        *> No profile created yet; show username only
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-NET-COUNT ". Connected with username: "
               FUNCTION TRIM(WS-FRIEND-USER)
               " (no profile information available)"
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-IF

    MOVE " " TO WS-OUT-LINE
    PERFORM PRINT-LINE.

FIND-FRIEND-PROFILE.
    MOVE 0 TO WS-FRIEND-IDX
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-PROF-COUNT OR WS-FRIEND-IDX > 0
        IF WS-PROF-USER(WS-I) = WS-FRIEND-USER
            MOVE WS-I TO WS-FRIEND-IDX
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> LOAD-ALL-BLOCKS
*>   Reads BLOCK-FILE into WS-BLOCK-TABLE, same load-all shape as
*>   LOAD-ALL-DEACTIVATED.
*> ---------------------------------------------------------------
LOAD-ALL-BLOCKS.
    MOVE 0 TO WS-BLOCK-COUNT
    MOVE "N" TO WS-BLOCK-EOF

    OPEN INPUT BLOCK-FILE
    IF WS-BLOCK-STATUS NOT = "35"
        PERFORM UNTIL WS-BLOCK-EOF = "Y"
            READ BLOCK-FILE
                AT END
                    MOVE "Y" TO WS-BLOCK-EOF
                NOT AT END
                    IF BLOCK-OWNER NOT = SPACES AND WS-BLOCK-COUNT < 200
                        ADD 1 TO WS-BLOCK-COUNT
                        MOVE BLOCK-OWNER  TO WS-BT-OWNER(WS-BLOCK-COUNT)
                        MOVE BLOCK-TARGET TO WS-BT-TARGET(WS-BLOCK-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE BLOCK-FILE.

*> ---------------------------------------------------------------
*> CHECK-BLOCK-PAIR
*>   WS-BLOCKED-PAIR = "Y" when a block row links WS-PAIR-A and
*>   WS-PAIR-B in either direction. LOAD-ALL-BLOCKS must have run.
*> ---------------------------------------------------------------
CHECK-BLOCK-PAIR.
    MOVE "N" TO WS-BLOCKED-PAIR
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-BLOCK-COUNT OR WS-BLOCKED-PAIR = "Y"
        IF (WS-BT-OWNER(WS-K) = WS-PAIR-A
            AND WS-BT-TARGET(WS-K) = WS-PAIR-B)
           OR (WS-BT-OWNER(WS-K) = WS-PAIR-B
               AND WS-BT-TARGET(WS-K) = WS-PAIR-A)
            MOVE "Y" TO WS-BLOCKED-PAIR
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> BLOCK-THIS-USER
*>   Self-service block of WS-BLOCK-WHO by the current user: appends
*>   the block row (once), then closes out any PENDING or ACCEPTED
*>   CONN-FILE row between the two through the normal
*>   LOG-CONNECTION-HISTORY trail, the same way a remove or cancel
*>   does.
*> ---------------------------------------------------------------
BLOCK-THIS-USER.
    PERFORM LOAD-ALL-BLOCKS

    MOVE WS-CURR-USER TO WS-PAIR-A
    MOVE WS-BLOCK-WHO TO WS-PAIR-B
    PERFORM CHECK-BLOCK-PAIR
    IF WS-BLOCKED-PAIR = "Y"
        MOVE "You have already blocked this user." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE

    OPEN EXTEND BLOCK-FILE
    IF WS-BLOCK-STATUS = "35"
        OPEN OUTPUT BLOCK-FILE
        CLOSE BLOCK-FILE
        OPEN EXTEND BLOCK-FILE
    END-IF
    MOVE SPACES TO BLOCK-REC
    MOVE WS-CURR-USER  TO BLOCK-OWNER
    MOVE WS-BLOCK-WHO  TO BLOCK-TARGET
    MOVE WS-TODAY-DATE TO BLOCK-DATE
    MOVE "|" TO BLOCK-REC(21:1)
    MOVE "|" TO BLOCK-REC(42:1)
    WRITE BLOCK-REC
    CLOSE BLOCK-FILE

    *> Close out whatever CONN-FILE row still links the two.
    PERFORM LOAD-MY-CONNECTIONS
    PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
        UNTIL WS-CONN-IDX > WS-CONN-COUNT
        IF ((WS-CSENDER(WS-CONN-IDX) = WS-CURR-USER
             AND WS-CRECIPIENT(WS-CONN-IDX) = WS-BLOCK-WHO)
          OR (WS-CSENDER(WS-CONN-IDX) = WS-BLOCK-WHO
              AND WS-CRECIPIENT(WS-CONN-IDX) = WS-CURR-USER))
           AND (WS-CSTATUS(WS-CONN-IDX) = "PENDING"
                OR WS-CSTATUS(WS-CONN-IDX) = "ACCEPTED")
            MOVE WS-CSENDER(WS-CONN-IDX)    TO WS-CH-SENDER
            MOVE WS-CRECIPIENT(WS-CONN-IDX) TO WS-CH-RECIPIENT
            MOVE WS-CSTATUS(WS-CONN-IDX)    TO WS-CH-OLD-STATUS
            MOVE "BLOCKED" TO WS-CH-NEW-STATUS
            MOVE "REMOVED" TO WS-CSTATUS(WS-CONN-IDX)
            PERFORM LOG-CONNECTION-HISTORY
        END-IF
    END-PERFORM
    PERFORM SAVE-CONNECTIONS

    MOVE SPACES TO WS-OUT-LINE
    STRING FUNCTION TRIM(WS-BLOCK-WHO)
           " has been blocked. They can no longer message you or send you requests."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> SUGGEST-CONNECTIONS-SCREEN
*>   "People you may know": proposes profiles sharing the current
*>   user's school or major, and people with whom they share an
*>   accepted connection, ranked by mutual-connection count. A hit
*>   hands off to the same SEND-CONNECTION-REQUEST a search hit uses.
*>   New students join with zero connections; this is how the network
*>   grows past the people they already know by name.
*> ---------------------------------------------------------------
SUGGEST-CONNECTIONS-SCREEN.
    MOVE "--- People You May Know ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM FIND-PROFILE-IDX
    MOVE WS-J TO WS-MY-PROF-IDX

    PERFORM LOAD-MY-CONNECTIONS
    PERFORM LOAD-ALL-BLOCKS
    PERFORM LOAD-ALL-DEACTIVATED
    PERFORM LOAD-ALL-SUSPENSIONS

    MOVE 0 TO WS-SUGG-COUNT
    PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
        UNTIL WS-CAND-IDX > WS-PROF-COUNT OR WS-SUGG-COUNT >= 25
        PERFORM CONSIDER-ONE-CANDIDATE
    END-PERFORM

    IF WS-SUGG-COUNT = 0
        MOVE "No suggestions right now. Check back as more people join."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM SORT-SUGGESTIONS

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SUGG-COUNT
        MOVE SPACES TO WS-OUT-LINE
        IF WS-SUGG-MUTUAL(WS-I) > 0
            STRING WS-I ". "
                   FUNCTION TRIM(WS-PROF-FNAME(WS-SUGG-IDX(WS-I))) " "
                   FUNCTION TRIM(WS-PROF-LNAME(WS-SUGG-IDX(WS-I)))
                   " (" FUNCTION TRIM(WS-PROF-UNIV(WS-SUGG-IDX(WS-I)))
                   ", " FUNCTION TRIM(WS-PROF-MAJOR(WS-SUGG-IDX(WS-I)))
                   ") - " WS-SUGG-MUTUAL(WS-I) " mutual connection(s)"
              INTO WS-OUT-LINE
            END-STRING
        ELSE
            STRING WS-I ". "
                   FUNCTION TRIM(WS-PROF-FNAME(WS-SUGG-IDX(WS-I))) " "
                   FUNCTION TRIM(WS-PROF-LNAME(WS-SUGG-IDX(WS-I)))
                   " (" FUNCTION TRIM(WS-PROF-UNIV(WS-SUGG-IDX(WS-I)))
                   ", " FUNCTION TRIM(WS-PROF-MAJOR(WS-SUGG-IDX(WS-I)))
                   ")"
              INTO WS-OUT-LINE
            END-STRING
        END-IF
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE "Enter a number to send a connection request, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF

    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-SUGG-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-SUGG-IDX(WS-USER-CHOICE) TO WS-SEARCH-IDX
    PERFORM SEND-CONNECTION-REQUEST.

*> ---------------------------------------------------------------
*> CONSIDER-ONE-CANDIDATE
*>   Adds profile row WS-CAND-IDX to the suggestion table when it is
*>   not the current user, no CONN-FILE row already links the two,
*>   and they share a school, a major, or at least one accepted
*>   connection.
*> ---------------------------------------------------------------
CONSIDER-ONE-CANDIDATE.
    IF WS-PROF-USER(WS-CAND-IDX) = WS-CURR-USER
        EXIT PARAGRAPH
    END-IF

    *> Neither side of a block is ever suggested to the other, and an
    *> unlisted or deactivated profile is never suggested at all.
    IF WS-PROF-VISIBILITY(WS-CAND-IDX) = "H"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PROF-USER(WS-CAND-IDX) TO WS-DEACT-QUERY
    PERFORM CHECK-USER-DEACTIVATED
    IF WS-IS-DEACTIVATED = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PROF-USER(WS-CAND-IDX) TO WS-SUS-QUERY
    PERFORM CHECK-USER-SUSPENDED
    IF WS-IS-SUSPENDED = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CURR-USER               TO WS-PAIR-A
    MOVE WS-PROF-USER(WS-CAND-IDX)  TO WS-PAIR-B
    PERFORM CHECK-BLOCK-PAIR
    IF WS-BLOCKED-PAIR = "Y"
        EXIT PARAGRAPH
    END-IF

    *> Already requested or connected (either direction) -- not a
    *> suggestion.
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CONN-COUNT
        IF (WS-CSENDER(WS-K) = WS-CURR-USER
            AND WS-CRECIPIENT(WS-K) = WS-PROF-USER(WS-CAND-IDX))
           OR (WS-CSENDER(WS-K) = WS-PROF-USER(WS-CAND-IDX)
               AND WS-CRECIPIENT(WS-K) = WS-CURR-USER)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    PERFORM COUNT-MUTUAL-CONNECTIONS

    MOVE "N" TO WS-SUGG-KEEP
    IF WS-MUTUAL-COUNT > 0
        MOVE "Y" TO WS-SUGG-KEEP
    END-IF
    IF WS-MY-PROF-IDX > 0
        IF WS-PROF-UNIV(WS-CAND-IDX) = WS-PROF-UNIV(WS-MY-PROF-IDX)
           OR WS-PROF-MAJOR(WS-CAND-IDX) = WS-PROF-MAJOR(WS-MY-PROF-IDX)
            MOVE "Y" TO WS-SUGG-KEEP
        END-IF
    END-IF

    IF WS-SUGG-KEEP = "Y"
        ADD 1 TO WS-SUGG-COUNT
        MOVE WS-CAND-IDX TO WS-SUGG-IDX(WS-SUGG-COUNT)
        MOVE WS-MUTUAL-COUNT TO WS-SUGG-MUTUAL(WS-SUGG-COUNT)
    END-IF.

*> ---------------------------------------------------------------
*> COUNT-MUTUAL-CONNECTIONS
*>   WS-MUTUAL-COUNT = how many users hold an accepted connection
*>   with both the current user and candidate WS-CAND-IDX. Walks the
*>   current user's loaded rows and checks each accepted partner
*>   against the candidate by key.
*> ---------------------------------------------------------------
COUNT-MUTUAL-CONNECTIONS.
    MOVE 0 TO WS-MUTUAL-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CONN-COUNT
        IF WS-CSTATUS(WS-I) = "ACCEPTED"
            MOVE SPACES TO WS-PAIR-A
            IF WS-CSENDER(WS-I) = WS-CURR-USER
                MOVE WS-CRECIPIENT(WS-I) TO WS-PAIR-A
            END-IF
            IF WS-CRECIPIENT(WS-I) = WS-CURR-USER
                MOVE WS-CSENDER(WS-I) TO WS-PAIR-A
            END-IF
            IF WS-PAIR-A NOT = SPACES
               AND WS-PAIR-A NOT = WS-PROF-USER(WS-CAND-IDX)
                MOVE WS-PROF-USER(WS-CAND-IDX) TO WS-PAIR-B
                PERFORM CHECK-PAIR-CONNECTED
                IF WS-PAIR-FOUND = "Y"
                    ADD 1 TO WS-MUTUAL-COUNT
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> CHECK-PAIR-CONNECTED
*>   WS-PAIR-FOUND = "Y" when an accepted CONN-FILE row links
*>   WS-PAIR-A and WS-PAIR-B in either direction. When one of the
*>   two is the member whose rows are loaded (WS-CONN-OWNER) the
*>   table answers; otherwise both directions are read by key.
*> ---------------------------------------------------------------
CHECK-PAIR-CONNECTED.
    MOVE "N" TO WS-PAIR-FOUND
    IF WS-CONN-OWNER NOT = SPACES
       AND (WS-PAIR-A = WS-CONN-OWNER OR WS-PAIR-B = WS-CONN-OWNER)
        PERFORM VARYING WS-J FROM 1 BY 1
            UNTIL WS-J > WS-CONN-COUNT OR WS-PAIR-FOUND = "Y"
            IF WS-CSTATUS(WS-J) = "ACCEPTED"
               AND ((WS-CSENDER(WS-J) = WS-PAIR-A
                     AND WS-CRECIPIENT(WS-J) = WS-PAIR-B)
                 OR (WS-CSENDER(WS-J) = WS-PAIR-B
                     AND WS-CRECIPIENT(WS-J) = WS-PAIR-A))
                MOVE "Y" TO WS-PAIR-FOUND
            END-IF
        END-PERFORM
        EXIT PARAGRAPH
    END-IF

    OPEN INPUT CONN-FILE
    IF WS-CONN-STATUS NOT = "00"
        CLOSE CONN-FILE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CONN-REC
    MOVE WS-PAIR-A TO CONN-SENDER
    MOVE WS-PAIR-B TO CONN-RECIPIENT
    MOVE "|" TO CONN-REC(21:1)
    READ CONN-FILE
        KEY IS CONN-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CONN-STATUS = "ACCEPTED"
                MOVE "Y" TO WS-PAIR-FOUND
            END-IF
    END-READ
    IF WS-PAIR-FOUND = "N"
        MOVE SPACES TO CONN-REC
        MOVE WS-PAIR-B TO CONN-SENDER
        MOVE WS-PAIR-A TO CONN-RECIPIENT
        MOVE "|" TO CONN-REC(21:1)
        READ CONN-FILE
            KEY IS CONN-KEY
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CONN-STATUS = "ACCEPTED"
                    MOVE "Y" TO WS-PAIR-FOUND
                END-IF
        END-READ
    END-IF
    CLOSE CONN-FILE.

*> ---------------------------------------------------------------
*> SORT-SUGGESTIONS
*>   Selection sort, highest mutual-connection count first, same
*>   two-index shape as SORT-COMBOS in ApplicationVolumeReport.
*> ---------------------------------------------------------------
SORT-SUGGESTIONS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-SUGG-COUNT
        ADD 1 TO WS-I GIVING WS-K
        PERFORM VARYING WS-J FROM WS-K BY 1 UNTIL WS-J > WS-SUGG-COUNT
            IF WS-SUGG-MUTUAL(WS-J) > WS-SUGG-MUTUAL(WS-I)
                MOVE WS-SUGG-IDX(WS-I)    TO WS-SWAP-IDX
                MOVE WS-SUGG-MUTUAL(WS-I) TO WS-SWAP-MUTUAL
                MOVE WS-SUGG-IDX(WS-J)    TO WS-SUGG-IDX(WS-I)
                MOVE WS-SUGG-MUTUAL(WS-J) TO WS-SUGG-MUTUAL(WS-I)
                MOVE WS-SWAP-IDX          TO WS-SUGG-IDX(WS-J)
                MOVE WS-SWAP-MUTUAL       TO WS-SUGG-MUTUAL(WS-J)
            END-IF
        END-PERFORM
    END-PERFORM.

*> ---------------------------------------------------------------
*> Pending connection requests, folded in from ViewRequests.cob.
*> ---------------------------------------------------------------
*> ---------------------------------------------------------------
*> CONNECTION-REQUESTS-MENU
*>   Front door for POST-LOGIN-MENU option 8: incoming requests
*>   (accept/reject) and outgoing requests (view/cancel).
*> ---------------------------------------------------------------
CONNECTION-REQUESTS-MENU.
    MOVE "N" TO WS-EXIT-MSG-MENU

    PERFORM UNTIL WS-EXIT-MSG-MENU = "Y"
        MOVE " " TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "--- Connection Requests ---" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "1. Requests sent to me" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "2. Requests I have sent" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "3. Back to Main Menu" TO WS-OUT-LINE
        PERFORM PRINT-LINE

        MOVE "Enter your choice:" TO WS-PROMPT
        MOVE "N" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        EVALUATE WS-TOKEN(1:1)
            WHEN "1"
                PERFORM VIEW-PENDING-REQUESTS
            WHEN "2"
                PERFORM VIEW-OUTGOING-REQUESTS
            WHEN "3"
                MOVE "Y" TO WS-EXIT-MSG-MENU
            WHEN OTHER
                MOVE "Invalid choice. Please enter 1, 2, or 3."
                    TO WS-OUT-LINE
                PERFORM PRINT-LINE
        END-EVALUATE
    END-PERFORM.

VIEW-PENDING-REQUESTS.
    MOVE "--- Pending Connection Requests ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE " " TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-MY-CONNECTIONS

    MOVE 0 TO WS-CONN-REQUEST-COUNT

    PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
        UNTIL WS-CONN-IDX > WS-CONN-COUNT
        IF WS-CRECIPIENT(WS-CONN-IDX) = WS-CURR-USER
           AND WS-CSTATUS(WS-CONN-IDX) = "PENDING"
            ADD 1 TO WS-CONN-REQUEST-COUNT
            PERFORM PROCESS-PENDING-REQUEST
        END-IF
    END-PERFORM

    IF WS-CONN-REQUEST-COUNT = 0
        MOVE "You have no pending connection requests." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE " " TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF

    PERFORM SAVE-CONNECTIONS.

*> ---------------------------------------------------------------
*> LOAD-MY-CONNECTIONS / LOAD-MEMBER-CONNECTIONS
*>   Reads into WS-CONN-TABLE only the CONN-FILE rows that involve
*>   WS-CONN-OWNER (the signed-in user, for LOAD-MY-CONNECTIONS):
*>   the rows they sent, by the leading half of the primary key,
*>   then the rows sent to them, by the recipient alternate key.
*> ---------------------------------------------------------------
LOAD-MY-CONNECTIONS.
    MOVE WS-CURR-USER TO WS-CONN-OWNER
    PERFORM LOAD-MEMBER-CONNECTIONS.

LOAD-MEMBER-CONNECTIONS.
    MOVE 0 TO WS-CONN-COUNT

    OPEN INPUT CONN-FILE

    IF WS-CONN-STATUS NOT = "00" AND WS-CONN-STATUS NOT = "35"
        MOVE "Error opening connections file." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        CLOSE CONN-FILE
        EXIT PARAGRAPH
    END-IF

    *> Status 35 = file not found; nothing to load
    IF WS-CONN-STATUS = "35"
        EXIT PARAGRAPH
    END-IF

    *> Rows the member sent.
    MOVE LOW-VALUES TO CONN-KEY
    MOVE WS-CONN-OWNER TO CONN-SENDER
    MOVE "N" TO WS-CONN-EOF
    START CONN-FILE KEY IS NOT LESS THAN CONN-KEY
        INVALID KEY
            MOVE "Y" TO WS-CONN-EOF
    END-START
    PERFORM UNTIL WS-CONN-EOF = "Y"
        READ CONN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-CONN-EOF
            NOT AT END
                IF CONN-SENDER NOT = WS-CONN-OWNER
                    MOVE "Y" TO WS-CONN-EOF
                ELSE
                    PERFORM ADD-CONNECTION-TABLE-ROW
                END-IF
        END-READ
    END-PERFORM

    *> Rows sent to the member.
    MOVE WS-CONN-OWNER TO CONN-RECIPIENT
    MOVE "N" TO WS-CONN-EOF
    START CONN-FILE KEY IS EQUAL TO CONN-RECIPIENT
        INVALID KEY
            MOVE "Y" TO WS-CONN-EOF
    END-START
    PERFORM UNTIL WS-CONN-EOF = "Y"
        READ CONN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-CONN-EOF
            NOT AT END
                IF CONN-RECIPIENT NOT = WS-CONN-OWNER
                    MOVE "Y" TO WS-CONN-EOF
                ELSE
                    IF CONN-SENDER NOT = WS-CONN-OWNER
                        PERFORM ADD-CONNECTION-TABLE-ROW
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    CLOSE CONN-FILE.

ADD-CONNECTION-TABLE-ROW.
    IF WS-CONN-COUNT < 500
        ADD 1 TO WS-CONN-COUNT
        MOVE CONN-SENDER    TO WS-CSENDER(WS-CONN-COUNT)
        MOVE CONN-RECIPIENT TO WS-CRECIPIENT(WS-CONN-COUNT)
        MOVE CONN-STATUS    TO WS-CSTATUS(WS-CONN-COUNT)
        MOVE CONN-STATUS    TO WS-CORIG-STATUS(WS-CONN-COUNT)
    END-IF.

PROCESS-PENDING-REQUEST.
    *> Show who sent the request (once, outside the retry loop)
    MOVE SPACES TO WS-OUT-LINE
    STRING "Request from: " DELIMITED BY SIZE
           WS-CSENDER(WS-CONN-IDX) DELIMITED BY " "
           INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    *> Loop until the user enters a valid choice (1 or 2)
    MOVE "N" TO WS-VALID
    PERFORM UNTIL WS-VALID = "Y"
        MOVE "1. Accept" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "2. Reject" TO WS-OUT-LINE
        PERFORM PRINT-LINE

        MOVE SPACES TO WS-PROMPT
        STRING "Enter your choice for " DELIMITED BY SIZE
               WS-CSENDER(WS-CONN-IDX) DELIMITED BY " "
               ":" DELIMITED BY SIZE
               INTO WS-PROMPT
        END-STRING
        MOVE "M" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        *> Reject input that is not exactly one character (e.g. "10", "1ABCD")
        COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN))
        IF WS-LEN NOT = 1
            MOVE "Invalid choice. Please enter 1 or 2." TO WS-OUT-LINE
            PERFORM PRINT-LINE
        ELSE
            EVALUATE WS-MENU-CHOICE
                WHEN "1"
                    MOVE "ACCEPTED" TO WS-CSTATUS(WS-CONN-IDX)
                    MOVE WS-CSENDER(WS-CONN-IDX)    TO WS-CH-SENDER
                    MOVE WS-CRECIPIENT(WS-CONN-IDX) TO WS-CH-RECIPIENT
                    MOVE "PENDING" TO WS-CH-OLD-STATUS
                    MOVE "ACCEPTED" TO WS-CH-NEW-STATUS
                    PERFORM LOG-CONNECTION-HISTORY
                    *> Tell the requester their request was accepted --
                    *> until now it just silently appeared in their
                    *> network view.
                    MOVE WS-CSENDER(WS-CONN-IDX) TO WS-NOTIFY-USER
                    MOVE "CONN-ACCEPTED" TO WS-NOTIFY-EVENT
                    MOVE SPACES TO WS-NOTIFY-DETAIL
                    STRING FUNCTION TRIM(WS-CRECIPIENT(WS-CONN-IDX))
                           " accepted your connection request"
                      INTO WS-NOTIFY-DETAIL
                    END-STRING
                    PERFORM ADD-NOTIFICATION
                    MOVE SPACES TO WS-OUT-LINE
                    STRING "Connection request from " DELIMITED BY SIZE
                           WS-CSENDER(WS-CONN-IDX) DELIMITED BY " "
                           " accepted." DELIMITED BY SIZE
                           INTO WS-OUT-LINE
                    END-STRING
                    PERFORM PRINT-LINE
                    MOVE "Y" TO WS-VALID
                WHEN "2"
                    MOVE "REJECTED" TO WS-CSTATUS(WS-CONN-IDX)
                    MOVE WS-CSENDER(WS-CONN-IDX)    TO WS-CH-SENDER
                    MOVE WS-CRECIPIENT(WS-CONN-IDX) TO WS-CH-RECIPIENT
                    MOVE "PENDING" TO WS-CH-OLD-STATUS
                    MOVE "REJECTED" TO WS-CH-NEW-STATUS
                    PERFORM LOG-CONNECTION-HISTORY
                    MOVE SPACES TO WS-OUT-LINE
                    STRING "Connection request from " DELIMITED BY SIZE
                           WS-CSENDER(WS-CONN-IDX) DELIMITED BY " "
                           " rejected." DELIMITED BY SIZE
                           INTO WS-OUT-LINE
                    END-STRING
                    PERFORM PRINT-LINE
                    MOVE "Y" TO WS-VALID
                WHEN OTHER
                    MOVE "Invalid choice. Please enter 1 or 2." TO WS-OUT-LINE
                    PERFORM PRINT-LINE
            END-EVALUATE
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> SAVE-CONNECTIONS
*>   Writes back, by key, each loaded row whose status changed since
*>   it was read. A rejected, cancelled, or removed row is deleted
*>   from CONN-FILE; any other change is rewritten in place. Each is
*>   journaled on its own, the way SAVE-ACCOUNT-ROW journals a save.
*> ---------------------------------------------------------------
SAVE-CONNECTIONS.
    OPEN I-O CONN-FILE
    IF WS-CONN-STATUS = "35"
        OPEN OUTPUT CONN-FILE
        CLOSE CONN-FILE
        OPEN I-O CONN-FILE
    END-IF
    PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
        UNTIL WS-CONN-IDX > WS-CONN-COUNT
        IF WS-CSTATUS(WS-CONN-IDX) NOT = WS-CORIG-STATUS(WS-CONN-IDX)
            PERFORM SAVE-CONNECTION-ROW
        END-IF
    END-PERFORM
    CLOSE CONN-FILE.

SAVE-CONNECTION-ROW.
    MOVE SPACES TO CONN-REC
    MOVE WS-CSENDER(WS-CONN-IDX)    TO CONN-SENDER
    MOVE WS-CRECIPIENT(WS-CONN-IDX) TO CONN-RECIPIENT
    MOVE WS-CSTATUS(WS-CONN-IDX)    TO CONN-STATUS
    MOVE "|" TO CONN-REC(21:1)
    MOVE "|" TO CONN-REC(42:1)

    MOVE "InCollege-Connections.txt" TO WS-JRN-TAG
    MOVE SPACES TO WS-JRN-DATA
    MOVE CONN-REC TO WS-JRN-DATA(1:62)

    IF WS-CSTATUS(WS-CONN-IDX) = "REJECTED"
       OR WS-CSTATUS(WS-CONN-IDX) = "CANCELLED"
       OR WS-CSTATUS(WS-CONN-IDX) = "REMOVED"
        DELETE CONN-FILE RECORD
        PERFORM WRITE-JOURNAL-DELETE
    ELSE
        REWRITE CONN-REC
        IF WS-CONN-STATUS(1:1) NOT = "0"
            WRITE CONN-REC
        END-IF
        PERFORM WRITE-JOURNAL-KEYED
    END-IF
    MOVE WS-CSTATUS(WS-CONN-IDX) TO WS-CORIG-STATUS(WS-CONN-IDX).

*> ---------------------------------------------------------------
*> VIEW-OUTGOING-REQUESTS
*>   Requests the current user sent that are still PENDING. Offers
*>   to cancel one, the same way VIEW-PENDING-REQUESTS offers to
*>   accept/reject an incoming one. A cancelled request is dropped
*>   from CONN-FILE by SAVE-CONNECTIONS, same as a rejected one.
*> ---------------------------------------------------------------
VIEW-OUTGOING-REQUESTS.
    MOVE "--- Requests I Have Sent ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE " " TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-MY-CONNECTIONS

    MOVE 0 TO WS-OUTGOING-COUNT
    PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
        UNTIL WS-CONN-IDX > WS-CONN-COUNT
        IF WS-CSENDER(WS-CONN-IDX) = WS-CURR-USER
           AND WS-CSTATUS(WS-CONN-IDX) = "PENDING"
            ADD 1 TO WS-OUTGOING-COUNT
            MOVE WS-CONN-IDX TO WS-OUTGOING-ROW-IDX(WS-OUTGOING-COUNT)

            MOVE SPACES TO WS-OUT-LINE
            STRING WS-OUTGOING-COUNT ". To: "
                   FUNCTION TRIM(WS-CRECIPIENT(WS-CONN-IDX))
                   " (pending)"
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-OUTGOING-COUNT = 0
        MOVE "You have no outstanding connection requests." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE " " TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a number to cancel that request, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF

    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-OUTGOING-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-OUTGOING-ROW-IDX(WS-USER-CHOICE) TO WS-CONN-IDX
    MOVE WS-CSENDER(WS-CONN-IDX)    TO WS-CH-SENDER
    MOVE WS-CRECIPIENT(WS-CONN-IDX) TO WS-CH-RECIPIENT
    MOVE "PENDING" TO WS-CH-OLD-STATUS
    MOVE "CANCELLED" TO WS-CH-NEW-STATUS
    MOVE "CANCELLED" TO WS-CSTATUS(WS-CONN-IDX)
    PERFORM LOG-CONNECTION-HISTORY
    PERFORM SAVE-CONNECTIONS

    MOVE "Connection request cancelled." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> Messaging, folded in from SendMessage.cob/ViewMessages.cob and
*> extended with a message id / parent-message id so a reply threads
*> under the message it answers (shown indented in VIEW-MY-MESSAGES).
*> ---------------------------------------------------------------
MESSAGING-MENU.
    MOVE "N" TO WS-EXIT-MSG-MENU

    PERFORM UNTIL WS-EXIT-MSG-MENU = "Y"
        MOVE " " TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "--- Messages Menu ---" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "1. Send a New Message" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "2. View My Messages" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "3. View Sent Messages" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "4. Search My Messages" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "5. Send to a Distribution List" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "6. Manage My Distribution Lists" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "7. Back to Main Menu" TO WS-OUT-LINE
        PERFORM PRINT-LINE

        MOVE "Enter your choice:" TO WS-PROMPT
        MOVE "N" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        EVALUATE WS-TOKEN(1:1)
            WHEN "1"
                MOVE "0000000000" TO WS-MSG-REPLY-PARENT-ID
                PERFORM SEND-MESSAGE-FLOW
            WHEN "2"
                PERFORM VIEW-MY-MESSAGES
            WHEN "3"
                PERFORM VIEW-SENT-MESSAGES
            WHEN "4"
                PERFORM SEARCH-MESSAGES
            WHEN "5"
                PERFORM SEND-TO-DIST-LIST
            WHEN "6"
                PERFORM MANAGE-DIST-LISTS
            WHEN "7"
                MOVE "Y" TO WS-EXIT-MSG-MENU
            WHEN OTHER
                MOVE "Invalid choice. Please enter 1-7."
                    TO WS-OUT-LINE
                PERFORM PRINT-LINE
        END-EVALUATE
    END-PERFORM.

*> ---------------------------------------------------------------
*> SEND-TO-DIST-LIST
*>   Career services has BroadcastAnnouncement; this is the member
*>   version scoped to their own network: one composed message fans
*>   out to each member of a named list, with the same per-recipient
*>   connection and block checks SEND-MESSAGE-FLOW makes, so a list
*>   cannot reach someone a one-off message could not.
*> ---------------------------------------------------------------
SEND-TO-DIST-LIST.
    PERFORM LIST-MY-DIST-LISTS
    IF WS-DL-NAME-COUNT = 0
        MOVE "You have no distribution lists yet. Create one first."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the list number to send to, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-DL-NAME-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-DL-NAMES(WS-USER-CHOICE) TO WS-DL-PICK-NAME

    *> Every list member is a connection, so only the overall daily
    *> cap applies here.
    MOVE SPACES TO WS-MSG-RECIPIENT
    PERFORM CHECK-SEND-VOLUME
    IF WS-VOL-CAPPED = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter your message (max 200 chars):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN, TRAILING) = SPACES
        MOVE "Error: Message cannot be blank." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN TO WS-MSG-CONTENT

    MOVE 0 TO WS-DL-SENT-COUNT
    MOVE 0 TO WS-DL-SKIP-COUNT
    MOVE 0 TO WS-DL-HELD-COUNT
    MOVE "0000000000" TO WS-MSG-REPLY-PARENT-ID
    PERFORM VARYING WS-FRIEND-IDX FROM 1 BY 1
        UNTIL WS-FRIEND-IDX > WS-DLIST-COUNT
        IF FUNCTION TRIM(WS-DLT-OWNER(WS-FRIEND-IDX))
               = FUNCTION TRIM(WS-CURR-USER)
           AND FUNCTION TRIM(WS-DLT-NAME(WS-FRIEND-IDX))
               = FUNCTION TRIM(WS-DL-PICK-NAME)
            PERFORM SEND-ONE-LIST-MESSAGE
        END-IF
    END-PERFORM

    MOVE SPACES TO WS-OUT-LINE
    STRING "Message sent to " WS-DL-SENT-COUNT
           " list member(s); " WS-DL-SKIP-COUNT
           " skipped (no longer reachable)."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    *> The list ran into the daily cap partway through: say how many
    *> members were held back and flag the volume for staff.
    IF WS-DL-HELD-COUNT > 0
        MOVE WS-MSG-DAILY-CAP TO WS-VOL-TEXT1
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-DL-HELD-COUNT
               " member(s) were not sent: you have reached today's limit of "
               FUNCTION TRIM(WS-VOL-TEXT1) " messages."
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
        PERFORM LOAD-SEND-VOLUME
        PERFORM FLAG-SEND-VOLUME
    END-IF.

*> ---------------------------------------------------------------
*> SEND-ONE-LIST-MESSAGE
*>   One fan-out leg: re-checks that the list member is still an
*>   accepted, unblocked connection before writing their copy, so a
*>   list built last term cannot bypass a block added since.
*> ---------------------------------------------------------------
SEND-ONE-LIST-MESSAGE.
    MOVE WS-DLT-MEMBER(WS-FRIEND-IDX) TO WS-MSG-RECIPIENT
    IF WS-CURR-ACCT-TYPE NOT = "C"
       AND WS-VOL-TODAY >= WS-MSG-DAILY-CAP
        ADD 1 TO WS-DL-HELD-COUNT
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-CONNECTION-VALIDITY
    IF WS-CONNECTION-FOUND = "Y"
        PERFORM SAVE-MESSAGE
        IF WS-MSG-SAVE-OK = "Y"
            ADD 1 TO WS-DL-SENT-COUNT
            ADD 1 TO WS-VOL-TODAY
        ELSE
            ADD 1 TO WS-DL-SKIP-COUNT
        END-IF
    ELSE
        ADD 1 TO WS-DL-SKIP-COUNT
    END-IF.

*> ---------------------------------------------------------------
*> MANAGE-DIST-LISTS
*>   Create a named list (members validated as accepted
*>   connections), add to an existing one, or delete a list.
*> ---------------------------------------------------------------
MANAGE-DIST-LISTS.
    PERFORM LIST-MY-DIST-LISTS

    MOVE "1. Create a list / add members to one" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Delete a list" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            PERFORM BUILD-DIST-LIST
        WHEN "2"
            PERFORM DELETE-DIST-LIST
        WHEN "3"
            CONTINUE
        WHEN OTHER
            MOVE "Invalid choice. Please enter 1, 2, or 3." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE.

BUILD-DIST-LIST.
    MOVE "List name (e.g. project group):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: List name cannot be blank." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN TO WS-DL-PICK-NAME

    MOVE "N" TO WS-DONE
    PERFORM UNTIL WS-DONE = "Y"
        MOVE "Member username to add (must be a connection), or DONE to finish:"
            TO WS-PROMPT
        MOVE "X" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) = "DONE"
            MOVE "Y" TO WS-DONE
        ELSE
            PERFORM ADD-DIST-LIST-MEMBER
        END-IF
    END-PERFORM
    MOVE "N" TO WS-DONE.

ADD-DIST-LIST-MEMBER.
    MOVE WS-TOKEN TO WS-MSG-RECIPIENT
    PERFORM CHECK-CONNECTION-VALIDITY
    IF WS-CONNECTION-FOUND = "N"
        MOVE "Error: You can only list users you are connected with."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    IF WS-DLIST-COUNT >= 300
        MOVE "The distribution-list file is full." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    *> The same member is not added to the same list twice.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DLIST-COUNT
        IF FUNCTION TRIM(WS-DLT-OWNER(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
           AND FUNCTION TRIM(WS-DLT-NAME(WS-I))
               = FUNCTION TRIM(WS-DL-PICK-NAME)
           AND FUNCTION TRIM(WS-DLT-MEMBER(WS-I))
               = FUNCTION TRIM(WS-MSG-RECIPIENT)
            MOVE "They are already on that list." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    ADD 1 TO WS-DLIST-COUNT
    MOVE WS-CURR-USER      TO WS-DLT-OWNER(WS-DLIST-COUNT)
    MOVE WS-DL-PICK-NAME   TO WS-DLT-NAME(WS-DLIST-COUNT)
    MOVE WS-MSG-RECIPIENT  TO WS-DLT-MEMBER(WS-DLIST-COUNT)
    PERFORM SAVE-ALL-DIST-LISTS

    MOVE SPACES TO WS-OUT-LINE
    STRING "Added " FUNCTION TRIM(WS-MSG-RECIPIENT)
           " to " FUNCTION TRIM(WS-DL-PICK-NAME) "."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

DELETE-DIST-LIST.
    IF WS-DL-NAME-COUNT = 0
        MOVE "You have no lists to delete." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the list number to delete, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-DL-NAME-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-DL-NAMES(WS-USER-CHOICE) TO WS-DL-PICK-NAME
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DLIST-COUNT
        IF FUNCTION TRIM(WS-DLT-OWNER(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
           AND FUNCTION TRIM(WS-DLT-NAME(WS-I))
               = FUNCTION TRIM(WS-DL-PICK-NAME)
            MOVE SPACES TO WS-DLT-OWNER(WS-I)
        END-IF
    END-PERFORM
    PERFORM DROP-BLANK-DLIST-ROWS
    PERFORM SAVE-ALL-DIST-LISTS

    MOVE "List deleted." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> LIST-MY-DIST-LISTS
*>   Loads the list file and prints the current user's distinct list
*>   names (numbered, with member counts) into WS-DL-NAMES for the
*>   pick prompts above.
*> ---------------------------------------------------------------
LIST-MY-DIST-LISTS.
    PERFORM LOAD-ALL-DIST-LISTS

    MOVE 0 TO WS-DL-NAME-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DLIST-COUNT
        IF FUNCTION TRIM(WS-DLT-OWNER(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
            MOVE "N" TO WS-FOUND
            PERFORM VARYING WS-K FROM 1 BY 1
                UNTIL WS-K > WS-DL-NAME-COUNT OR WS-FOUND = "Y"
                IF WS-DL-NAMES(WS-K) = WS-DLT-NAME(WS-I)
                    MOVE "Y" TO WS-FOUND
                END-IF
            END-PERFORM
            IF WS-FOUND = "N" AND WS-DL-NAME-COUNT < 50
                ADD 1 TO WS-DL-NAME-COUNT
                MOVE WS-DLT-NAME(WS-I) TO WS-DL-NAMES(WS-DL-NAME-COUNT)
            END-IF
        END-IF
    END-PERFORM

    IF WS-DL-NAME-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Your distribution lists:" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-DL-NAME-COUNT
        MOVE 0 TO WS-DL-SENT-COUNT
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DLIST-COUNT
            IF FUNCTION TRIM(WS-DLT-OWNER(WS-I))
                   = FUNCTION TRIM(WS-CURR-USER)
               AND WS-DLT-NAME(WS-I) = WS-DL-NAMES(WS-K)
                ADD 1 TO WS-DL-SENT-COUNT
            END-IF
        END-PERFORM
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-K ". "
               FUNCTION TRIM(WS-DL-NAMES(WS-K))
               " (" WS-DL-SENT-COUNT " member(s))"
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM.

DROP-BLANK-DLIST-ROWS.
    MOVE 0 TO WS-K
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DLIST-COUNT
        IF WS-DLT-OWNER(WS-I) NOT = SPACES
            ADD 1 TO WS-K
            MOVE WS-DLT-OWNER(WS-I)  TO WS-DLT-OWNER(WS-K)
            MOVE WS-DLT-NAME(WS-I)   TO WS-DLT-NAME(WS-K)
            MOVE WS-DLT-MEMBER(WS-I) TO WS-DLT-MEMBER(WS-K)
        END-IF
    END-PERFORM
    MOVE WS-K TO WS-DLIST-COUNT.

*> ---------------------------------------------------------------
*> LOAD-ALL-DIST-LISTS / SAVE-ALL-DIST-LISTS
*>   Same load-all/rewrite-all shape as LOAD-ALL-DEACTIVATED /
*>   SAVE-ALL-DEACTIVATED.
*> ---------------------------------------------------------------
LOAD-ALL-DIST-LISTS.
    MOVE 0 TO WS-DLIST-COUNT
    MOVE "N" TO WS-DLIST-EOF

    OPEN INPUT DIST-LIST-FILE
    IF WS-DLIST-STATUS NOT = "35"
        PERFORM UNTIL WS-DLIST-EOF = "Y"
            READ DIST-LIST-FILE
                AT END
                    MOVE "Y" TO WS-DLIST-EOF
                NOT AT END
                    IF DL-OWNER NOT = SPACES AND WS-DLIST-COUNT < 300
                        ADD 1 TO WS-DLIST-COUNT
                        MOVE DL-OWNER  TO WS-DLT-OWNER(WS-DLIST-COUNT)
                        MOVE DL-NAME   TO WS-DLT-NAME(WS-DLIST-COUNT)
                        MOVE DL-MEMBER TO WS-DLT-MEMBER(WS-DLIST-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE DIST-LIST-FILE.

SAVE-ALL-DIST-LISTS.
    OPEN OUTPUT DIST-LIST-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DLIST-COUNT
        MOVE SPACES TO DIST-LIST-REC
        MOVE WS-DLT-OWNER(WS-I)  TO DL-OWNER
        MOVE WS-DLT-NAME(WS-I)   TO DL-NAME
        MOVE WS-DLT-MEMBER(WS-I) TO DL-MEMBER
        MOVE "|" TO DIST-LIST-REC(21:1)
        MOVE "|" TO DIST-LIST-REC(52:1)
        WRITE DIST-LIST-REC
    END-PERFORM
    CLOSE DIST-LIST-FILE.

CHECK-CONNECTION-VALIDITY.
    MOVE "N" TO WS-CONNECTION-FOUND

    *> Requirement: Must be an ACCEPTED connection, either direction.
    *> Read by key, so a stale table from another screen can't answer.
    MOVE SPACES TO WS-CONN-OWNER
    MOVE WS-CURR-USER     TO WS-PAIR-A
    MOVE WS-MSG-RECIPIENT TO WS-PAIR-B
    PERFORM CHECK-PAIR-CONNECTED
    MOVE WS-PAIR-FOUND TO WS-CONNECTION-FOUND

    *> A block between the two users reads as "not connected", so the
    *> sender only ever sees the normal connections-only error.
    IF WS-CONNECTION-FOUND = "Y"
        PERFORM LOAD-ALL-BLOCKS
        MOVE WS-CURR-USER     TO WS-PAIR-A
        MOVE WS-MSG-RECIPIENT TO WS-PAIR-B
        PERFORM CHECK-BLOCK-PAIR
        IF WS-BLOCKED-PAIR = "Y"
            MOVE "N" TO WS-CONNECTION-FOUND
        END-IF
    END-IF.

SEND-MESSAGE-FLOW.
    MOVE "Enter recipient's username (must be a connection):" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Username:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    *> Reject blank username
    IF FUNCTION TRIM(WS-TOKEN, TRAILING) = SPACES
        MOVE "Error: Username cannot be blank." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    *> Reject input longer than 20 characters (overflow guard)
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN, TRAILING)) > 20
        MOVE "Error: Username cannot exceed 20 characters." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-TOKEN TO WS-MSG-RECIPIENT

    *> Reject purely numeric usernames
    IF FUNCTION TRIM(WS-MSG-RECIPIENT, TRAILING) IS NUMERIC
        MOVE "Error: Username cannot be purely numeric." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    *> Trigger the gatekeeper
    PERFORM CHECK-CONNECTION-VALIDITY

    IF WS-CONNECTION-FOUND = "Y"
        PERFORM GET-MESSAGE-CONTENT
    ELSE
        MOVE "Error: You can only message users you are connected with." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

GET-MESSAGE-CONTENT.
    *> Refuse before the message is typed, not after.
    PERFORM CHECK-SEND-VOLUME
    IF WS-VOL-CAPPED = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter your message (max 200 chars):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TRIM(WS-TOKEN, TRAILING) = SPACES
        MOVE "Error: Message cannot be blank." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-TOKEN TO WS-MSG-CONTENT
    PERFORM SAVE-MESSAGE
    IF WS-MSG-SAVE-OK = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    STRING "Message sent to "
           FUNCTION TRIM(WS-MSG-RECIPIENT)
           " successfully!"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> CHECK-SEND-VOLUME
*>   The daily send cap. Counts what the signed-in user has sent
*>   today and refuses the next message once MSG-DAILY-CAP is
*>   reached, or MSG-STRANGER-CAP when WS-MSG-RECIPIENT is not one
*>   of their accepted connections (a blank recipient counts as a
*>   connection -- distribution lists only hold connections). A
*>   refusal is flagged to the moderation queue. Staff accounts are
*>   exempt; BroadcastAnnouncement writes MESSAGE-FILE directly and
*>   never comes through here.
*> ---------------------------------------------------------------
CHECK-SEND-VOLUME.
    MOVE "N" TO WS-VOL-CAPPED
    IF WS-CURR-ACCT-TYPE = "C"
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-SEND-VOLUME
    MOVE "Y" TO WS-VOL-IS-PARTNER
    IF WS-MSG-RECIPIENT NOT = SPACES
        MOVE WS-MSG-RECIPIENT TO WS-VOL-WHO
        PERFORM CHECK-VOLUME-PARTNER
    END-IF

    IF WS-VOL-TODAY >= WS-MSG-DAILY-CAP
        MOVE "Y" TO WS-VOL-CAPPED
        MOVE WS-MSG-DAILY-CAP TO WS-VOL-TEXT1
        MOVE SPACES TO WS-OUT-LINE
        STRING "You have reached today's limit of "
               FUNCTION TRIM(WS-VOL-TEXT1)
               " messages. Please try again tomorrow."
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    ELSE
        IF WS-VOL-IS-PARTNER = "N"
           AND WS-VOL-STRANGER >= WS-MSG-STRANGER-CAP
            MOVE "Y" TO WS-VOL-CAPPED
            MOVE WS-MSG-STRANGER-CAP TO WS-VOL-TEXT1
            MOVE SPACES TO WS-OUT-LINE
            STRING "You have reached today's limit of "
                   FUNCTION TRIM(WS-VOL-TEXT1)
                   " messages to people outside your connections."
                   " Please try again tomorrow."
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-IF

    IF WS-VOL-CAPPED = "Y"
        PERFORM FLAG-SEND-VOLUME
    END-IF.

*> ---------------------------------------------------------------
*> LOAD-SEND-VOLUME
*>   Today's sends by the signed-in user: the total, how many went
*>   to non-connections, and the id of the latest one (the message
*>   a volume flag points staff at). Deleted messages still count --
*>   the recipient got them.
*> ---------------------------------------------------------------
LOAD-SEND-VOLUME.
    MOVE 0 TO WS-VOL-TODAY
    MOVE 0 TO WS-VOL-STRANGER
    MOVE SPACES TO WS-VOL-LAST-ID
    MOVE 0 TO WS-VOL-PARTNER-COUNT

    PERFORM LOAD-MY-CONNECTIONS
    PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
        UNTIL WS-CONN-IDX > WS-CONN-COUNT
        IF WS-CSTATUS(WS-CONN-IDX) = "ACCEPTED"
           AND WS-VOL-PARTNER-COUNT < 500
            ADD 1 TO WS-VOL-PARTNER-COUNT
            IF WS-CSENDER(WS-CONN-IDX) = WS-CURR-USER
                MOVE WS-CRECIPIENT(WS-CONN-IDX)
                    TO WS-VOL-PARTNER(WS-VOL-PARTNER-COUNT)
            ELSE
                MOVE WS-CSENDER(WS-CONN-IDX)
                    TO WS-VOL-PARTNER(WS-VOL-PARTNER-COUNT)
            END-IF
        END-IF
    END-PERFORM

    PERFORM FORMAT-TODAY-DATE
    PERFORM LOAD-ALL-MESSAGES
    PERFORM VARYING WS-VOL-I FROM 1 BY 1
        UNTIL WS-VOL-I > WS-MSG-TABLE-COUNT
        IF WS-MT-SENDER(WS-VOL-I) = WS-CURR-USER
           AND WS-MT-TS(WS-VOL-I)(1:10) = WS-TODAY-DATE
            ADD 1 TO WS-VOL-TODAY
            MOVE WS-MT-ID(WS-VOL-I) TO WS-VOL-LAST-ID
            MOVE WS-MT-RECIPIENT(WS-VOL-I) TO WS-VOL-WHO
            PERFORM CHECK-VOLUME-PARTNER
            IF WS-VOL-IS-PARTNER = "N"
                ADD 1 TO WS-VOL-STRANGER
            END-IF
        END-IF
    END-PERFORM.

CHECK-VOLUME-PARTNER.
    MOVE "N" TO WS-VOL-IS-PARTNER
    PERFORM VARYING WS-VOL-P FROM 1 BY 1
        UNTIL WS-VOL-P > WS-VOL-PARTNER-COUNT
           OR WS-VOL-IS-PARTNER = "Y"
        IF FUNCTION TRIM(WS-VOL-PARTNER(WS-VOL-P))
               = FUNCTION TRIM(WS-VOL-WHO)
            MOVE "Y" TO WS-VOL-IS-PARTNER
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> FLAG-SEND-VOLUME
*>   Files a system-generated report in the moderation queue for a
*>   sender who hit the cap, pointing at their latest message and
*>   carrying today's volume in the reason, so staff work it on the
*>   same screen as a member report. One report per sender per
*>   latest message: retrying the refused send does not pile up
*>   duplicates.
*> ---------------------------------------------------------------
FLAG-SEND-VOLUME.
    PERFORM FORMAT-TODAY-DATE
    PERFORM LOAD-ALL-MODQ
    MOVE "N" TO WS-VOL-DUP
    PERFORM VARYING WS-VOL-I FROM 1 BY 1
        UNTIL WS-VOL-I > WS-MODQ-COUNT
        IF WS-MQT-REPORTER(WS-VOL-I) = "SYSTEM"
           AND WS-MQT-MSG-ID(WS-VOL-I) = WS-VOL-LAST-ID
           AND WS-MQT-DATE(WS-VOL-I) = WS-TODAY-DATE
            MOVE "Y" TO WS-VOL-DUP
        END-IF
    END-PERFORM
    IF WS-VOL-DUP = "Y"
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND MODERATION-FILE
    IF WS-MODQ-STATUS = "35"
        OPEN OUTPUT MODERATION-FILE
        CLOSE MODERATION-FILE
        OPEN EXTEND MODERATION-FILE
    END-IF

    MOVE WS-VOL-TODAY    TO WS-VOL-TEXT1
    MOVE WS-VOL-STRANGER TO WS-VOL-TEXT2
    MOVE SPACES TO MODERATION-REC
    MOVE "SYSTEM"       TO MQ-REPORTER
    MOVE WS-VOL-LAST-ID TO MQ-MSG-ID
    STRING "Send cap hit: " FUNCTION TRIM(WS-VOL-TEXT1)
           " sent today, " FUNCTION TRIM(WS-VOL-TEXT2)
           " to non-connections"
      DELIMITED BY SIZE
      INTO MQ-REASON
    END-STRING
    MOVE WS-TODAY-DATE  TO MQ-DATE
    MOVE "PENDING"      TO MQ-STATUS
    MOVE "MESSAGE"      TO MQ-TYPE
    MOVE "|" TO MODERATION-REC(21:1)
    MOVE "|" TO MODERATION-REC(32:1)
    MOVE "|" TO MODERATION-REC(93:1)
    MOVE "|" TO MODERATION-REC(104:1)
    MOVE "|" TO MODERATION-REC(115:1)
    WRITE MODERATION-REC
    CLOSE MODERATION-FILE

    MOVE "MSG-VOLUME-CAP" TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER     TO WS-AUDIT-USER
    MOVE SPACES           TO WS-AUDIT-DETAIL
    STRING FUNCTION TRIM(WS-VOL-TEXT1) " today, "
           FUNCTION TRIM(WS-VOL-TEXT2) " to non-connections"
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT.

*> ---------------------------------------------------------------
*> SAVE-MESSAGE
*>   Loads the message table, appends the new message (stamped with
*>   the next message id and, when replying, the parent id left in
*>   WS-MSG-REPLY-PARENT-ID by the caller), and rewrites the file --
*>   same load-all/rewrite-all shape as SAVE-ALL-DEACTIVATED.
*> ---------------------------------------------------------------
SAVE-MESSAGE.
    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE

    MOVE SPACES TO WS-MSG-TIMESTAMP
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2) " "
           WS-RAW-DATE(9:2) ":"
           WS-RAW-DATE(11:2) ":"
           WS-RAW-DATE(13:2)
      INTO WS-MSG-TIMESTAMP
    END-STRING

    MOVE "N" TO WS-MSG-SAVE-OK
    PERFORM LOAD-ALL-MESSAGES

    *> A full or overflowed table cannot take the new message --
    *> appending would either index past the table or trigger the
    *> row-destroying rewrite refused below.
    IF WS-MSG-OVERFLOW = "Y" OR WS-MSG-TABLE-COUNT >= 1000
        MOVE "The message file has outgrown this session; your message was not sent. Run ArchiveOldMessages first."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM GET-NEXT-MESSAGE-ID
    ADD 1 TO WS-MSG-TABLE-COUNT

    MOVE WS-CURR-USER       TO WS-MT-SENDER(WS-MSG-TABLE-COUNT)
    MOVE WS-MSG-RECIPIENT   TO WS-MT-RECIPIENT(WS-MSG-TABLE-COUNT)
    MOVE WS-MSG-CONTENT     TO WS-MT-CONTENT(WS-MSG-TABLE-COUNT)
    MOVE WS-MSG-TIMESTAMP   TO WS-MT-TS(WS-MSG-TABLE-COUNT)
    MOVE SPACES             TO WS-MT-STATUS(WS-MSG-TABLE-COUNT)
    MOVE WS-MSG-NEXT-ID     TO WS-MT-ID(WS-MSG-TABLE-COUNT)
    MOVE WS-MSG-REPLY-PARENT-ID TO WS-MT-PARENT(WS-MSG-TABLE-COUNT)
    MOVE "N"                TO WS-MT-DELETED(WS-MSG-TABLE-COUNT)

    PERFORM SAVE-ALL-MESSAGES
    MOVE "Y" TO WS-MSG-SAVE-OK.

*> ---------------------------------------------------------------
*> LOAD-ALL-MESSAGES / SAVE-ALL-MESSAGES
*>   Same load-all/rewrite-all pattern as applications and
*>   connections. Blank/seed records (sender field = SPACES) are
*>   skipped on load, the same way ViewMessages.cob always did.
*> ---------------------------------------------------------------
LOAD-ALL-MESSAGES.
    MOVE 0 TO WS-MSG-TABLE-COUNT
    MOVE "N" TO WS-MSG-OVERFLOW
    MOVE "N" TO WS-MSG-VIEW-EOF
    PERFORM INIT-TRAILER-TRACKING

    OPEN INPUT MESSAGE-FILE
    IF WS-MSG-STATUS NOT = "35"
        PERFORM UNTIL WS-MSG-VIEW-EOF = "Y"
            READ MESSAGE-FILE
                AT END
                    MOVE "Y" TO WS-MSG-VIEW-EOF
                NOT AT END
                    MOVE MESSAGE-REC(1:20) TO WS-TRL-ROW
                    PERFORM NOTE-TRAILER-OR-DATA
                    IF MESSAGE-REC(1:20) NOT = SPACES
                       AND MESSAGE-REC(1:9) NOT = "*TRAILER*"
                        IF WS-MSG-TABLE-COUNT >= 1000
                            MOVE "Y" TO WS-MSG-OVERFLOW
                        END-IF
                        IF WS-MSG-TABLE-COUNT < 1000
                            ADD 1 TO WS-MSG-TABLE-COUNT
                            MOVE MESSAGE-REC(1:20)
                                TO WS-MT-SENDER(WS-MSG-TABLE-COUNT)
                            MOVE MESSAGE-REC(22:20)
                                TO WS-MT-RECIPIENT(WS-MSG-TABLE-COUNT)
                            MOVE MESSAGE-REC(43:200)
                                TO WS-MT-CONTENT(WS-MSG-TABLE-COUNT)
                            MOVE MESSAGE-REC(244:20)
                                TO WS-MT-TS(WS-MSG-TABLE-COUNT)
                            MOVE MESSAGE-REC(265:4)
                                TO WS-MT-STATUS(WS-MSG-TABLE-COUNT)
                            MOVE MESSAGE-REC(270:10)
                                TO WS-MT-ID(WS-MSG-TABLE-COUNT)
                            MOVE MESSAGE-REC(281:10)
                                TO WS-MT-PARENT(WS-MSG-TABLE-COUNT)
                            MOVE MESSAGE-REC(292:1)
                                TO WS-MT-DELETED(WS-MSG-TABLE-COUNT)
                            IF WS-MT-DELETED(WS-MSG-TABLE-COUNT) NOT = "Y"
                                MOVE "N" TO WS-MT-DELETED(WS-MSG-TABLE-COUNT)
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE MESSAGE-FILE

    MOVE "the message file" TO WS-TRL-FILE-NAME
    PERFORM CHECK-TRAILER-TOTALS.

SAVE-ALL-MESSAGES.
    *> A rewrite from an overflowed table would destroy every row
    *> past the table, so it is refused outright -- same rule as the
    *> overflow stop in JobPostingMaintenance.
    IF WS-MSG-OVERFLOW = "Y"
        MOVE "The message file has outgrown this session; changes were not saved. Run ArchiveOldMessages first."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "InCollege-Messages.txt" TO WS-JRN-TAG
    PERFORM WRITE-JOURNAL-BEGIN

    OPEN OUTPUT MESSAGE-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MSG-TABLE-COUNT
        MOVE SPACES TO MESSAGE-REC
        MOVE WS-MT-SENDER(WS-I)    TO MESSAGE-REC(1:20)
        MOVE "|"                  TO MESSAGE-REC(21:1)
        MOVE WS-MT-RECIPIENT(WS-I) TO MESSAGE-REC(22:20)
        MOVE "|"                  TO MESSAGE-REC(42:1)
        MOVE WS-MT-CONTENT(WS-I)  TO MESSAGE-REC(43:200)
        MOVE "|"                  TO MESSAGE-REC(243:1)
        MOVE WS-MT-TS(WS-I)       TO MESSAGE-REC(244:20)
        MOVE "|"                  TO MESSAGE-REC(264:1)
        MOVE WS-MT-STATUS(WS-I)   TO MESSAGE-REC(265:4)
        MOVE "|"                  TO MESSAGE-REC(269:1)
        MOVE WS-MT-ID(WS-I)       TO MESSAGE-REC(270:10)
        MOVE "|"                  TO MESSAGE-REC(280:1)
        MOVE WS-MT-PARENT(WS-I)   TO MESSAGE-REC(281:10)
        MOVE "|"                  TO MESSAGE-REC(291:1)
        MOVE WS-MT-DELETED(WS-I)  TO MESSAGE-REC(292:1)
        WRITE MESSAGE-REC
        MOVE SPACES TO WS-JRN-DATA
        MOVE MESSAGE-REC TO WS-JRN-DATA(1:300)
        PERFORM WRITE-JOURNAL-ROW
    END-PERFORM

    *> Control trailer: the row count the next load verifies.
    MOVE SPACES TO MESSAGE-REC
    MOVE "*TRAILER*" TO MESSAGE-REC(1:9)
    MOVE "|" TO MESSAGE-REC(10:1)
    MOVE WS-MSG-TABLE-COUNT TO WS-TRL-DATA-COUNT
    MOVE WS-TRL-DATA-COUNT TO MESSAGE-REC(11:7)
    WRITE MESSAGE-REC
    CLOSE MESSAGE-FILE

    PERFORM WRITE-JOURNAL-COMMIT.

*> ---------------------------------------------------------------
*> GET-NEXT-MESSAGE-ID
*>   Hands out the next message id from MESSAGE-SEQ-FILE, a single
*>   persisted counter that is never reset by trimming MESSAGE-FILE
*>   down (e.g. ArchiveOldMessages moving old read rows out to
*>   history) -- unlike deriving the id from the live row count, a
*>   persisted counter can never be reused once assigned. Leaves the
*>   assigned id in WS-MSG-NEXT-ID and advances the counter on disk.
*> ---------------------------------------------------------------
GET-NEXT-MESSAGE-ID.
    OPEN INPUT MESSAGE-SEQ-FILE
    IF WS-MSG-SEQ-STATUS = "35"
        CLOSE MESSAGE-SEQ-FILE
        PERFORM BOOTSTRAP-MESSAGE-SEQ
    ELSE
        READ MESSAGE-SEQ-FILE
            AT END
                MOVE 0 TO WS-MSG-NEXT-ID
            NOT AT END
                MOVE MSEQ-NEXT-ID TO WS-MSG-NEXT-ID
        END-READ
        CLOSE MESSAGE-SEQ-FILE
        IF WS-MSG-NEXT-ID = 0
            PERFORM BOOTSTRAP-MESSAGE-SEQ
        END-IF
    END-IF

    OPEN OUTPUT MESSAGE-SEQ-FILE
    COMPUTE MSEQ-NEXT-ID = WS-MSG-NEXT-ID + 1
    WRITE MESSAGE-SEQ-REC
    CLOSE MESSAGE-SEQ-FILE.

*> ---------------------------------------------------------------
*> BOOTSTRAP-MESSAGE-SEQ
*>   Covers the one-time case where MESSAGE-SEQ-FILE does not exist
*>   yet (first run after this change): seeds WS-MSG-NEXT-ID one past
*>   the highest id already on MESSAGE-FILE, so no existing message
*>   id is ever reused.
*> ---------------------------------------------------------------
BOOTSTRAP-MESSAGE-SEQ.
    MOVE 0 TO WS-MSG-NEXT-ID
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MSG-TABLE-COUNT
        MOVE WS-MT-ID(WS-I) TO WS-MT-ID-NUM
        IF WS-MT-ID-NUM > WS-MSG-NEXT-ID
            MOVE WS-MT-ID-NUM TO WS-MSG-NEXT-ID
        END-IF
    END-PERFORM
    ADD 1 TO WS-MSG-NEXT-ID.

*> ---------------------------------------------------------------
*> VIEW-MY-MESSAGES
*>   Lists each top-level message (no parent) addressed to the
*>   current user, followed immediately by any replies to it (from
*>   either party), indented. Marks every listed message READ, then
*>   offers to reply to one of them.
*> ---------------------------------------------------------------
VIEW-MY-MESSAGES.
    MOVE "--- Your Messages ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-MESSAGES

    *> Collect the root messages first; they are then shown one page
    *> at a time, and only the page actually viewed is marked READ.
    MOVE 0 TO WS-MSG-DISPLAY-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MSG-TABLE-COUNT
        IF WS-MT-RECIPIENT(WS-I) = WS-CURR-USER
          AND FUNCTION TRIM(WS-MT-PARENT(WS-I)) = "0000000000"
          AND WS-MT-DELETED(WS-I) NOT = "Y"
            ADD 1 TO WS-MSG-DISPLAY-COUNT
            MOVE WS-I TO WS-MY-MSG-ROW-IDX(WS-MSG-DISPLAY-COUNT)
        END-IF
    END-PERFORM

    IF WS-MSG-DISPLAY-COUNT = 0
        MOVE "You have no messages at this time." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO WS-PAGE-START
    MOVE "N" TO WS-PAGE-DONE
    PERFORM VIEW-MY-MESSAGES-PAGE UNTIL WS-PAGE-DONE = "Y"

    MOVE "---------------------" TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> VIEW-MY-MESSAGES-PAGE
*>   One page of root messages (threads printed beneath each root),
*>   marked READ as they are shown, with paging controls and the
*>   reply/delete/block actions on a chosen message number.
*> ---------------------------------------------------------------
VIEW-MY-MESSAGES-PAGE.
    COMPUTE WS-PAGE-END = WS-PAGE-START + WS-PAGE-SIZE - 1
    IF WS-PAGE-END > WS-MSG-DISPLAY-COUNT
        MOVE WS-MSG-DISPLAY-COUNT TO WS-PAGE-END
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    STRING "Messages " WS-PAGE-START " through " WS-PAGE-END
           " of " WS-MSG-DISPLAY-COUNT ":"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    PERFORM VARYING WS-PG FROM WS-PAGE-START BY 1
        UNTIL WS-PG > WS-PAGE-END
        MOVE WS-MY-MSG-ROW-IDX(WS-PG) TO WS-I
        MOVE "READ" TO WS-MT-STATUS(WS-I)

        IF WS-PG > WS-PAGE-START
            MOVE "---" TO WS-OUT-LINE
            PERFORM PRINT-LINE
        END-IF

        MOVE SPACES TO WS-OUT-LINE
        STRING WS-PG ". From: "
               FUNCTION TRIM(WS-MT-SENDER(WS-I))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE

        MOVE SPACES TO WS-OUT-LINE
        STRING "   Message: " FUNCTION TRIM(WS-MT-CONTENT(WS-I))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE

        MOVE SPACES TO WS-OUT-LINE
        STRING "   Sent: " FUNCTION TRIM(WS-MT-TS(WS-I))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE

        PERFORM PRINT-THREAD-REPLIES
    END-PERFORM

    PERFORM SAVE-ALL-MESSAGES

    MOVE "Enter a message number to act on it, N for next page, P for previous, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE FUNCTION UPPER-CASE(WS-TOKEN(1:1))
        WHEN "N"
            IF WS-PAGE-END < WS-MSG-DISPLAY-COUNT
                COMPUTE WS-PAGE-START = WS-PAGE-END + 1
            ELSE
                MOVE "You are on the last page." TO WS-OUT-LINE
                PERFORM PRINT-LINE
            END-IF
        WHEN "P"
            IF WS-PAGE-START > WS-PAGE-SIZE
                COMPUTE WS-PAGE-START = WS-PAGE-START - WS-PAGE-SIZE
            ELSE
                MOVE 1 TO WS-PAGE-START
            END-IF
        WHEN OTHER
            IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
                MOVE "Invalid input." TO WS-OUT-LINE
                PERFORM PRINT-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
            IF WS-USER-CHOICE = 0
                MOVE "Y" TO WS-PAGE-DONE
                EXIT PARAGRAPH
            END-IF
            IF WS-USER-CHOICE < 1
               OR WS-USER-CHOICE > WS-MSG-DISPLAY-COUNT
                MOVE "Invalid choice." TO WS-OUT-LINE
                PERFORM PRINT-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-MY-MSG-ROW-IDX(WS-USER-CHOICE) TO WS-J
            PERFORM ACT-ON-MESSAGE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> ACT-ON-MESSAGE
*>   The reply/delete/block actions on the message row WS-J, shared
*>   by the paged inbox.
*> ---------------------------------------------------------------
ACT-ON-MESSAGE.
    MOVE "1. Reply" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Delete" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Block the sender" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "4. Report this message" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "5. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            PERFORM REPLY-TO-MESSAGE
        WHEN "2"
            MOVE "Y" TO WS-MT-DELETED(WS-J)
            PERFORM SAVE-ALL-MESSAGES
            IF WS-MSG-OVERFLOW = "N"
                MOVE "Message deleted." TO WS-OUT-LINE
                PERFORM PRINT-LINE
            END-IF
        WHEN "3"
            MOVE WS-MT-SENDER(WS-J) TO WS-BLOCK-WHO
            PERFORM BLOCK-THIS-USER
        WHEN "4"
            PERFORM REPORT-THIS-MESSAGE
        WHEN "5"
            CONTINUE
        WHEN OTHER
            MOVE "Invalid choice." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> REPORT-THIS-MESSAGE
*>   Until now a harassed student could only block and hope. This
*>   captures the message id and a reason into the moderation queue
*>   for the staff screen, with the report itself in the audit
*>   trail.
*> ---------------------------------------------------------------
REPORT-THIS-MESSAGE.
    MOVE "Why are you reporting this message? (a short reason):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: A reason is required. Nothing reported."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE

    OPEN EXTEND MODERATION-FILE
    IF WS-MODQ-STATUS = "35"
        OPEN OUTPUT MODERATION-FILE
        CLOSE MODERATION-FILE
        OPEN EXTEND MODERATION-FILE
    END-IF

    MOVE SPACES TO MODERATION-REC
    MOVE WS-CURR-USER   TO MQ-REPORTER
    MOVE WS-MT-ID(WS-J) TO MQ-MSG-ID
    MOVE WS-TOKEN       TO MQ-REASON
    MOVE WS-TODAY-DATE  TO MQ-DATE
    MOVE "PENDING"      TO MQ-STATUS
    MOVE "MESSAGE"      TO MQ-TYPE
    MOVE "|" TO MODERATION-REC(21:1)
    MOVE "|" TO MODERATION-REC(32:1)
    MOVE "|" TO MODERATION-REC(93:1)
    MOVE "|" TO MODERATION-REC(104:1)
    MOVE "|" TO MODERATION-REC(115:1)
    WRITE MODERATION-REC
    CLOSE MODERATION-FILE

    MOVE "MSG-REPORTED"  TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER    TO WS-AUDIT-USER
    MOVE WS-MT-ID(WS-J)  TO WS-AUDIT-DETAIL
    PERFORM LOG-AUDIT-EVENT

    MOVE "Thank you. Career services will review this message."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> SEARCH-MESSAGES
*>   Finds messages involving the current user whose sender or
*>   content matches the query, instead of paging the whole inbox.
*>   Matches are numbered into WS-MY-MSG-ROW-IDX so the same
*>   SELECT-MY-MESSAGE-ROW reply/delete selection works on them.
*> ---------------------------------------------------------------
SEARCH-MESSAGES.
    MOVE "--- Search My Messages ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter a sender name or a word to search for:" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: Search text cannot be blank." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) TO WS-MSG-QUERY
    COMPUTE WS-NEEDLE-LEN =
        FUNCTION LENGTH(FUNCTION TRIM(WS-MSG-QUERY))
    IF WS-NEEDLE-LEN > 50
        MOVE 50 TO WS-NEEDLE-LEN
    END-IF
    MOVE WS-MSG-QUERY TO WS-NEEDLE

    PERFORM LOAD-ALL-MESSAGES

    MOVE 0 TO WS-MSG-DISPLAY-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MSG-TABLE-COUNT
        IF (WS-MT-RECIPIENT(WS-I) = WS-CURR-USER
            OR WS-MT-SENDER(WS-I) = WS-CURR-USER)
           AND WS-MT-DELETED(WS-I) NOT = "Y"
            PERFORM CHECK-MESSAGE-MATCHES
            IF WS-TEXT-MATCH = "Y"
                ADD 1 TO WS-MSG-DISPLAY-COUNT
                MOVE WS-I TO WS-MY-MSG-ROW-IDX(WS-MSG-DISPLAY-COUNT)

                MOVE SPACES TO WS-OUT-LINE
                STRING WS-MSG-DISPLAY-COUNT ". From: "
                       FUNCTION TRIM(WS-MT-SENDER(WS-I))
                       "  To: "
                       FUNCTION TRIM(WS-MT-RECIPIENT(WS-I))
                  INTO WS-OUT-LINE
                END-STRING
                PERFORM PRINT-LINE

                MOVE SPACES TO WS-OUT-LINE
                STRING "   Message: " FUNCTION TRIM(WS-MT-CONTENT(WS-I))
                  INTO WS-OUT-LINE
                END-STRING
                PERFORM PRINT-LINE

                MOVE SPACES TO WS-OUT-LINE
                STRING "   Sent: " FUNCTION TRIM(WS-MT-TS(WS-I))
                  INTO WS-OUT-LINE
                END-STRING
                PERFORM PRINT-LINE
            END-IF
        END-IF
    END-PERFORM

    IF WS-MSG-DISPLAY-COUNT = 0
        MOVE "No messages matched your search." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE " " TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "1. Reply to a message" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Delete a message" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            PERFORM SELECT-MY-MESSAGE-ROW
            IF WS-J > 0
                PERFORM REPLY-TO-MESSAGE
            END-IF
        WHEN "2"
            PERFORM SELECT-MY-MESSAGE-ROW
            IF WS-J > 0
                *> The deleted flag hides the row from the
                *> recipient's inbox, so only the recipient may set
                *> it -- a search hit on a message I sent is
                *> read-only.
                IF WS-MT-RECIPIENT(WS-J) = WS-CURR-USER
                    MOVE "Y" TO WS-MT-DELETED(WS-J)
                    PERFORM SAVE-ALL-MESSAGES
                    IF WS-MSG-OVERFLOW = "N"
                        MOVE "Message deleted." TO WS-OUT-LINE
                        PERFORM PRINT-LINE
                    END-IF
                ELSE
                    MOVE "You can only delete messages that were sent to you."
                        TO WS-OUT-LINE
                    PERFORM PRINT-LINE
                END-IF
            END-IF
        WHEN "3"
            CONTINUE
        WHEN OTHER
            MOVE "Invalid choice." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE

    MOVE "---------------------" TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> CHECK-MESSAGE-MATCHES
*>   WS-TEXT-MATCH = "Y" when the query (WS-NEEDLE/WS-NEEDLE-LEN)
*>   matches WS-MSG-TABLE row WS-I: equal to the sender name, or
*>   found anywhere inside the content. Comparison is
*>   case-insensitive.
*> ---------------------------------------------------------------
CHECK-MESSAGE-MATCHES.
    MOVE "N" TO WS-TEXT-MATCH

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MT-SENDER(WS-I)))
            = FUNCTION TRIM(WS-NEEDLE)
        MOVE "Y" TO WS-TEXT-MATCH
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION UPPER-CASE(WS-MT-CONTENT(WS-I)) TO WS-HAYSTACK
    PERFORM SCAN-HAYSTACK.

*> ---------------------------------------------------------------
*> SCAN-HAYSTACK
*>   Sets WS-TEXT-MATCH = "Y" when WS-NEEDLE(1:WS-NEEDLE-LEN) occurs
*>   anywhere in WS-HAYSTACK. Plain byte-window scan -- the content
*>   field is only 200 bytes.
*> ---------------------------------------------------------------
SCAN-HAYSTACK.
    COMPUTE WS-SCAN-LIMIT = 200 - WS-NEEDLE-LEN + 1
    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
        UNTIL WS-SCAN-POS > WS-SCAN-LIMIT OR WS-TEXT-MATCH = "Y"
        IF WS-HAYSTACK(WS-SCAN-POS:WS-NEEDLE-LEN)
                = WS-NEEDLE(1:WS-NEEDLE-LEN)
            MOVE "Y" TO WS-TEXT-MATCH
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> SELECT-MY-MESSAGE-ROW
*>   Prompts for one of the numbered messages just listed by
*>   VIEW-MY-MESSAGES and returns its WS-MSG-TABLE row in WS-J, or
*>   0 if the user backed out or entered an invalid number.
*> ---------------------------------------------------------------
SELECT-MY-MESSAGE-ROW.
    MOVE 0 TO WS-J
    MOVE "Enter the message number, or 0 to go back:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF

    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-MSG-DISPLAY-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-MY-MSG-ROW-IDX(WS-USER-CHOICE) TO WS-J.

*> ---------------------------------------------------------------
*> VIEW-SENT-MESSAGES
*>   Companion to VIEW-MY-MESSAGES: every message the current user
*>   sent (root or reply), in the order sent. Sent messages are not
*>   affected by the recipient's own delete/archive action, so none
*>   are filtered out here.
*> ---------------------------------------------------------------
VIEW-SENT-MESSAGES.
    MOVE "--- Sent Messages ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-MESSAGES

    MOVE 0 TO WS-MSG-DISPLAY-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MSG-TABLE-COUNT
        IF WS-MT-SENDER(WS-I) = WS-CURR-USER
            ADD 1 TO WS-MSG-DISPLAY-COUNT

            IF WS-MSG-DISPLAY-COUNT > 1
                MOVE "---" TO WS-OUT-LINE
                PERFORM PRINT-LINE
            END-IF

            MOVE SPACES TO WS-OUT-LINE
            STRING WS-MSG-DISPLAY-COUNT ". To: "
                   FUNCTION TRIM(WS-MT-RECIPIENT(WS-I))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE

            IF FUNCTION TRIM(WS-MT-PARENT(WS-I)) NOT = "0000000000"
                MOVE "   (a reply)" TO WS-OUT-LINE
                PERFORM PRINT-LINE
            END-IF

            MOVE SPACES TO WS-OUT-LINE
            STRING "   Message: " FUNCTION TRIM(WS-MT-CONTENT(WS-I))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE

            MOVE SPACES TO WS-OUT-LINE
            STRING "   Sent: " FUNCTION TRIM(WS-MT-TS(WS-I))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-MSG-DISPLAY-COUNT = 0
        MOVE "You have not sent any messages yet." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF

    MOVE "---------------------" TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> PRINT-THREAD-REPLIES
*>   WS-I must point at the root message's row in WS-MSG-TABLE.
*>   Prints (and marks READ) every reply whose parent id matches it.
*> ---------------------------------------------------------------
PRINT-THREAD-REPLIES.
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-MSG-TABLE-COUNT
        IF FUNCTION TRIM(WS-MT-PARENT(WS-K)) = FUNCTION TRIM(WS-MT-ID(WS-I))
          AND WS-MT-DELETED(WS-K) NOT = "Y"
            IF WS-MT-RECIPIENT(WS-K) = WS-CURR-USER
                MOVE "READ" TO WS-MT-STATUS(WS-K)
            END-IF

            MOVE SPACES TO WS-OUT-LINE
            STRING "   > Reply from: " FUNCTION TRIM(WS-MT-SENDER(WS-K))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE

            MOVE SPACES TO WS-OUT-LINE
            STRING "     " FUNCTION TRIM(WS-MT-CONTENT(WS-K))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> REPLY-TO-MESSAGE
*>   WS-J must point at the message being replied to in WS-MSG-TABLE.
*>   Replies always go back to whichever party did not write that
*>   message.
*> ---------------------------------------------------------------
REPLY-TO-MESSAGE.
    IF WS-MT-SENDER(WS-J) = WS-CURR-USER
        MOVE WS-MT-RECIPIENT(WS-J) TO WS-MSG-RECIPIENT
    ELSE
        MOVE WS-MT-SENDER(WS-J) TO WS-MSG-RECIPIENT
    END-IF

    *> Old threads outlive a block, so the reply path has to make the
    *> same block check SEND-MESSAGE-FLOW makes -- otherwise a blocked
    *> user could keep messaging through any existing thread. The
    *> refusal is the same generic error, so the block stays
    *> unrevealed.
    PERFORM LOAD-ALL-BLOCKS
    MOVE WS-CURR-USER     TO WS-PAIR-A
    MOVE WS-MSG-RECIPIENT TO WS-PAIR-B
    PERFORM CHECK-BLOCK-PAIR
    IF WS-BLOCKED-PAIR = "Y"
        MOVE "Error: You can only message users you are connected with." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter your reply (max 200 chars):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TRIM(WS-TOKEN, TRAILING) = SPACES
        MOVE "Error: Reply cannot be blank." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-TOKEN TO WS-MSG-CONTENT
    MOVE WS-MT-ID(WS-J) TO WS-MSG-REPLY-PARENT-ID
    PERFORM SAVE-MESSAGE
    IF WS-MSG-SAVE-OK = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE "Your reply has been sent." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> EMPLOYER-MENU
*>   Employer accounts don't belong on the student POST-LOGIN-MENU --
*>   "Search for a job" and "Learn a new skill" are student features.
*>   Job postings themselves are maintained by the back-office
*>   JobPostingMaintenance utility (same JOB-FILE, same split the rest
*>   of this system already uses for maintenance tasks run outside the
*>   interactive session), so this menu just points the employer at it
*>   and otherwise only offers account actions that apply to any user.
*> ---------------------------------------------------------------
EMPLOYER-MENU.
    MOVE 0 TO WS-MENU-NUM
    PERFORM UNTIL WS-MENU-NUM = 11
        MOVE "1. Review applications for my postings" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "2. View interview schedule" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "3. Notifications" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "4. Change password" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "5. Manage job postings (run the JobPostingMaintenance tool)"
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "6. Renew a posting (extend deadline / reopen)" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "7. Search candidates" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "8. My shortlist" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "9. Career fair booth registration" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "10. Verify reported placements" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "11. Logout" TO WS-OUT-LINE
        PERFORM PRINT-LINE

        MOVE "Enter your choice:" TO WS-PROMPT
        MOVE "N" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        MOVE 11 TO WS-MENU-MAX
        PERFORM VALIDATE-MENU-RANGE
        IF WS-VALID = "N"
           MOVE "Error: Menu choice must be a number from 1 to 11. Exiting program" to WS-OUT-LINE
           PERFORM PRINT-LINE
           PERFORM CLOSE-FILES
           STOP RUN
        END-IF

        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-MENU-NUM

        EVALUATE WS-MENU-NUM
            WHEN 1
                PERFORM REVIEW-APPLICATIONS-SCREEN
            WHEN 2
                PERFORM EMPLOYER-INTERVIEW-SCHEDULE
            WHEN 3
                PERFORM NOTIFICATIONS-SCREEN
            WHEN 4
                PERFORM CHANGE-PASSWORD-FLOW
            WHEN 5
                MOVE "Job postings are managed with the separate JobPostingMaintenance tool."
                    TO WS-OUT-LINE
                PERFORM PRINT-LINE
            WHEN 6
                PERFORM EMPLOYER-RENEW-POSTING
            WHEN 7
                PERFORM EMPLOYER-CANDIDATE-SEARCH
            WHEN 8
                PERFORM EMPLOYER-SHORTLIST-SCREEN
            WHEN 9
                PERFORM EMPLOYER-BOOTH-REGISTRATION
            WHEN 10
                PERFORM EMPLOYER-PLACEMENT-VERIFY
            WHEN 11
                EXIT PERFORM
            WHEN OTHER
                MOVE "Invalid choice. Please enter 1-11." TO WS-OUT-LINE
                PERFORM PRINT-LINE
        END-EVALUATE
    END-PERFORM.

*> ---------------------------------------------------------------
*> EMPLOYER-CANDIDATE-SEARCH
*>   "Can I look for juniors in MIS?" -- finally yes. Filters the
*>   profile table by major, university, graduation year, and a
*>   completed skill (any left blank matches everything), returning
*>   only profiles whose visibility is public and whose owner is
*>   neither deactivated nor suspended. Viewing a hit logs to
*>   VIEWLOG-FILE like any other
*>   profile view, and a hit can go straight onto the shortlist.
*> ---------------------------------------------------------------
EMPLOYER-CANDIDATE-SEARCH.
    MOVE "--- Candidate Search ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Major to match (blank for any):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    MOVE WS-TOKEN TO WS-CS-MAJOR

    MOVE "University to match (blank for any):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    MOVE WS-TOKEN TO WS-CS-UNIV

    MOVE "Graduation year to match (blank for any):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    MOVE WS-TOKEN TO WS-CS-GRAD

    MOVE "Completed skill number 1-5 (blank for any):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    MOVE 0 TO WS-CS-SKILL
    IF WS-TOKEN(1:1) >= "1" AND WS-TOKEN(1:1) <= "5"
        MOVE FUNCTION NUMVAL(WS-TOKEN(1:1)) TO WS-CS-SKILL
    END-IF

    *> Matched against the name or issuer of a current (not expired)
    *> certification, so "CPR" or "CompTIA" finds holders.
    MOVE "Certification or license to match (blank for any):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    MOVE WS-TOKEN TO WS-CS-CERT
    IF FUNCTION TRIM(WS-CS-CERT) NOT = SPACES
        PERFORM LOAD-ALL-CERTIFICATIONS
    END-IF

    *> Only students who share their GPA can meet a GPA minimum.
    MOVE "Minimum GPA, 0.00-4.00 (blank for any):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    MOVE 0 TO WS-CS-MIN-GPA
    IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
        IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
            MOVE "Invalid GPA. Please enter a number such as 3.00."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION NUMVAL(WS-TOKEN) < 0
           OR FUNCTION NUMVAL(WS-TOKEN) > 4
            MOVE "Invalid GPA. It must be between 0.00 and 4.00."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-CS-MIN-GPA
        PERFORM LOAD-ALL-GPAS
    END-IF

    PERFORM LOAD-ALL-DEACTIVATED
    PERFORM LOAD-ALL-SUSPENSIONS

    *> Each hit carries its best fit score across this employer's
    *> open postings, named alongside it.
    PERFORM LOAD-MY-OPEN-POSTINGS

    MOVE 0 TO WS-CS-HIT-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PROF-COUNT
        PERFORM CHECK-CANDIDATE-MATCH
        IF WS-CS-MATCH = "Y" AND WS-CS-HIT-COUNT < 200
            ADD 1 TO WS-CS-HIT-COUNT
            MOVE WS-I TO WS-CS-HIT-IDX(WS-CS-HIT-COUNT)
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-CS-HIT-COUNT ". "
                   FUNCTION TRIM(WS-PROF-FNAME(WS-I)) " "
                   FUNCTION TRIM(WS-PROF-LNAME(WS-I))
                   " (" FUNCTION TRIM(WS-PROF-UNIV(WS-I))
                   ", " FUNCTION TRIM(WS-PROF-MAJOR(WS-I))
                   ", " WS-PROF-GRAD(WS-I) ")"
              INTO WS-OUT-LINE
            END-STRING
            IF WS-FIT-POST-COUNT > 0
                MOVE WS-PROF-USER(WS-I) TO WS-FIT-USER
                PERFORM PREPARE-FIT-USER
                PERFORM SCORE-BEST-POSTING
                MOVE WS-OUT-LINE TO WS-FIT-LINE
                MOVE WS-FIT-BEST-SCORE TO WS-FIT-DISP
                MOVE SPACES TO WS-OUT-LINE
                STRING FUNCTION TRIM(WS-FIT-LINE TRAILING)
                       " - fit " FUNCTION TRIM(WS-FIT-DISP) " for "
                       FUNCTION TRIM(WS-FPT-TITLE(WS-FIT-BEST-IDX))
                  INTO WS-OUT-LINE
                END-STRING
            END-IF
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-CS-HIT-COUNT = 0
        MOVE "No candidates matched." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a number to view that candidate, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-CS-HIT-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CS-HIT-IDX(WS-USER-CHOICE) TO WS-SEARCH-IDX
    MOVE "Y" TO WS-EMP-VIEW
    PERFORM DISPLAY-FOUND-PROFILE
    MOVE "N" TO WS-EMP-VIEW

    MOVE "Add this candidate to your shortlist? (Y/N):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) = "Y"
        PERFORM ADD-TO-SHORTLIST
    END-IF.

*> ---------------------------------------------------------------
*> CHECK-CANDIDATE-MATCH
*>   WS-CS-MATCH = "Y" when profile row WS-I satisfies every
*>   criterion, its visibility allows an employer to see it (public
*>   only -- connections-only means exactly that), and its owner is
*>   neither deactivated nor suspended. A GPA minimum is met only
*>   from a shared GPA (LOAD-ALL-GPAS has already run).
*> ---------------------------------------------------------------
CHECK-CANDIDATE-MATCH.
    MOVE "N" TO WS-CS-MATCH

    IF WS-PROF-VISIBILITY(WS-I) NOT = "P"
        EXIT PARAGRAPH
    END-IF

    MOVE WS-PROF-USER(WS-I) TO WS-DEACT-QUERY
    PERFORM CHECK-USER-DEACTIVATED
    IF WS-IS-DEACTIVATED = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE WS-PROF-USER(WS-I) TO WS-SUS-QUERY
    PERFORM CHECK-USER-SUSPENDED
    IF WS-IS-SUSPENDED = "Y"
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TRIM(WS-CS-MAJOR) NOT = SPACES
       AND FUNCTION TRIM(WS-PROF-MAJOR(WS-I))
           NOT = FUNCTION TRIM(WS-CS-MAJOR)
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-CS-UNIV) NOT = SPACES
       AND FUNCTION TRIM(WS-PROF-UNIV(WS-I))
           NOT = FUNCTION TRIM(WS-CS-UNIV)
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-CS-GRAD) NOT = SPACES
       AND WS-PROF-GRAD(WS-I) NOT = FUNCTION NUMVAL(WS-CS-GRAD)
        EXIT PARAGRAPH
    END-IF

    IF WS-CS-SKILL > 0
        MOVE WS-PROF-USER(WS-I) TO WS-SKILL-QUERY-USER
        PERFORM LOAD-SKILLS-FOR-USER
        IF WS-SKILL-DONE(WS-CS-SKILL) NOT = "Y"
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF FUNCTION TRIM(WS-CS-CERT) NOT = SPACES
        MOVE WS-PROF-USER(WS-I) TO WS-CERT-QUERY-USER
        MOVE WS-CS-CERT TO WS-CERT-TERM
        PERFORM CHECK-HOLDS-CERTIFICATION
        IF WS-CERT-HELD = "N"
            EXIT PARAGRAPH
        END-IF
    END-IF

    *> A student who has not shared a GPA never meets a minimum.
    IF WS-CS-MIN-GPA > 0
        MOVE WS-PROF-USER(WS-I) TO WS-GA-QUERY-USER
        PERFORM FIND-SHARED-GPA
        IF WS-GA-SHARED = "N" OR WS-GA-VALUE < WS-CS-MIN-GPA
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE "Y" TO WS-CS-MATCH.

*> ---------------------------------------------------------------
*> REVIEW-GPA-SHARING
*>   On the student's own profile screen: once the registrar has
*>   sent a GPA, show it with its sharing state and let the student
*>   opt in or out. Opting in is what lets employers see it and
*>   filter on it; opting out removes it from their view at once.
*> ---------------------------------------------------------------
REVIEW-GPA-SHARING.
    IF WS-CURR-ACCT-TYPE NOT = "S"
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-GPAS
    IF WS-GA-MINE = 0
        EXIT PARAGRAPH
    END-IF

    MOVE WS-GAT-GPA(WS-GA-MINE) TO WS-GA-DISP
    MOVE SPACES TO WS-OUT-LINE
    IF WS-GK-MINE > 0
        STRING "Your GPA on file from the registrar: " WS-GA-DISP
               " (shared with employers)"
          INTO WS-OUT-LINE
        END-STRING
    ELSE
        STRING "Your GPA on file from the registrar: " WS-GA-DISP
               " (not shared)"
          INTO WS-OUT-LINE
        END-STRING
    END-IF
    PERFORM PRINT-LINE

    IF WS-GK-MINE > 0
        MOVE "Stop sharing your GPA with employers? (Y/N):"
            TO WS-PROMPT
    ELSE
        MOVE "Share your GPA with employers? (Y/N):" TO WS-PROMPT
    END-IF
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    IF WS-GK-MINE > 0
        MOVE SPACES TO WS-GKT-USER(WS-GK-MINE)
        PERFORM SAVE-ALL-GPA-CONSENTS
        MOVE "Your GPA is no longer shared with employers."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "GPA-SHARE-OFF" TO WS-AUDIT-EVENT
    ELSE
        IF WS-GK-COUNT >= 500
            MOVE "The GPA consent file is full." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
        PERFORM FORMAT-TODAY-DATE
        ADD 1 TO WS-GK-COUNT
        MOVE WS-CURR-USER  TO WS-GKT-USER(WS-GK-COUNT)
        MOVE WS-TODAY-DATE TO WS-GKT-DATE(WS-GK-COUNT)
        PERFORM SAVE-ALL-GPA-CONSENTS
        MOVE "Your GPA is now shared with employers."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "GPA-SHARE-ON" TO WS-AUDIT-EVENT
    END-IF
    MOVE WS-CURR-USER TO WS-AUDIT-USER
    MOVE SPACES TO WS-AUDIT-DETAIL
    PERFORM LOG-AUDIT-EVENT.

*> ---------------------------------------------------------------
*> LOAD-ALL-GPAS
*>   Loads the registrar GPAs and the sharing consents together;
*>   WS-GA-MINE / WS-GK-MINE are the current user's rows (0 if
*>   none).
*> ---------------------------------------------------------------
LOAD-ALL-GPAS.
    MOVE 0 TO WS-GA-COUNT
    MOVE 0 TO WS-GA-MINE
    MOVE "N" TO WS-GA-EOF

    OPEN INPUT GPA-FILE
    IF WS-GA-STATUS NOT = "35"
        PERFORM UNTIL WS-GA-EOF = "Y"
            READ GPA-FILE
                AT END
                    MOVE "Y" TO WS-GA-EOF
                NOT AT END
                    IF GA-USER NOT = SPACES AND WS-GA-COUNT < 500
                        ADD 1 TO WS-GA-COUNT
                        MOVE GA-USER TO WS-GAT-USER(WS-GA-COUNT)
                        MOVE GA-GPA  TO WS-GAT-GPA(WS-GA-COUNT)
                        MOVE GA-DATE TO WS-GAT-DATE(WS-GA-COUNT)
                        IF FUNCTION TRIM(GA-USER) = FUNCTION TRIM(WS-CURR-USER)
                            MOVE WS-GA-COUNT TO WS-GA-MINE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE GPA-FILE

    MOVE 0 TO WS-GK-COUNT
    MOVE 0 TO WS-GK-MINE
    MOVE "N" TO WS-GA-EOF

    OPEN INPUT GPA-CONSENT-FILE
    IF WS-GK-STATUS NOT = "35"
        PERFORM UNTIL WS-GA-EOF = "Y"
            READ GPA-CONSENT-FILE
                AT END
                    MOVE "Y" TO WS-GA-EOF
                NOT AT END
                    IF GK-USER NOT = SPACES AND WS-GK-COUNT < 500
                        ADD 1 TO WS-GK-COUNT
                        MOVE GK-USER TO WS-GKT-USER(WS-GK-COUNT)
                        MOVE GK-DATE TO WS-GKT-DATE(WS-GK-COUNT)
                        IF FUNCTION TRIM(GK-USER) = FUNCTION TRIM(WS-CURR-USER)
                            MOVE WS-GK-COUNT TO WS-GK-MINE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE GPA-CONSENT-FILE.

SAVE-ALL-GPA-CONSENTS.
    OPEN OUTPUT GPA-CONSENT-FILE
    PERFORM VARYING WS-GA-I FROM 1 BY 1 UNTIL WS-GA-I > WS-GK-COUNT
        IF WS-GKT-USER(WS-GA-I) NOT = SPACES
            MOVE SPACES TO GPA-CONSENT-REC
            MOVE WS-GKT-USER(WS-GA-I) TO GK-USER
            MOVE WS-GKT-DATE(WS-GA-I) TO GK-DATE
            MOVE "|" TO GPA-CONSENT-REC(21:1)
            WRITE GPA-CONSENT-REC
        END-IF
    END-PERFORM
    CLOSE GPA-CONSENT-FILE.

*> ---------------------------------------------------------------
*> FIND-SHARED-GPA
*>   WS-GA-SHARED = "Y" and WS-GA-VALUE set only when
*>   WS-GA-QUERY-USER has both a registrar GPA and a sharing consent
*>   in the loaded tables. Without consent the GPA is treated as not
*>   existing at all.
*> ---------------------------------------------------------------
FIND-SHARED-GPA.
    MOVE "N" TO WS-GA-SHARED
    MOVE 0 TO WS-GA-VALUE

    PERFORM VARYING WS-GA-I FROM 1 BY 1 UNTIL WS-GA-I > WS-GK-COUNT
        IF FUNCTION TRIM(WS-GKT-USER(WS-GA-I))
           = FUNCTION TRIM(WS-GA-QUERY-USER)
            MOVE "Y" TO WS-GA-SHARED
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-GA-SHARED = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-GA-SHARED
    PERFORM VARYING WS-GA-I FROM 1 BY 1 UNTIL WS-GA-I > WS-GA-COUNT
        IF FUNCTION TRIM(WS-GAT-USER(WS-GA-I))
           = FUNCTION TRIM(WS-GA-QUERY-USER)
            MOVE "Y" TO WS-GA-SHARED
            MOVE WS-GAT-GPA(WS-GA-I) TO WS-GA-VALUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

ADD-TO-SHORTLIST.
    PERFORM LOAD-ALL-SHORTLISTS

    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-SHORT-COUNT
        IF FUNCTION TRIM(WS-SLT-EMPLOYER(WS-K))
               = FUNCTION TRIM(WS-CURR-USER)
           AND FUNCTION TRIM(WS-SLT-STUDENT(WS-K))
               = FUNCTION TRIM(WS-PROF-USER(WS-SEARCH-IDX))
            MOVE "They are already on your shortlist." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    IF WS-SHORT-COUNT >= 200
        MOVE "The shortlist file is full." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    ADD 1 TO WS-SHORT-COUNT
    MOVE WS-CURR-USER TO WS-SLT-EMPLOYER(WS-SHORT-COUNT)
    MOVE WS-PROF-USER(WS-SEARCH-IDX) TO WS-SLT-STUDENT(WS-SHORT-COUNT)
    MOVE WS-TODAY-DATE TO WS-SLT-DATE(WS-SHORT-COUNT)
    PERFORM SAVE-ALL-SHORTLISTS

    MOVE "Added to your shortlist." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> EMPLOYER-SHORTLIST-SCREEN
*>   The saved candidates, revisitable and messageable through the
*>   normal block-respecting channel (a block between the two
*>   silently refuses the message, the same way member messaging
*>   does).
*> ---------------------------------------------------------------
EMPLOYER-SHORTLIST-SCREEN.
    MOVE "--- My Shortlist ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-SHORTLISTS

    MOVE 0 TO WS-MY-SHORT-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SHORT-COUNT
        IF FUNCTION TRIM(WS-SLT-EMPLOYER(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
            ADD 1 TO WS-MY-SHORT-COUNT
            MOVE WS-I TO WS-MY-SHORT-IDX(WS-MY-SHORT-COUNT)
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-MY-SHORT-COUNT ". "
                   FUNCTION TRIM(WS-SLT-STUDENT(WS-I))
                   " (saved " FUNCTION TRIM(WS-SLT-DATE(WS-I)) ")"
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-MY-SHORT-COUNT = 0
        MOVE "Your shortlist is empty. Save candidates from the search."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a number to act on that candidate, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-MY-SHORT-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-MY-SHORT-IDX(WS-USER-CHOICE) TO WS-J

    MOVE "1. View their profile" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Send them a message" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Remove from my shortlist" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "4. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your choice:" TO WS-PROMPT

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            PERFORM VIEW-SHORTLISTED-PROFILE
        WHEN "2"
            PERFORM MESSAGE-SHORTLISTED-CANDIDATE
        WHEN "3"
            MOVE SPACES TO WS-SLT-EMPLOYER(WS-J)
            PERFORM DROP-BLANK-SHORTLIST-ROWS
            PERFORM SAVE-ALL-SHORTLISTS
            MOVE "Removed from your shortlist." TO WS-OUT-LINE
            PERFORM PRINT-LINE
        WHEN "4"
            CONTINUE
        WHEN OTHER
            MOVE "Invalid choice. Please enter 1-4." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE.

VIEW-SHORTLISTED-PROFILE.
    MOVE 0 TO WS-SEARCH-IDX
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-PROF-COUNT OR WS-SEARCH-IDX > 0
        IF FUNCTION TRIM(WS-PROF-USER(WS-K))
               = FUNCTION TRIM(WS-SLT-STUDENT(WS-J))
            MOVE WS-K TO WS-SEARCH-IDX
        END-IF
    END-PERFORM

    IF WS-SEARCH-IDX = 0
        MOVE "That candidate no longer has a profile." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    *> Re-apply the search-time filters on every revisit: a
    *> candidate who has since gone non-public, deactivated, or
    *> been suspended is no longer visible from the shortlist.
    PERFORM LOAD-ALL-DEACTIVATED
    PERFORM LOAD-ALL-SUSPENSIONS
    MOVE WS-PROF-USER(WS-SEARCH-IDX) TO WS-DEACT-QUERY
    PERFORM CHECK-USER-DEACTIVATED
    MOVE WS-PROF-USER(WS-SEARCH-IDX) TO WS-SUS-QUERY
    PERFORM CHECK-USER-SUSPENDED
    IF WS-PROF-VISIBILITY(WS-SEARCH-IDX) NOT = "P"
       OR WS-IS-DEACTIVATED = "Y"
       OR WS-IS-SUSPENDED = "Y"
        MOVE "That candidate's profile is no longer available."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO WS-EMP-VIEW
    PERFORM DISPLAY-FOUND-PROFILE
    MOVE "N" TO WS-EMP-VIEW.

*> ---------------------------------------------------------------
*> MESSAGE-SHORTLISTED-CANDIDATE
*>   A recruiter reaching out to a saved candidate. The same block
*>   check member messaging makes applies -- a block between the two
*>   silently refuses the send, so the block stays unrevealed.
*> ---------------------------------------------------------------
MESSAGE-SHORTLISTED-CANDIDATE.
    MOVE WS-SLT-STUDENT(WS-J) TO WS-MSG-RECIPIENT

    PERFORM LOAD-ALL-BLOCKS
    MOVE WS-CURR-USER     TO WS-PAIR-A
    MOVE WS-MSG-RECIPIENT TO WS-PAIR-B
    PERFORM CHECK-BLOCK-PAIR
    IF WS-BLOCKED-PAIR = "Y"
        MOVE "Message sent." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "0000000000" TO WS-MSG-REPLY-PARENT-ID
    PERFORM GET-MESSAGE-CONTENT.

DROP-BLANK-SHORTLIST-ROWS.
    MOVE 0 TO WS-K
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SHORT-COUNT
        IF WS-SLT-EMPLOYER(WS-I) NOT = SPACES
            ADD 1 TO WS-K
            MOVE WS-SLT-EMPLOYER(WS-I) TO WS-SLT-EMPLOYER(WS-K)
            MOVE WS-SLT-STUDENT(WS-I)  TO WS-SLT-STUDENT(WS-K)
            MOVE WS-SLT-DATE(WS-I)     TO WS-SLT-DATE(WS-K)
        END-IF
    END-PERFORM
    MOVE WS-K TO WS-SHORT-COUNT.

LOAD-ALL-SHORTLISTS.
    MOVE 0 TO WS-SHORT-COUNT
    MOVE "N" TO WS-SHORT-EOF

    OPEN INPUT SHORTLIST-FILE
    IF WS-SHORT-STATUS NOT = "35"
        PERFORM UNTIL WS-SHORT-EOF = "Y"
            READ SHORTLIST-FILE
                AT END
                    MOVE "Y" TO WS-SHORT-EOF
                NOT AT END
                    IF SL-EMPLOYER-USER NOT = SPACES
                       AND WS-SHORT-COUNT < 200
                        ADD 1 TO WS-SHORT-COUNT
                        MOVE SL-EMPLOYER-USER
                            TO WS-SLT-EMPLOYER(WS-SHORT-COUNT)
                        MOVE SL-STUDENT
                            TO WS-SLT-STUDENT(WS-SHORT-COUNT)
                        MOVE SL-DATE TO WS-SLT-DATE(WS-SHORT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE SHORTLIST-FILE.

SAVE-ALL-SHORTLISTS.
    OPEN OUTPUT SHORTLIST-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SHORT-COUNT
        MOVE SPACES TO SHORTLIST-REC
        MOVE WS-SLT-EMPLOYER(WS-I) TO SL-EMPLOYER-USER
        MOVE WS-SLT-STUDENT(WS-I)  TO SL-STUDENT
        MOVE WS-SLT-DATE(WS-I)     TO SL-DATE
        MOVE "|" TO SHORTLIST-REC(21:1)
        MOVE "|" TO SHORTLIST-REC(42:1)
        WRITE SHORTLIST-REC
    END-PERFORM
    CLOSE SHORTLIST-FILE.

*> ---------------------------------------------------------------
*> EMPLOYER-RENEW-POSTING
*>   The renewal lever employers asked for after the silent
*>   auto-close: lists this employer's own postings, takes a new
*>   deadline, and reopens the chosen posting (status back to
*>   ACTIVE) through the staged JOB-FILE rewrite. The JOB-ID never
*>   changes, so existing applications stay attached.
*> ---------------------------------------------------------------
EMPLOYER-RENEW-POSTING.
    MOVE "--- Renew a Posting ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOOKUP-MY-EMPLOYER
    IF FUNCTION TRIM(WS-MY-EMPLOYER) = SPACES
        MOVE "Your account is not linked to a registered employer."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-RENEW-COUNT
    MOVE "N" TO WS-JOB-EOF
    OPEN INPUT JOB-FILE
    IF WS-JOB-STATUS NOT = "35"
        PERFORM UNTIL WS-JOB-EOF = "Y"
            READ JOB-FILE
                AT END
                    MOVE "Y" TO WS-JOB-EOF
                NOT AT END
                    IF FUNCTION TRIM(JOB-EMPLOYER-FILE)
                           = FUNCTION TRIM(WS-MY-EMPLOYER)
                       AND FUNCTION TRIM(JOB-STATUS-FILE)
                           NOT = "RETIRED"
                       AND FUNCTION TRIM(JOB-STATUS-FILE)
                           NOT = "REJECTED"
                       AND FUNCTION TRIM(JOB-STATUS-FILE)
                           NOT = "FILLED"
                       AND WS-RENEW-COUNT < 200
                        ADD 1 TO WS-RENEW-COUNT
                        MOVE JOB-ID TO WS-RENEW-ID-TBL(WS-RENEW-COUNT)
                        MOVE SPACES TO WS-OUT-LINE
                        STRING WS-RENEW-COUNT ". "
                               FUNCTION TRIM(JOB-TITLE-FILE)
                               " [" FUNCTION TRIM(JOB-STATUS-FILE)
                               "] deadline "
                               FUNCTION TRIM(JOB-DEADLINE-FILE)
                          INTO WS-OUT-LINE
                        END-STRING
                        PERFORM PRINT-LINE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE JOB-FILE

    IF WS-RENEW-COUNT = 0
        MOVE "You have no postings that can be renewed." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the posting number to renew, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-RENEW-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-RENEW-ID-TBL(WS-USER-CHOICE) TO WS-RENEW-PICK-ID

    MOVE "New application deadline (YYYY-MM-DD):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF WS-TOKEN(5:1) NOT = "-" OR WS-TOKEN(8:1) NOT = "-"
       OR WS-TOKEN(1:4) IS NOT NUMERIC
       OR WS-TOKEN(6:2) IS NOT NUMERIC
       OR WS-TOKEN(9:2) IS NOT NUMERIC
        MOVE "Error: Deadline must be a YYYY-MM-DD date. Nothing changed."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN(1:10) TO WS-RENEW-DEADLINE

    PERFORM APPLY-POSTING-RENEWAL

    *> A renewal puts the posting back up, so it bills as one; one
    *> still waiting on review is billed when staff approve it.
    IF WS-RENEW-WAS-PENDING = "N"
        MOVE "RENEWAL"          TO WS-FEE-CODE
        MOVE WS-MY-EMPLOYER     TO WS-FEE-EMPLOYER
        MOVE WS-RENEW-PICK-ID   TO WS-FEE-REF
        MOVE WS-RENEW-TITLE     TO WS-FEE-ITEM
        MOVE "N"                TO WS-FEE-ONCE
        PERFORM RECORD-FEE-CHARGE
    END-IF

    PERFORM LOG-RENEWAL-CHANGES

    MOVE "Posting renewed and reopened with the new deadline."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> APPLY-POSTING-RENEWAL
*>   Streams JOB-FILE through the staging copy and back (the same
*>   shape REPLACE-JOB-FILE in JobDeadlineSweep uses), updating the
*>   one row whose id matches WS-RENEW-PICK-ID. A posting still
*>   waiting on staff approval takes the new deadline but stays
*>   PENDING -- renewal never skips the review.
*> ---------------------------------------------------------------
APPLY-POSTING-RENEWAL.
    MOVE SPACES TO WS-RENEW-TITLE
    MOVE SPACES TO WS-RENEW-OLD-DEADLINE
    MOVE SPACES TO WS-RENEW-OLD-STATUS
    MOVE SPACES TO WS-RENEW-EMPLOYER
    MOVE "N" TO WS-RENEW-WAS-PENDING
    OPEN INPUT JOB-FILE
    OPEN OUTPUT JOB-WORK-FILE

    MOVE "N" TO WS-JOB-EOF
    PERFORM UNTIL WS-JOB-EOF = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO WS-JOB-EOF
            NOT AT END
                IF FUNCTION TRIM(JOB-ID)
                       = FUNCTION TRIM(WS-RENEW-PICK-ID)
                    MOVE JOB-DEADLINE-FILE TO WS-RENEW-OLD-DEADLINE
                    MOVE JOB-STATUS-FILE   TO WS-RENEW-OLD-STATUS
                    MOVE JOB-EMPLOYER-FILE TO WS-RENEW-EMPLOYER
                    MOVE WS-RENEW-DEADLINE TO JOB-DEADLINE-FILE
                    MOVE JOB-TITLE-FILE    TO WS-RENEW-TITLE
                    IF FUNCTION TRIM(JOB-STATUS-FILE) NOT = "PENDING"
                        MOVE "ACTIVE"      TO JOB-STATUS-FILE
                    ELSE
                        MOVE "Y"           TO WS-RENEW-WAS-PENDING
                    END-IF
                END-IF
                MOVE SPACES TO JOB-WORK-REC
                MOVE JOB-REC TO JOB-WORK-REC
                WRITE JOB-WORK-REC
        END-READ
    END-PERFORM

    CLOSE JOB-WORK-FILE
    CLOSE JOB-FILE

    OPEN OUTPUT JOB-FILE
    OPEN INPUT JOB-WORK-FILE

    MOVE "N" TO WS-JOB-EOF
    PERFORM UNTIL WS-JOB-EOF = "Y"
        READ JOB-WORK-FILE
            AT END
                MOVE "Y" TO WS-JOB-EOF
            NOT AT END
                MOVE JOB-WORK-REC TO JOB-REC
                WRITE JOB-REC
        END-READ
    END-PERFORM

    CLOSE JOB-WORK-FILE
    CLOSE JOB-FILE.

*> ---------------------------------------------------------------
*> LOG-RENEWAL-CHANGES
*>   The posting change log and follower notice for an employer's
*>   own renewal, the same rows JobPostingMaintenance writes for its
*>   edits: the deadline change (and the reopen, when the status
*>   moved) are logged, and the new deadline is a material change
*>   every active applicant and saver is told about.
*> ---------------------------------------------------------------
LOG-RENEWAL-CHANGES.
    MOVE WS-RENEW-PICK-ID TO WS-PCH-JOB-ID
    IF WS-RENEW-DEADLINE NOT = WS-RENEW-OLD-DEADLINE
        MOVE "DEADLINE"            TO WS-PCH-FIELD
        MOVE WS-RENEW-OLD-DEADLINE TO WS-PCH-OLD
        MOVE WS-RENEW-DEADLINE     TO WS-PCH-NEW
        PERFORM LOG-POSTING-CHANGE
    END-IF
    IF WS-RENEW-WAS-PENDING = "N"
       AND FUNCTION TRIM(WS-RENEW-OLD-STATUS) NOT = "ACTIVE"
        MOVE "STATUS"              TO WS-PCH-FIELD
        MOVE WS-RENEW-OLD-STATUS   TO WS-PCH-OLD
        MOVE "ACTIVE"              TO WS-PCH-NEW
        PERFORM LOG-POSTING-CHANGE
    END-IF

    IF WS-RENEW-DEADLINE NOT = WS-RENEW-OLD-DEADLINE
        MOVE WS-RENEW-TITLE     TO WS-PCH-TITLE
        MOVE WS-RENEW-EMPLOYER  TO WS-PCH-EMPLOYER
        MOVE "deadline"         TO WS-PCH-WHAT
        PERFORM NOTIFY-POSTING-FOLLOWERS
    END-IF.

LOG-POSTING-CHANGE.
    PERFORM FORMAT-TODAY-DATE

    OPEN EXTEND POSTING-CHANGE-FILE
    IF WS-PCH-STATUS = "35"
        OPEN OUTPUT POSTING-CHANGE-FILE
        CLOSE POSTING-CHANGE-FILE
        OPEN EXTEND POSTING-CHANGE-FILE
    END-IF
    MOVE SPACES TO POSTING-CHANGE-REC
    MOVE WS-PCH-JOB-ID TO PC-JOB-ID
    MOVE WS-TODAY-DATE TO PC-DATE
    MOVE WS-PCH-FIELD  TO PC-FIELD
    MOVE WS-PCH-OLD    TO PC-OLD
    MOVE WS-PCH-NEW    TO PC-NEW
    MOVE WS-CURR-USER  TO PC-BY
    MOVE "|" TO POSTING-CHANGE-REC(11:1)
    MOVE "|" TO POSTING-CHANGE-REC(22:1)
    MOVE "|" TO POSTING-CHANGE-REC(33:1)
    MOVE "|" TO POSTING-CHANGE-REC(74:1)
    MOVE "|" TO POSTING-CHANGE-REC(115:1)
    WRITE POSTING-CHANGE-REC
    CLOSE POSTING-CHANGE-FILE.

*> ---------------------------------------------------------------
*> NOTIFY-POSTING-FOLLOWERS
*>   Posting WS-PCH-JOB-ID (WS-PCH-TITLE at WS-PCH-EMPLOYER) changed
*>   in a way applicants care about (WS-PCH-WHAT): each student with
*>   a live application on it -- not withdrawn, rejected, hired, or
*>   expired -- and each student who saved it gets one
*>   POSTING-CHANGED notification.
*> ---------------------------------------------------------------
NOTIFY-POSTING-FOLLOWERS.
    MOVE 0 TO WS-PCH-FOLLOW-COUNT

    PERFORM LOAD-ALL-APPLICATIONS
    PERFORM VARYING WS-PCH-I FROM 1 BY 1
        UNTIL WS-PCH-I > WS-APP-TABLE-COUNT
        IF WS-APP-T-TITLE(WS-PCH-I) = WS-PCH-TITLE
           AND WS-APP-T-EMPLOYER(WS-PCH-I) = WS-PCH-EMPLOYER
           AND FUNCTION TRIM(WS-APP-T-STATUS(WS-PCH-I)) NOT = "Withdrawn"
           AND FUNCTION TRIM(WS-APP-T-STATUS(WS-PCH-I)) NOT = "Rejected"
           AND FUNCTION TRIM(WS-APP-T-STATUS(WS-PCH-I)) NOT = "Hired"
           AND FUNCTION TRIM(WS-APP-T-STATUS(WS-PCH-I)) NOT = "Expired"
           AND FUNCTION TRIM(WS-APP-T-STATUS(WS-PCH-I))
               NOT = "Position Filled"
            MOVE WS-APP-T-USER(WS-PCH-I) TO WS-PCH-FOLLOW-NEW
            PERFORM ADD-POSTING-FOLLOWER
        END-IF
    END-PERFORM

    PERFORM LOAD-ALL-SAVED-JOBS
    PERFORM VARYING WS-PCH-I FROM 1 BY 1 UNTIL WS-PCH-I > WS-SAVED-COUNT
        IF WS-SJ-JOB-ID(WS-PCH-I) = WS-PCH-JOB-ID
            MOVE WS-SJ-USER(WS-PCH-I) TO WS-PCH-FOLLOW-NEW
            PERFORM ADD-POSTING-FOLLOWER
        END-IF
    END-PERFORM

    PERFORM VARYING WS-PCH-I FROM 1 BY 1
        UNTIL WS-PCH-I > WS-PCH-FOLLOW-COUNT
        MOVE WS-PCH-FOLLOW-USER(WS-PCH-I) TO WS-NOTIFY-USER
        MOVE "POSTING-CHANGED" TO WS-NOTIFY-EVENT
        MOVE SPACES TO WS-NOTIFY-DETAIL
        STRING FUNCTION TRIM(WS-PCH-TITLE) " changed: "
               FUNCTION TRIM(WS-PCH-WHAT)
          INTO WS-NOTIFY-DETAIL
        END-STRING
        PERFORM ADD-NOTIFICATION
    END-PERFORM

    IF WS-PCH-FOLLOW-COUNT > 0
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-PCH-FOLLOW-COUNT
               " applicant(s) and saver(s) notified of the change."
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-IF.

ADD-POSTING-FOLLOWER.
    IF WS-PCH-FOLLOW-NEW = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-PCH-FOUND
    PERFORM VARYING WS-PCH-J FROM 1 BY 1
        UNTIL WS-PCH-J > WS-PCH-FOLLOW-COUNT OR WS-PCH-FOUND = "Y"
        IF WS-PCH-FOLLOW-USER(WS-PCH-J) = WS-PCH-FOLLOW-NEW
            MOVE "Y" TO WS-PCH-FOUND
        END-IF
    END-PERFORM
    IF WS-PCH-FOUND = "N" AND WS-PCH-FOLLOW-COUNT < 500
        ADD 1 TO WS-PCH-FOLLOW-COUNT
        MOVE WS-PCH-FOLLOW-NEW TO WS-PCH-FOLLOW-USER(WS-PCH-FOLLOW-COUNT)
    END-IF.

*> ---------------------------------------------------------------
*> STAFF-POSTING-HISTORY
*>   Staff look up postings by a piece of the title or employer and
*>   print one posting's full edit history from the change log, in
*>   the order the edits were made.
*> ---------------------------------------------------------------
STAFF-POSTING-HISTORY.
    MOVE "--- Posting Edit History ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Title or employer to search for (blank lists every posting):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) TO WS-PCH-SEARCH
    COMPUTE WS-PCH-SEARCH-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN))
    IF WS-PCH-SEARCH = SPACES
        MOVE 0 TO WS-PCH-SEARCH-LEN
    END-IF
    IF WS-PCH-SEARCH-LEN > 40
        MOVE 40 TO WS-PCH-SEARCH-LEN
    END-IF

    MOVE 0 TO WS-PCH-LIST-COUNT
    MOVE "N" TO WS-JOB-EOF
    OPEN INPUT JOB-FILE
    IF WS-JOB-STATUS NOT = "35"
        PERFORM UNTIL WS-JOB-EOF = "Y"
            READ JOB-FILE
                AT END
                    MOVE "Y" TO WS-JOB-EOF
                NOT AT END
                    MOVE 0 TO WS-PCH-HITS
                    IF WS-PCH-SEARCH-LEN > 0
                        MOVE FUNCTION UPPER-CASE(JOB-TITLE-FILE)
                            TO WS-PCH-HAY
                        INSPECT WS-PCH-HAY TALLYING WS-PCH-HITS
                            FOR ALL WS-PCH-SEARCH(1:WS-PCH-SEARCH-LEN)
                        MOVE FUNCTION UPPER-CASE(JOB-EMPLOYER-FILE)
                            TO WS-PCH-HAY
                        INSPECT WS-PCH-HAY TALLYING WS-PCH-HITS
                            FOR ALL WS-PCH-SEARCH(1:WS-PCH-SEARCH-LEN)
                    END-IF
                    IF (WS-PCH-SEARCH-LEN = 0 OR WS-PCH-HITS > 0)
                       AND WS-PCH-LIST-COUNT < 200
                        ADD 1 TO WS-PCH-LIST-COUNT
                        MOVE JOB-ID TO WS-PCH-LIST-ID(WS-PCH-LIST-COUNT)
                        MOVE SPACES TO WS-OUT-LINE
                        STRING WS-PCH-LIST-COUNT ". "
                               FUNCTION TRIM(JOB-TITLE-FILE) " at "
                               FUNCTION TRIM(JOB-EMPLOYER-FILE)
                               " [" FUNCTION TRIM(JOB-STATUS-FILE) "]"
                          INTO WS-OUT-LINE
                        END-STRING
                        PERFORM PRINT-LINE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE JOB-FILE

    IF WS-PCH-LIST-COUNT = 0
        MOVE "No postings match." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the posting number, or 0 to go back:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE 0 TO WS-USER-CHOICE
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) = 0
        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    END-IF
    IF WS-USER-CHOICE < 1 OR WS-USER-CHOICE > WS-PCH-LIST-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PCH-LIST-ID(WS-USER-CHOICE) TO WS-PCH-JOB-ID

    MOVE 0 TO WS-PCH-I
    MOVE "N" TO WS-PCH-EOF
    OPEN INPUT POSTING-CHANGE-FILE
    IF WS-PCH-STATUS NOT = "35"
        PERFORM UNTIL WS-PCH-EOF = "Y"
            READ POSTING-CHANGE-FILE
                AT END
                    MOVE "Y" TO WS-PCH-EOF
                NOT AT END
                    IF PC-JOB-ID = WS-PCH-JOB-ID
                        ADD 1 TO WS-PCH-I
                        MOVE SPACES TO WS-OUT-LINE
                        STRING PC-DATE " "
                               FUNCTION TRIM(PC-FIELD) ": "
                               FUNCTION TRIM(PC-OLD) " -> "
                               FUNCTION TRIM(PC-NEW)
                               " (by " FUNCTION TRIM(PC-BY) ")"
                          INTO WS-OUT-LINE
                        END-STRING
                        PERFORM PRINT-LINE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE POSTING-CHANGE-FILE

    IF WS-PCH-I = 0
        MOVE "That posting has not been edited since it was posted."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> LOAD-ALL-OPENINGS / LOOKUP-POSTING-OPENINGS
*>   How many people each posting will hire, kept by
*>   JobPostingMaintenance. A posting with no row hires one.
*> ---------------------------------------------------------------
LOAD-ALL-OPENINGS.
    MOVE 0 TO WS-OPN-COUNT
    MOVE "N" TO WS-OPN-EOF

    OPEN INPUT OPENINGS-FILE
    IF WS-OPN-STATUS NOT = "35"
        PERFORM UNTIL WS-OPN-EOF = "Y"
            READ OPENINGS-FILE
                AT END
                    MOVE "Y" TO WS-OPN-EOF
                NOT AT END
                    IF PO-JOB-ID NOT = SPACES AND WS-OPN-COUNT < 500
                        ADD 1 TO WS-OPN-COUNT
                        MOVE PO-JOB-ID   TO WS-OPN-JOB-ID(WS-OPN-COUNT)
                        MOVE PO-OPENINGS TO WS-OPN-SLOTS(WS-OPN-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE OPENINGS-FILE.

LOOKUP-POSTING-OPENINGS.
    MOVE 1 TO WS-FILL-SLOTS
    PERFORM VARYING WS-FILL-I FROM 1 BY 1 UNTIL WS-FILL-I > WS-OPN-COUNT
        IF FUNCTION TRIM(WS-OPN-JOB-ID(WS-FILL-I))
               = FUNCTION TRIM(WS-FILL-JOB-ID)
           AND WS-OPN-SLOTS(WS-FILL-I) > 0
            MOVE WS-OPN-SLOTS(WS-FILL-I) TO WS-FILL-SLOTS
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> RECORD-APPLICATION-POSTING / LOAD-ALL-APP-POSTINGS /
*> CHECK-APP-ON-POSTING
*>   Which posting an application belongs to. APPLY-TO-JOB records
*>   the JOB-ID it applied to; the check then leaves
*>   WS-FILL-ON-POSTING = "Y" when application row WS-FILL-I belongs
*>   to posting WS-FILL-JOB-ID (posted WS-FILL-POSTED): its recorded
*>   JOB-ID when it has one, otherwise -- an application from before
*>   the ids were recorded -- when it was made on or after the day
*>   the posting went up, so an old posting's hires never count
*>   against its re-post. The caller has matched the title and
*>   employer already.
*> ---------------------------------------------------------------
RECORD-APPLICATION-POSTING.
    OPEN EXTEND APP-POSTING-FILE
    IF WS-APL-STATUS = "35"
        OPEN OUTPUT APP-POSTING-FILE
        CLOSE APP-POSTING-FILE
        OPEN EXTEND APP-POSTING-FILE
    END-IF

    MOVE SPACES TO APP-POSTING-REC
    MOVE WS-CURR-USER     TO AP-USER
    MOVE WS-SEL-ID        TO AP-JOB-ID
    MOVE WS-SEL-TITLE     TO AP-TITLE
    MOVE WS-SEL-EMPLOYER  TO AP-EMPLOYER
    MOVE WS-TODAY-DATE    TO AP-DATE
    MOVE "|" TO APP-POSTING-REC(21:1)
    MOVE "|" TO APP-POSTING-REC(32:1)
    MOVE "|" TO APP-POSTING-REC(73:1)
    MOVE "|" TO APP-POSTING-REC(114:1)
    WRITE APP-POSTING-REC
    CLOSE APP-POSTING-FILE.

LOAD-ALL-APP-POSTINGS.
    MOVE 0 TO WS-APL-COUNT
    MOVE "N" TO WS-APL-EOF

    OPEN INPUT APP-POSTING-FILE
    IF WS-APL-STATUS NOT = "35"
        PERFORM UNTIL WS-APL-EOF = "Y"
            READ APP-POSTING-FILE
                AT END
                    MOVE "Y" TO WS-APL-EOF
                NOT AT END
                    IF AP-USER NOT = SPACES AND WS-APL-COUNT < 2000
                        ADD 1 TO WS-APL-COUNT
                        MOVE AP-USER     TO WS-APL-USER(WS-APL-COUNT)
                        MOVE AP-JOB-ID   TO WS-APL-JOB-ID(WS-APL-COUNT)
                        MOVE AP-TITLE    TO WS-APL-TITLE(WS-APL-COUNT)
                        MOVE AP-EMPLOYER TO WS-APL-EMPLOYER(WS-APL-COUNT)
                        MOVE AP-DATE     TO WS-APL-DATE(WS-APL-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE APP-POSTING-FILE.

CHECK-APP-ON-POSTING.
    *> The latest matching row wins: a student who withdrew and
    *> applied again to the other copy has a row for each.
    MOVE 0 TO WS-APL-MATCH
    PERFORM VARYING WS-APL-I FROM 1 BY 1 UNTIL WS-APL-I > WS-APL-COUNT
        IF WS-APL-USER(WS-APL-I) = WS-APP-T-USER(WS-FILL-I)
           AND WS-APL-DATE(WS-APL-I) = WS-APP-T-APPLIED(WS-FILL-I)
           AND FUNCTION TRIM(WS-APL-TITLE(WS-APL-I))
               = FUNCTION TRIM(WS-APP-T-TITLE(WS-FILL-I))
           AND FUNCTION TRIM(WS-APL-EMPLOYER(WS-APL-I))
               = FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-FILL-I))
            MOVE WS-APL-I TO WS-APL-MATCH
        END-IF
    END-PERFORM

    MOVE "N" TO WS-FILL-ON-POSTING
    IF WS-APL-MATCH > 0
        IF FUNCTION TRIM(WS-APL-JOB-ID(WS-APL-MATCH))
               = FUNCTION TRIM(WS-FILL-JOB-ID)
            MOVE "Y" TO WS-FILL-ON-POSTING
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-FILL-POSTED = SPACES
       OR WS-APP-T-APPLIED(WS-FILL-I) = SPACES
       OR WS-APP-T-APPLIED(WS-FILL-I) >= WS-FILL-POSTED
        MOVE "Y" TO WS-FILL-ON-POSTING
    END-IF.

*> WS-FILL-HIRED = the accepted offers (Hired applications) on
*> posting WS-FILL-JOB-ID, WS-FILL-TITLE at WS-FILL-EMPLOYER.
*> LOAD-ALL-APPLICATIONS and LOAD-ALL-APP-POSTINGS must have run.
COUNT-POSTING-HIRES.
    MOVE 0 TO WS-FILL-HIRED
    PERFORM VARYING WS-FILL-I FROM 1 BY 1
        UNTIL WS-FILL-I > WS-APP-TABLE-COUNT
        IF FUNCTION TRIM(WS-APP-T-TITLE(WS-FILL-I))
               = FUNCTION TRIM(WS-FILL-TITLE)
           AND FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-FILL-I))
               = FUNCTION TRIM(WS-FILL-EMPLOYER)
           AND FUNCTION TRIM(WS-APP-T-STATUS(WS-FILL-I)) = "Hired"
            PERFORM CHECK-APP-ON-POSTING
            IF WS-FILL-ON-POSTING = "Y"
                ADD 1 TO WS-FILL-HIRED
            END-IF
        END-IF
    END-PERFORM.

*> The posting an application's fill is weighed against: of the
*> postings with the title/employer pair the application carries,
*> the newest ACTIVE or FILLED one. A closed, pending, retired, or
*> rejected copy is passed over, so an old copy earlier in the file
*> cannot hide the live re-post.
FIND-FILL-POSTING.
    MOVE "N" TO WS-FILL-FOUND
    MOVE SPACES TO WS-FILL-JOB-ID
    MOVE SPACES TO WS-FILL-JOB-STATUS
    MOVE SPACES TO WS-FILL-POSTED
    MOVE "N" TO WS-JOB-EOF
    OPEN INPUT JOB-FILE
    IF WS-JOB-STATUS NOT = "35"
        PERFORM UNTIL WS-JOB-EOF = "Y"
            READ JOB-FILE
                AT END
                    MOVE "Y" TO WS-JOB-EOF
                NOT AT END
                    IF FUNCTION TRIM(JOB-TITLE-FILE)
                           = FUNCTION TRIM(WS-FILL-TITLE)
                       AND FUNCTION TRIM(JOB-EMPLOYER-FILE)
                           = FUNCTION TRIM(WS-FILL-EMPLOYER)
                       AND (FUNCTION TRIM(JOB-STATUS-FILE) = "ACTIVE"
                         OR FUNCTION TRIM(JOB-STATUS-FILE) = "FILLED")
                       AND (WS-FILL-FOUND = "N"
                         OR JOB-POSTED-DATE >= WS-FILL-POSTED)
                        MOVE "Y"             TO WS-FILL-FOUND
                        MOVE JOB-ID          TO WS-FILL-JOB-ID
                        MOVE JOB-STATUS-FILE TO WS-FILL-JOB-STATUS
                        MOVE JOB-POSTED-DATE TO WS-FILL-POSTED
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE JOB-FILE.

*> ---------------------------------------------------------------
*> RECHECK-POSTING-FILL
*>   Called after an accepted offer is recorded or taken back, for
*>   the posting WS-FILL-TITLE at WS-FILL-EMPLOYER. Once the Hired
*>   applications on that posting (see CHECK-APP-ON-POSTING) reach
*>   its openings an ACTIVE posting is marked FILLED and every
*>   application still waiting on it is closed with a courteous
*>   notice; when an acceptance is later
*>   withdrawn and a slot comes free, a FILLED posting goes back to
*>   ACTIVE. Offers that expire or are declined never held a slot.
*>   The application table must be loaded and saved by the caller.
*> ---------------------------------------------------------------
RECHECK-POSTING-FILL.
    PERFORM FIND-FILL-POSTING
    IF WS-FILL-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-OPENINGS
    PERFORM LOOKUP-POSTING-OPENINGS
    PERFORM LOAD-ALL-APP-POSTINGS
    PERFORM COUNT-POSTING-HIRES

    IF WS-FILL-HIRED >= WS-FILL-SLOTS
       AND FUNCTION TRIM(WS-FILL-JOB-STATUS) = "ACTIVE"
        MOVE "FILLED" TO WS-FILL-NEW-STATUS
        PERFORM SET-FILL-POSTING-STATUS
        PERFORM CLOSE-UNFILLED-APPLICATIONS
        IF WS-CURR-ACCT-TYPE = "E"
            MOVE SPACES TO WS-OUT-LINE
            STRING "Every opening on " FUNCTION TRIM(WS-FILL-TITLE)
                   " is filled; " WS-FILL-CLOSED
                   " waiting application(s) were closed."
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF WS-FILL-HIRED < WS-FILL-SLOTS
       AND FUNCTION TRIM(WS-FILL-JOB-STATUS) = "FILLED"
        MOVE "ACTIVE" TO WS-FILL-NEW-STATUS
        PERFORM SET-FILL-POSTING-STATUS
        IF WS-CURR-ACCT-TYPE = "E"
            MOVE SPACES TO WS-OUT-LINE
            STRING "An opening on " FUNCTION TRIM(WS-FILL-TITLE)
                   " came free; the posting is open again."
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-IF.

*> Streams JOB-FILE through the staging copy (the
*> APPLY-POSTING-RENEWAL shape) to give posting WS-FILL-JOB-ID the
*> status WS-FILL-NEW-STATUS, and logs the change.
SET-FILL-POSTING-STATUS.
    OPEN INPUT JOB-FILE
    OPEN OUTPUT JOB-WORK-FILE

    MOVE "N" TO WS-JOB-EOF
    PERFORM UNTIL WS-JOB-EOF = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO WS-JOB-EOF
            NOT AT END
                IF FUNCTION TRIM(JOB-ID) = FUNCTION TRIM(WS-FILL-JOB-ID)
                    MOVE WS-FILL-NEW-STATUS TO JOB-STATUS-FILE
                END-IF
                MOVE SPACES TO JOB-WORK-REC
                MOVE JOB-REC TO JOB-WORK-REC
                WRITE JOB-WORK-REC
        END-READ
    END-PERFORM

    CLOSE JOB-WORK-FILE
    CLOSE JOB-FILE

    OPEN OUTPUT JOB-FILE
    OPEN INPUT JOB-WORK-FILE

    MOVE "N" TO WS-JOB-EOF
    PERFORM UNTIL WS-JOB-EOF = "Y"
        READ JOB-WORK-FILE
            AT END
                MOVE "Y" TO WS-JOB-EOF
            NOT AT END
                MOVE JOB-WORK-REC TO JOB-REC
                WRITE JOB-REC
        END-READ
    END-PERFORM

    CLOSE JOB-WORK-FILE
    CLOSE JOB-FILE

    MOVE WS-FILL-JOB-ID     TO WS-PCH-JOB-ID
    MOVE "STATUS"           TO WS-PCH-FIELD
    MOVE WS-FILL-JOB-STATUS TO WS-PCH-OLD
    MOVE WS-FILL-NEW-STATUS TO WS-PCH-NEW
    PERFORM LOG-POSTING-CHANGE.

*> Applications still in Submitted, Under Review, or Interview on
*> the filled posting become "Position Filled" and their students
*> are told, so nobody waits on a job that is gone. Offers already
*> out are left for the student to answer, and applications to
*> another copy of the posting are left alone.
CLOSE-UNFILLED-APPLICATIONS.
    MOVE 0 TO WS-FILL-CLOSED
    PERFORM FORMAT-TODAY-DATE
    PERFORM VARYING WS-FILL-I FROM 1 BY 1
        UNTIL WS-FILL-I > WS-APP-TABLE-COUNT
        IF FUNCTION TRIM(WS-APP-T-TITLE(WS-FILL-I))
               = FUNCTION TRIM(WS-FILL-TITLE)
           AND FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-FILL-I))
               = FUNCTION TRIM(WS-FILL-EMPLOYER)
           AND (FUNCTION TRIM(WS-APP-T-STATUS(WS-FILL-I)) = "Submitted"
             OR FUNCTION TRIM(WS-APP-T-STATUS(WS-FILL-I)) = "Under Review"
             OR FUNCTION TRIM(WS-APP-T-STATUS(WS-FILL-I)) = "Interview")
            PERFORM CHECK-APP-ON-POSTING
            IF WS-FILL-ON-POSTING = "Y"
                MOVE "Position Filled" TO WS-APP-T-STATUS(WS-FILL-I)
                MOVE WS-TODAY-DATE TO WS-APP-T-STATUS-DATE(WS-FILL-I)
                IF WS-FILL-CLOSED < 500
                    ADD 1 TO WS-FILL-CLOSED
                    MOVE WS-FILL-I TO WS-FILL-CLOSED-IDX(WS-FILL-CLOSED)
                END-IF
            END-IF
        END-IF
    END-PERFORM

    IF WS-FILL-CLOSED = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM SAVE-APPLICATIONS
    IF WS-APP-SAVE-OK = "N"
        MOVE 0 TO WS-FILL-CLOSED
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-FILL-I FROM 1 BY 1 UNTIL WS-FILL-I > WS-FILL-CLOSED
        MOVE WS-APP-T-USER(WS-FILL-CLOSED-IDX(WS-FILL-I)) TO WS-NOTIFY-USER
        MOVE "APP-STATUS" TO WS-NOTIFY-EVENT
        MOVE SPACES TO WS-NOTIFY-DETAIL
        STRING FUNCTION TRIM(WS-FILL-TITLE)
               " has been filled. Thank you for applying."
          INTO WS-NOTIFY-DETAIL
        END-STRING
        PERFORM ADD-NOTIFICATION
    END-PERFORM.

*> ---------------------------------------------------------------
*> PRINT-OPENINGS-LEFT
*>   For the review queue: each of WS-REV-EMPLOYER's live postings
*>   with how many of its openings are still to be filled.
*>   LOAD-ALL-APPLICATIONS must have run.
*> ---------------------------------------------------------------
PRINT-OPENINGS-LEFT.
    PERFORM LOAD-ALL-OPENINGS
    PERFORM LOAD-ALL-APP-POSTINGS

    MOVE 0 TO WS-OPN-SHOWN
    MOVE "N" TO WS-OPN-JOB-EOF
    OPEN INPUT JOB-FILE
    IF WS-JOB-STATUS NOT = "35"
        PERFORM UNTIL WS-OPN-JOB-EOF = "Y"
            READ JOB-FILE
                AT END
                    MOVE "Y" TO WS-OPN-JOB-EOF
                NOT AT END
                    IF FUNCTION TRIM(JOB-EMPLOYER-FILE)
                           = FUNCTION TRIM(WS-REV-EMPLOYER)
                       AND (FUNCTION TRIM(JOB-STATUS-FILE) = "ACTIVE"
                         OR FUNCTION TRIM(JOB-STATUS-FILE) = "FILLED"
                         OR FUNCTION TRIM(JOB-STATUS-FILE) = "CLOSED")
                        PERFORM PRINT-ONE-OPENINGS-LINE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE JOB-FILE

    IF WS-OPN-SHOWN > 0
        MOVE SPACES TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

PRINT-ONE-OPENINGS-LINE.
    IF WS-OPN-SHOWN = 0
        MOVE "Openings:" TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF
    ADD 1 TO WS-OPN-SHOWN

    MOVE JOB-ID            TO WS-FILL-JOB-ID
    MOVE JOB-TITLE-FILE    TO WS-FILL-TITLE
    MOVE JOB-EMPLOYER-FILE TO WS-FILL-EMPLOYER
    MOVE JOB-POSTED-DATE   TO WS-FILL-POSTED
    PERFORM LOOKUP-POSTING-OPENINGS
    PERFORM COUNT-POSTING-HIRES
    MOVE 0 TO WS-FILL-LEFT
    IF WS-FILL-SLOTS > WS-FILL-HIRED
        COMPUTE WS-FILL-LEFT = WS-FILL-SLOTS - WS-FILL-HIRED
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    STRING "  " FUNCTION TRIM(JOB-TITLE-FILE) ": "
           WS-FILL-LEFT " of " WS-FILL-SLOTS " opening(s) left ["
           FUNCTION TRIM(JOB-STATUS-FILE) "]"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> REVIEW-APPLICATIONS-SCREEN
*>   Employer-facing review queue: lists every application against
*>   the employer name given, pages through the applicant's
*>   snapshotted About/Experience/Education (the full profile
*>   snapshot APPLY-TO-JOB captured at apply time), and records a
*>   decision the student then sees on MY-APPLICATIONS-SCREEN.
*> ---------------------------------------------------------------
REVIEW-APPLICATIONS-SCREEN.
    MOVE "--- Review Applications ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    *> Accounts created since the employer master exist are linked to
    *> their registered employer; only unlinked legacy accounts still
    *> have to type the name.
    PERFORM LOOKUP-MY-EMPLOYER
    IF FUNCTION TRIM(WS-MY-EMPLOYER) NOT = SPACES
        MOVE WS-MY-EMPLOYER TO WS-REV-EMPLOYER
        MOVE SPACES TO WS-OUT-LINE
        STRING "Reviewing applications for "
               FUNCTION TRIM(WS-REV-EMPLOYER) "."
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    ELSE
        MOVE "Enter your employer name as it appears on your postings:"
            TO WS-PROMPT
        MOVE "X" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        IF FUNCTION TRIM(WS-TOKEN) = SPACES
            MOVE "Error: Employer name cannot be blank." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
        MOVE WS-TOKEN TO WS-REV-EMPLOYER
    END-IF

    PERFORM LOAD-ALL-APPLICATIONS
    PERFORM PRINT-OPENINGS-LEFT

    MOVE 0 TO WS-REV-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-APP-TABLE-COUNT
        IF FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-I))
               = FUNCTION TRIM(WS-REV-EMPLOYER)
           AND FUNCTION TRIM(WS-APP-T-STATUS(WS-I)) NOT = "Withdrawn"
            ADD 1 TO WS-REV-COUNT
            MOVE WS-I TO WS-REV-ROW-IDX(WS-REV-COUNT)
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-REV-COUNT ". "
                   FUNCTION TRIM(WS-APP-T-FNAME(WS-I)) " "
                   FUNCTION TRIM(WS-APP-T-LNAME(WS-I))
                   " - " FUNCTION TRIM(WS-APP-T-TITLE(WS-I))
                   " - " FUNCTION TRIM(WS-APP-T-STATUS(WS-I))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
            IF WS-APP-T-REFERRED(WS-I) = "R"
                MOVE WS-I TO WS-RF-APP-IDX
                PERFORM FIND-REFERRER-NAME
                MOVE SPACES TO WS-OUT-LINE
                STRING "    Referred by " FUNCTION TRIM(WS-RF-NAME)
                  INTO WS-OUT-LINE
                END-STRING
                PERFORM PRINT-LINE
            END-IF
        END-IF
    END-PERFORM

    IF WS-REV-COUNT = 0
        MOVE "No applications on file for that employer." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter an application number to review it, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF

    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-REV-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-REV-ROW-IDX(WS-USER-CHOICE) TO WS-REV-IDX
    PERFORM DISPLAY-APPLICATION-SNAPSHOT
    PERFORM HIRING-TEAM-NOTES
    PERFORM SHOW-INTERVIEW-SCORECARDS
    PERFORM SHOW-REFERENCE-CHECKS
    PERFORM RECORD-APPLICATION-DECISION.

*> ---------------------------------------------------------------
*> HIRING-TEAM-NOTES
*>   The shared notes every recruiter linked to this employer keeps
*>   on the application in WS-APP-TABLE row WS-REV-IDX, oldest
*>   first, then the chance to add one. The team is whoever
*>   EMPLOYER-ACCT-FILE links to the employer, so an unlinked
*>   account that typed the employer name gets no notes at all.
*> ---------------------------------------------------------------
HIRING-TEAM-NOTES.
    IF FUNCTION TRIM(WS-MY-EMPLOYER) = SPACES
        MOVE "Hiring-team notes need your account linked to your employer."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "--- Hiring-team notes ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE 0 TO WS-HN-SHOWN
    MOVE "N" TO WS-HN-EOF
    OPEN INPUT HIRING-NOTE-FILE
    IF WS-HN-STATUS NOT = "35"
        PERFORM UNTIL WS-HN-EOF = "Y"
            READ HIRING-NOTE-FILE
                AT END
                    MOVE "Y" TO WS-HN-EOF
                NOT AT END
                    IF FUNCTION TRIM(HN-EMPLOYER)
                           = FUNCTION TRIM(WS-MY-EMPLOYER)
                       AND FUNCTION TRIM(HN-USER)
                           = FUNCTION TRIM(WS-APP-T-USER(WS-REV-IDX))
                       AND FUNCTION TRIM(HN-TITLE)
                           = FUNCTION TRIM(WS-APP-T-TITLE(WS-REV-IDX))
                        ADD 1 TO WS-HN-SHOWN
                        MOVE SPACES TO WS-OUT-LINE
                        STRING HN-DATE "  " FUNCTION TRIM(HN-AUTHOR)
                          INTO WS-OUT-LINE
                        END-STRING
                        PERFORM PRINT-LINE
                        MOVE SPACES TO WS-OUT-LINE
                        STRING "    " FUNCTION TRIM(HN-TEXT)
                          INTO WS-OUT-LINE
                        END-STRING
                        PERFORM PRINT-LINE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE HIRING-NOTE-FILE

    IF WS-HN-SHOWN = 0
        MOVE "No hiring-team notes yet." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF

    MOVE "Add a hiring-team note (blank to skip):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    OPEN EXTEND HIRING-NOTE-FILE
    IF WS-HN-STATUS = "35"
        OPEN OUTPUT HIRING-NOTE-FILE
        CLOSE HIRING-NOTE-FILE
        OPEN EXTEND HIRING-NOTE-FILE
    END-IF
    MOVE SPACES TO HIRING-NOTE-REC
    MOVE WS-APP-T-USER(WS-REV-IDX)  TO HN-USER
    MOVE WS-APP-T-TITLE(WS-REV-IDX) TO HN-TITLE
    MOVE WS-MY-EMPLOYER             TO HN-EMPLOYER
    MOVE WS-CURR-USER               TO HN-AUTHOR
    MOVE WS-TODAY-DATE              TO HN-DATE
    MOVE WS-TOKEN                   TO HN-TEXT
    MOVE "|" TO HIRING-NOTE-REC(21:1)
    MOVE "|" TO HIRING-NOTE-REC(62:1)
    MOVE "|" TO HIRING-NOTE-REC(103:1)
    MOVE "|" TO HIRING-NOTE-REC(124:1)
    MOVE "|" TO HIRING-NOTE-REC(135:1)
    WRITE HIRING-NOTE-REC
    CLOSE HIRING-NOTE-FILE

    MOVE "Note saved for the hiring team." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> DISPLAY-APPLICATION-SNAPSHOT
*>   Prints the applicant profile exactly as it was captured when the
*>   application was submitted (WS-APP-TABLE row WS-REV-IDX), in the
*>   same layout DISPLAY-FOUND-PROFILE uses for a live profile.
*> ---------------------------------------------------------------
DISPLAY-APPLICATION-SNAPSHOT.
    MOVE "--- Applicant Snapshot ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE SPACES TO WS-OUT-LINE
    STRING "Name: "
           FUNCTION TRIM(WS-APP-T-FNAME(WS-REV-IDX)) " "
           FUNCTION TRIM(WS-APP-T-LNAME(WS-REV-IDX))
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE SPACES TO WS-OUT-LINE
    STRING "University: "
           FUNCTION TRIM(WS-APP-T-UNIV(WS-REV-IDX))
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE SPACES TO WS-OUT-LINE
    STRING "Major: "
           FUNCTION TRIM(WS-APP-T-MAJOR(WS-REV-IDX))
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE SPACES TO WS-OUT-LINE
    STRING "About Me: "
           FUNCTION TRIM(WS-APP-T-ABOUT(WS-REV-IDX))
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    IF WS-APP-T-EXP-COUNT(WS-REV-IDX) = 0
        MOVE "Experience: None" TO WS-OUT-LINE
        PERFORM PRINT-LINE
    ELSE
        MOVE "Experience:" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        PERFORM VARYING WS-K FROM 1 BY 1
            UNTIL WS-K > WS-APP-T-EXP-COUNT(WS-REV-IDX)

            MOVE SPACES TO WS-OUT-LINE
            STRING "    Title: "
                   FUNCTION TRIM(WS-APP-T-EXP-TITLE(WS-REV-IDX, WS-K))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE

            MOVE SPACES TO WS-OUT-LINE
            STRING "    Company: "
                   FUNCTION TRIM(WS-APP-T-EXP-COMP(WS-REV-IDX, WS-K))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE

            MOVE SPACES TO WS-OUT-LINE
            STRING "    Dates: "
                   FUNCTION TRIM(WS-APP-T-EXP-DATES(WS-REV-IDX, WS-K))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE

            MOVE SPACES TO WS-OUT-LINE
            STRING "    Description: "
                   FUNCTION TRIM(WS-APP-T-EXP-DESC(WS-REV-IDX, WS-K))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-PERFORM
    END-IF

    IF WS-APP-T-EDU-COUNT(WS-REV-IDX) = 0
        MOVE "Education: None" TO WS-OUT-LINE
        PERFORM PRINT-LINE
    ELSE
        MOVE "Education:" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        PERFORM VARYING WS-K FROM 1 BY 1
            UNTIL WS-K > WS-APP-T-EDU-COUNT(WS-REV-IDX)

            MOVE SPACES TO WS-OUT-LINE
            STRING "    Degree: "
                   FUNCTION TRIM(WS-APP-T-EDU-DEGREE(WS-REV-IDX, WS-K))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE

            MOVE SPACES TO WS-OUT-LINE
            STRING "    School: "
                   FUNCTION TRIM(WS-APP-T-EDU-SCHOOL(WS-REV-IDX, WS-K))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE

            MOVE SPACES TO WS-OUT-LINE
            STRING "    Years: "
                   FUNCTION TRIM(WS-APP-T-EDU-YEARS(WS-REV-IDX, WS-K))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-PERFORM
    END-IF

    PERFORM PRINT-SCREENING-ANSWERS

    *> What was actually offered, when an offer has been extended.
    PERFORM LOAD-ALL-OFFERS
    MOVE WS-REV-IDX TO WS-OFR-APP-IDX
    PERFORM PRINT-OFFER-TERMS

    MOVE "--------------------------" TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> PRINT-SCREENING-ANSWERS
*>   The screening answers given with the application in
*>   WS-APP-TABLE row WS-REV-IDX. An SA-SEQ of 1 starts a new set, so
*>   after a re-application only the latest answers are shown.
*>   Applications to postings without questions print nothing.
*> ---------------------------------------------------------------
PRINT-SCREENING-ANSWERS.
    MOVE 0 TO WS-SCR-COUNT
    MOVE "N" TO WS-SA-EOF

    OPEN INPUT SCREEN-ANSWER-FILE
    IF WS-SA-STATUS = "35"
        CLOSE SCREEN-ANSWER-FILE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-SA-EOF = "Y"
        READ SCREEN-ANSWER-FILE
            AT END
                MOVE "Y" TO WS-SA-EOF
            NOT AT END
                IF FUNCTION TRIM(SA-USER)
                       = FUNCTION TRIM(WS-APP-T-USER(WS-REV-IDX))
                   AND FUNCTION TRIM(SA-TITLE)
                       = FUNCTION TRIM(WS-APP-T-TITLE(WS-REV-IDX))
                   AND FUNCTION TRIM(SA-EMPLOYER)
                       = FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-REV-IDX))
                   AND SA-SEQ >= 1 AND SA-SEQ <= 5
                    IF SA-SEQ = 1
                        MOVE 0 TO WS-SCR-COUNT
                    END-IF
                    MOVE SA-SEQ      TO WS-SCR-I
                    MOVE SA-QUESTION TO WS-SCR-TEXT(WS-SCR-I)
                    MOVE SA-ANSWER   TO WS-SCR-ANSWER(WS-SCR-I)
                    IF WS-SCR-I > WS-SCR-COUNT
                        MOVE WS-SCR-I TO WS-SCR-COUNT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCREEN-ANSWER-FILE

    IF WS-SCR-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Screening Answers:" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    PERFORM VARYING WS-SCR-I FROM 1 BY 1 UNTIL WS-SCR-I > WS-SCR-COUNT
        MOVE SPACES TO WS-OUT-LINE
        STRING "    Q: " FUNCTION TRIM(WS-SCR-TEXT(WS-SCR-I))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE

        MOVE SPACES TO WS-OUT-LINE
        STRING "    A: " FUNCTION TRIM(WS-SCR-ANSWER(WS-SCR-I))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM.

*> ---------------------------------------------------------------
*> RECORD-APPLICATION-DECISION
*>   Moves the application (WS-APP-TABLE row WS-REV-IDX) through a
*>   decision and rewrites APPLICATION-FILE, so the new status shows
*>   on the student's MY-APPLICATIONS-SCREEN.
*> ---------------------------------------------------------------
RECORD-APPLICATION-DECISION.
    MOVE "1. Mark Under Review" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Extend an Offer" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Reject" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "4. Propose an Interview Slot" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "5. Leave as is" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your decision:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE "N" TO WS-FILL-WAS-HIRED
    IF FUNCTION TRIM(WS-APP-T-STATUS(WS-REV-IDX)) = "Hired"
        MOVE "Y" TO WS-FILL-WAS-HIRED
    END-IF

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            MOVE "Under Review" TO WS-APP-T-STATUS(WS-REV-IDX)
        WHEN "2"
            PERFORM CAPTURE-OFFER-TERMS
            IF WS-VALID = "N"
                EXIT PARAGRAPH
            END-IF
            MOVE "Offer" TO WS-APP-T-STATUS(WS-REV-IDX)
        WHEN "3"
            MOVE "Rejected" TO WS-APP-T-STATUS(WS-REV-IDX)
        WHEN "4"
            PERFORM PROPOSE-INTERVIEW-SLOT
            EXIT PARAGRAPH
        WHEN "5"
            EXIT PARAGRAPH
        WHEN OTHER
            MOVE "Invalid choice. No decision recorded." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
    END-EVALUATE

    *> The decision date feeds the employer responsiveness report.
    PERFORM FORMAT-TODAY-DATE
    MOVE WS-TODAY-DATE TO WS-APP-T-STATUS-DATE(WS-REV-IDX)
    PERFORM SAVE-APPLICATIONS
    IF WS-APP-SAVE-OK = "N"
        EXIT PARAGRAPH
    END-IF

    *> An offer carries its terms in the offer file; any other
    *> decision on an application holding an open offer rescinds it.
    MOVE WS-REV-IDX TO WS-OFR-APP-IDX
    IF FUNCTION TRIM(WS-APP-T-STATUS(WS-REV-IDX)) = "Offer"
        PERFORM SAVE-OFFER-TERMS
    ELSE
        MOVE "RESCINDED" TO WS-OFR-CLOSE-STATUS
        PERFORM CLOSE-OPEN-OFFER
    END-IF

    *> Tell the applicant their application moved -- the new status
    *> would otherwise only be visible next time they happen to open
    *> My Applications.
    MOVE WS-APP-T-USER(WS-REV-IDX) TO WS-NOTIFY-USER
    MOVE "APP-STATUS" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING FUNCTION TRIM(WS-APP-T-TITLE(WS-REV-IDX))
           " at " FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-REV-IDX))
           ": " FUNCTION TRIM(WS-APP-T-STATUS(WS-REV-IDX))
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE SPACES TO WS-OUT-LINE
    STRING "Application for "
           FUNCTION TRIM(WS-APP-T-FNAME(WS-REV-IDX)) " "
           FUNCTION TRIM(WS-APP-T-LNAME(WS-REV-IDX))
           " marked " FUNCTION TRIM(WS-APP-T-STATUS(WS-REV-IDX)) "."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    *> Taking back a hire frees its opening.
    IF WS-FILL-WAS-HIRED = "Y"
        MOVE WS-APP-T-TITLE(WS-REV-IDX)    TO WS-FILL-TITLE
        MOVE WS-APP-T-EMPLOYER(WS-REV-IDX) TO WS-FILL-EMPLOYER
        PERFORM RECHECK-POSTING-FILL
    END-IF.

*> ---------------------------------------------------------------
*> STAFF-MENU
*>   Career-services staff get their own post-login menu: read-only
*>   oversight of member profiles and application lists, plus
*>   pointers at the report and broadcast tools -- without any way to
*>   edit member data or passwords. Ends the choice between staff
*>   having too little access and sharing the ops login.
*> ---------------------------------------------------------------
STAFF-MENU.
    MOVE 0 TO WS-MENU-NUM
    PERFORM UNTIL WS-MENU-NUM = 21
        MOVE "1. Look up a member's profile (read-only)" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "2. View a posting's applications (read-only)" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "3. Reports (run the report tools or NightlyBatchDriver)"
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "4. Broadcast (run the BroadcastAnnouncement tool)"
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "5. Change password" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "6. Employer account approvals" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "7. Profile change history" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "8. Event check-in" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "9. Office hours" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "10. Moderation queue (messages, held posts, employer reviews)" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "11. Suspend / reinstate an account" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "12. Runtime parameters" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "13. Job posting approvals" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "14. My caseload" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "15. Legal holds" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "16. Career fair booth assignments" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "17. Employer billing (payments and write-offs)" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "18. Posting edit history" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "19. Accommodation requests" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "20. Placement verifications" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "21. Logout" TO WS-OUT-LINE
        PERFORM PRINT-LINE

        MOVE "Enter your choice:" TO WS-PROMPT
        MOVE "N" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        MOVE 21 TO WS-MENU-MAX
        PERFORM VALIDATE-MENU-RANGE
        IF WS-VALID = "N"
           MOVE "Error: Menu choice must be a number from 1 to 21. Exiting program" to WS-OUT-LINE
           PERFORM PRINT-LINE
           PERFORM CLOSE-FILES
           STOP RUN
        END-IF

        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-MENU-NUM

        EVALUATE WS-MENU-NUM
            WHEN 1
                PERFORM STAFF-LOOKUP-MEMBER
            WHEN 2
                PERFORM STAFF-VIEW-APPLICATIONS
            WHEN 3
                MOVE "Reports run on demand with the standard report tools, or all together with NightlyBatchDriver."
                    TO WS-OUT-LINE
                PERFORM PRINT-LINE
            WHEN 4
                MOVE "Announcements are sent with the separate BroadcastAnnouncement tool."
                    TO WS-OUT-LINE
                PERFORM PRINT-LINE
            WHEN 5
                PERFORM CHANGE-PASSWORD-FLOW
            WHEN 6
                PERFORM STAFF-EMPLOYER-APPROVALS
            WHEN 7
                PERFORM STAFF-PROFILE-HISTORY
            WHEN 8
                PERFORM STAFF-EVENT-CHECKIN
            WHEN 9
                PERFORM STAFF-OFFICE-HOURS
            WHEN 10
                PERFORM STAFF-MODERATION-QUEUE
                PERFORM MODERATE-EMPLOYER-REVIEWS
            WHEN 11
                PERFORM STAFF-SUSPEND-ACCOUNT
            WHEN 12
                PERFORM STAFF-RUNTIME-PARAMS
            WHEN 13
                PERFORM STAFF-POSTING-APPROVALS
            WHEN 14
                PERFORM STAFF-MY-CASELOAD
            WHEN 15
                PERFORM STAFF-LEGAL-HOLDS
            WHEN 16
                PERFORM STAFF-BOOTH-ASSIGNMENT
            WHEN 17
                PERFORM STAFF-EMPLOYER-BILLING
            WHEN 18
                PERFORM STAFF-POSTING-HISTORY
            WHEN 19
                PERFORM STAFF-ACCOMMODATION-QUEUE
            WHEN 20
                PERFORM STAFF-PLACEMENT-VERIFY
            WHEN 21
                EXIT PERFORM
            WHEN OTHER
                MOVE "Invalid choice. Please enter 1-21." TO WS-OUT-LINE
                PERFORM PRINT-LINE
        END-EVALUATE
    END-PERFORM.

*> ---------------------------------------------------------------
*> STAFF-MY-CASELOAD
*>   Lists the students assigned to the signed-in staffer, each with
*>   profile completeness, applications, the latest application's
*>   status, interviews, and placement, then offers a hand
*>   assignment -- to this staffer or any other -- for the student
*>   the rules put in the wrong place or never reached.
*> ---------------------------------------------------------------
STAFF-MY-CASELOAD.
    PERFORM LOAD-ALL-CASELOADS
    PERFORM LOAD-ALL-APPLICATIONS
    PERFORM LOAD-ALL-INTERVIEWS

    MOVE "--- My Caseload ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE 0 TO WS-CL-MINE
    PERFORM VARYING WS-CL-IDX FROM 1 BY 1 UNTIL WS-CL-IDX > WS-CL-COUNT
        IF WS-CLT-ADVISOR(WS-CL-IDX) = WS-CURR-USER
            ADD 1 TO WS-CL-MINE
            PERFORM PRINT-CASELOAD-STUDENT
        END-IF
    END-PERFORM

    IF WS-CL-MINE = 0
        MOVE "No students are assigned to you yet." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    ELSE
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-CL-MINE " student(s) on your caseload."
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-IF

    MOVE "Student username to assign by hand (blank to go back):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(WS-TOKEN) TO WS-CL-STUDENT-Q
    PERFORM ASSIGN-CASELOAD-BY-HAND.

*> Two lines per student: who they are and where their search stands.
PRINT-CASELOAD-STUDENT.
    MOVE WS-CLT-STUDENT(WS-CL-IDX) TO WS-CL-STUDENT-Q

    MOVE 0 TO WS-CL-PROF-IDX
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-PROF-COUNT OR WS-CL-PROF-IDX > 0
        IF WS-PROF-USER(WS-K) = WS-CL-STUDENT-Q
            MOVE WS-K TO WS-CL-PROF-IDX
        END-IF
    END-PERFORM

    *> Completeness counts the eight things a finished profile has:
    *> name (two parts), university, major, graduation year, about,
    *> at least one experience, and at least one education entry.
    MOVE 0 TO WS-CL-PARTS
    MOVE SPACES TO WS-CL-NAME
    IF WS-CL-PROF-IDX > 0
        IF WS-PROF-FNAME(WS-CL-PROF-IDX) NOT = SPACES
            ADD 1 TO WS-CL-PARTS
        END-IF
        IF WS-PROF-LNAME(WS-CL-PROF-IDX) NOT = SPACES
            ADD 1 TO WS-CL-PARTS
        END-IF
        IF WS-PROF-UNIV(WS-CL-PROF-IDX) NOT = SPACES
            ADD 1 TO WS-CL-PARTS
        END-IF
        IF WS-PROF-MAJOR(WS-CL-PROF-IDX) NOT = SPACES
            ADD 1 TO WS-CL-PARTS
        END-IF
        IF WS-PROF-GRAD(WS-CL-PROF-IDX) IS NUMERIC
           AND WS-PROF-GRAD(WS-CL-PROF-IDX) > 0
            ADD 1 TO WS-CL-PARTS
        END-IF
        IF WS-PROF-ABOUT(WS-CL-PROF-IDX) NOT = SPACES
            ADD 1 TO WS-CL-PARTS
        END-IF
        IF WS-PROF-EXP-COUNT(WS-CL-PROF-IDX) > 0
            ADD 1 TO WS-CL-PARTS
        END-IF
        IF WS-PROF-EDU-COUNT(WS-CL-PROF-IDX) > 0
            ADD 1 TO WS-CL-PARTS
        END-IF
        STRING FUNCTION TRIM(WS-PROF-FNAME(WS-CL-PROF-IDX)) " "
               FUNCTION TRIM(WS-PROF-LNAME(WS-CL-PROF-IDX))
          INTO WS-CL-NAME
        END-STRING
    ELSE
        MOVE "(no profile)" TO WS-CL-NAME
    END-IF
    COMPUTE WS-CL-PCT = WS-CL-PARTS * 100 / 8

    *> Latest application by applied date; a later row wins a tie.
    MOVE 0 TO WS-CL-APPS
    MOVE SPACES TO WS-CL-LATEST-STATUS
    MOVE SPACES TO WS-CL-LATEST-DATE
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-APP-TABLE-COUNT
        IF WS-APP-T-USER(WS-K) = WS-CL-STUDENT-Q
            ADD 1 TO WS-CL-APPS
            IF WS-APP-T-APPLIED(WS-K) >= WS-CL-LATEST-DATE
                MOVE WS-APP-T-APPLIED(WS-K) TO WS-CL-LATEST-DATE
                MOVE WS-APP-T-STATUS(WS-K)  TO WS-CL-LATEST-STATUS
            END-IF
        END-IF
    END-PERFORM

    MOVE 0 TO WS-CL-IVS
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-IV-COUNT
        IF WS-IVT-USER(WS-K) = WS-CL-STUDENT-Q
            ADD 1 TO WS-CL-IVS
        END-IF
    END-PERFORM

    MOVE SPACES TO WS-CL-PLACED
    MOVE "N" TO WS-PLACE-EOF
    OPEN INPUT PLACEMENT-FILE
    IF WS-PLACE-STATUS NOT = "35"
        PERFORM UNTIL WS-PLACE-EOF = "Y"
            READ PLACEMENT-FILE
                AT END
                    MOVE "Y" TO WS-PLACE-EOF
                NOT AT END
                    IF PL-USER = WS-CL-STUDENT-Q
                        MOVE PL-EMPLOYER TO WS-CL-PLACED
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE PLACEMENT-FILE

    MOVE SPACES TO WS-OUT-LINE
    STRING WS-CL-MINE ". " FUNCTION TRIM(WS-CL-NAME)
           " (" FUNCTION TRIM(WS-CL-STUDENT-Q) ")"
           " - profile " WS-CL-PCT "% complete"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    IF WS-CL-PLACED = SPACES
        MOVE "no" TO WS-CL-PLACED
    END-IF
    MOVE SPACES TO WS-OUT-LINE
    IF WS-CL-APPS = 0
        STRING "    Applications: 0"
               "  Interviews: " WS-CL-IVS
               "  Placed: " FUNCTION TRIM(WS-CL-PLACED)
          INTO WS-OUT-LINE
        END-STRING
    ELSE
        STRING "    Applications: " WS-CL-APPS
               " (latest: " FUNCTION TRIM(WS-CL-LATEST-STATUS) ")"
               "  Interviews: " WS-CL-IVS
               "  Placed: " FUNCTION TRIM(WS-CL-PLACED)
          INTO WS-OUT-LINE
        END-STRING
    END-IF
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> ASSIGN-CASELOAD-BY-HAND
*>   Puts WS-CL-STUDENT-Q on a staffer's caseload as a MANUAL row,
*>   logs the move, and audits it. Only student accounts can be
*>   assigned, and only to staff accounts.
*> ---------------------------------------------------------------
ASSIGN-CASELOAD-BY-HAND.
    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-ACC-COUNT OR WS-FOUND = "Y"
        IF WS-ACC-USER(WS-I) = WS-CL-STUDENT-Q
           AND WS-ACC-ACCT-TYPE(WS-I) = "S"
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "N"
        MOVE "No student account exists with that username." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Assign to which staff username (blank for yourself):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE WS-CURR-USER TO WS-CL-ADVISOR-Q
    ELSE
        MOVE FUNCTION TRIM(WS-TOKEN) TO WS-CL-ADVISOR-Q
    END-IF

    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-ACC-COUNT OR WS-FOUND = "Y"
        IF WS-ACC-USER(WS-I) = WS-CL-ADVISOR-Q
           AND WS-ACC-ACCT-TYPE(WS-I) = "C"
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "N"
        MOVE "No staff account exists with that username." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    MOVE SPACES TO WS-CL-OLD-ADVISOR
    MOVE 0 TO WS-CL-IDX
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-CL-COUNT OR WS-CL-IDX > 0
        IF WS-CLT-STUDENT(WS-K) = WS-CL-STUDENT-Q
            MOVE WS-K TO WS-CL-IDX
        END-IF
    END-PERFORM
    IF WS-CL-IDX = 0
        IF WS-CL-COUNT >= 1000
            MOVE "The caseload file is full. Nothing assigned." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-CL-COUNT
        MOVE WS-CL-COUNT TO WS-CL-IDX
        MOVE WS-CL-STUDENT-Q TO WS-CLT-STUDENT(WS-CL-IDX)
    ELSE
        MOVE WS-CLT-ADVISOR(WS-CL-IDX) TO WS-CL-OLD-ADVISOR
    END-IF

    IF WS-CL-OLD-ADVISOR = WS-CL-ADVISOR-Q
       AND WS-CLT-SOURCE(WS-CL-IDX) = "MANUAL"
        MOVE "That student is already assigned to that staffer." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CL-ADVISOR-Q TO WS-CLT-ADVISOR(WS-CL-IDX)
    MOVE "MANUAL"        TO WS-CLT-SOURCE(WS-CL-IDX)
    MOVE WS-TODAY-DATE   TO WS-CLT-DATE(WS-CL-IDX)
    PERFORM SAVE-ALL-CASELOADS

    OPEN EXTEND CASELOAD-LOG-FILE
    IF WS-CG-STATUS = "35"
        OPEN OUTPUT CASELOAD-LOG-FILE
        CLOSE CASELOAD-LOG-FILE
        OPEN EXTEND CASELOAD-LOG-FILE
    END-IF
    MOVE SPACES TO CASELOAD-LOG-REC
    MOVE WS-TODAY-DATE     TO CG-DATE
    MOVE WS-CL-STUDENT-Q   TO CG-STUDENT
    MOVE WS-CL-OLD-ADVISOR TO CG-FROM
    MOVE WS-CL-ADVISOR-Q   TO CG-TO
    MOVE SPACES TO CG-REASON
    STRING "MANUAL by " FUNCTION TRIM(WS-CURR-USER)
      INTO CG-REASON
    END-STRING
    MOVE "|" TO CASELOAD-LOG-REC(11:1)
    MOVE "|" TO CASELOAD-LOG-REC(32:1)
    MOVE "|" TO CASELOAD-LOG-REC(53:1)
    MOVE "|" TO CASELOAD-LOG-REC(74:1)
    WRITE CASELOAD-LOG-REC
    CLOSE CASELOAD-LOG-FILE

    MOVE "CASELOAD-ASSIGN" TO WS-AUDIT-EVENT
    MOVE WS-CL-STUDENT-Q   TO WS-AUDIT-USER
    MOVE SPACES TO WS-AUDIT-DETAIL
    STRING FUNCTION TRIM(WS-CL-OLD-ADVISOR) " -> "
           FUNCTION TRIM(WS-CL-ADVISOR-Q)
           " by " FUNCTION TRIM(WS-CURR-USER)
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE SPACES TO WS-OUT-LINE
    STRING FUNCTION TRIM(WS-CL-STUDENT-Q) " is now on "
           FUNCTION TRIM(WS-CL-ADVISOR-Q) "'s caseload."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> LOAD-ALL-CASELOADS / SAVE-ALL-CASELOADS
*>   Same load-all/rewrite-all shape as LOAD-ALL-INTERVIEWS /
*>   SAVE-ALL-INTERVIEWS.
*> ---------------------------------------------------------------
LOAD-ALL-CASELOADS.
    MOVE 0 TO WS-CL-COUNT
    MOVE "N" TO WS-CL-EOF

    OPEN INPUT CASELOAD-FILE
    IF WS-CL-STATUS NOT = "35"
        PERFORM UNTIL WS-CL-EOF = "Y"
            READ CASELOAD-FILE
                AT END
                    MOVE "Y" TO WS-CL-EOF
                NOT AT END
                    IF CL-STUDENT NOT = SPACES AND WS-CL-COUNT < 1000
                        ADD 1 TO WS-CL-COUNT
                        MOVE CL-STUDENT TO WS-CLT-STUDENT(WS-CL-COUNT)
                        MOVE CL-ADVISOR TO WS-CLT-ADVISOR(WS-CL-COUNT)
                        MOVE CL-SOURCE  TO WS-CLT-SOURCE(WS-CL-COUNT)
                        MOVE CL-DATE    TO WS-CLT-DATE(WS-CL-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CASELOAD-FILE.

SAVE-ALL-CASELOADS.
    OPEN OUTPUT CASELOAD-FILE
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CL-COUNT
        MOVE SPACES TO CASELOAD-REC
        MOVE WS-CLT-STUDENT(WS-K) TO CL-STUDENT
        MOVE WS-CLT-ADVISOR(WS-K) TO CL-ADVISOR
        MOVE WS-CLT-SOURCE(WS-K)  TO CL-SOURCE
        MOVE WS-CLT-DATE(WS-K)    TO CL-DATE
        MOVE "|" TO CASELOAD-REC(21:1)
        MOVE "|" TO CASELOAD-REC(42:1)
        MOVE "|" TO CASELOAD-REC(49:1)
        WRITE CASELOAD-REC
    END-PERFORM
    CLOSE CASELOAD-FILE.

*> ---------------------------------------------------------------
*> LOAD-STAFF-SCOPE
*>   Loads the signed-in staffer's universities at login. No rows
*>   means an unscoped staffer, who keeps the all-campus view.
*> ---------------------------------------------------------------
LOAD-STAFF-SCOPE.
    MOVE 0 TO WS-SCOPE-COUNT
    MOVE "N" TO WS-SSC-EOF

    OPEN INPUT STAFF-SCOPE-FILE
    IF WS-SSC-STATUS NOT = "35"
        PERFORM UNTIL WS-SSC-EOF = "Y"
            READ STAFF-SCOPE-FILE
                AT END
                    MOVE "Y" TO WS-SSC-EOF
                NOT AT END
                    IF FUNCTION TRIM(SSC-STAFF)
                           = FUNCTION TRIM(WS-CURR-USER)
                       AND SSC-UNIV NOT = SPACES
                       AND WS-SCOPE-COUNT < 20
                        ADD 1 TO WS-SCOPE-COUNT
                        MOVE SSC-UNIV TO WS-SCOPE-UNIV(WS-SCOPE-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE STAFF-SCOPE-FILE

    IF WS-SCOPE-COUNT > 0
        MOVE SPACES TO WS-OUT-LINE
        STRING "Your staff view is limited to " WS-SCOPE-COUNT
               " university(ies)."
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> CHECK-USER-IN-SCOPE / CHECK-PROFILE-IN-SCOPE
*>   WS-IN-SCOPE = "Y" when the staffer is unscoped, or when the
*>   member (WS-SCOPE-QUERY, or the profile row WS-SCOPE-PROF-IDX)
*>   has a profile university in scope. A member with no profile
*>   has no campus and is out of every scope.
*> ---------------------------------------------------------------
CHECK-USER-IN-SCOPE.
    MOVE "Y" TO WS-IN-SCOPE
    IF WS-SCOPE-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-SCOPE-PROF-IDX
    PERFORM VARYING WS-SCOPE-I FROM 1 BY 1
        UNTIL WS-SCOPE-I > WS-PROF-COUNT OR WS-SCOPE-PROF-IDX > 0
        IF FUNCTION TRIM(WS-PROF-USER(WS-SCOPE-I))
               = FUNCTION TRIM(WS-SCOPE-QUERY)
            MOVE WS-SCOPE-I TO WS-SCOPE-PROF-IDX
        END-IF
    END-PERFORM
    PERFORM CHECK-PROFILE-IN-SCOPE.

CHECK-PROFILE-IN-SCOPE.
    MOVE "Y" TO WS-IN-SCOPE
    IF WS-SCOPE-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-IN-SCOPE
    IF WS-SCOPE-PROF-IDX = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-SCOPE-J FROM 1 BY 1
        UNTIL WS-SCOPE-J > WS-SCOPE-COUNT OR WS-IN-SCOPE = "Y"
        IF FUNCTION TRIM(WS-SCOPE-UNIV(WS-SCOPE-J))
               = FUNCTION TRIM(WS-PROF-UNIV(WS-SCOPE-PROF-IDX))
            MOVE "Y" TO WS-IN-SCOPE
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> CHECK-REPORT-IN-SCOPE
*>   A moderation report (row WS-I) belongs to the campus of the
*>   member whose message was reported; when that message is gone,
*>   to the reporter's.
*> ---------------------------------------------------------------
CHECK-REPORT-IN-SCOPE.
    MOVE WS-MQT-REPORTER(WS-I) TO WS-SCOPE-QUERY
    IF WS-MQT-TYPE(WS-I) = "HELD"
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-HELD-COUNT
            IF WS-HCT-ID(WS-K) = WS-MQT-MSG-ID(WS-I)
                MOVE WS-HCT-AUTHOR(WS-K) TO WS-SCOPE-QUERY
            END-IF
        END-PERFORM
    ELSE
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-MSG-TABLE-COUNT
            IF FUNCTION TRIM(WS-MT-ID(WS-K))
                   = FUNCTION TRIM(WS-MQT-MSG-ID(WS-I))
                MOVE WS-MT-SENDER(WS-K) TO WS-SCOPE-QUERY
            END-IF
        END-PERFORM
    END-IF
    PERFORM CHECK-USER-IN-SCOPE.

*> ---------------------------------------------------------------
*> STAFF-LEGAL-HOLDS
*>   Lists the active legal holds, then places or releases one. A
*>   hold needs the case reference from the dean's office or
*>   counsel; placing and releasing are both audited with the
*>   acting staff username. Release marks the row RELEASED rather
*>   than dropping it.
*> ---------------------------------------------------------------
STAFF-LEGAL-HOLDS.
    PERFORM LOAD-ALL-LEGAL-HOLDS

    MOVE "--- Active Legal Holds ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE 0 TO WS-LH-SHOWN
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LH-COUNT
        IF WS-LHT-STATUS(WS-I) = "ACTIVE"
            ADD 1 TO WS-LH-SHOWN
            MOVE SPACES TO WS-OUT-LINE
            STRING FUNCTION TRIM(WS-LHT-USER(WS-I))
                   "  case " FUNCTION TRIM(WS-LHT-CASE(WS-I))
                   "  placed " WS-LHT-DATE(WS-I)
                   " by " FUNCTION TRIM(WS-LHT-BY(WS-I))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM
    IF WS-LH-SHOWN = 0
        MOVE "No active legal holds." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF

    MOVE "Username to place or release a hold on (blank to return):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN TO WS-LH-QUERY

    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-ACC-COUNT OR WS-FOUND = "Y"
        IF FUNCTION TRIM(WS-ACC-USER(WS-I))
               = FUNCTION TRIM(WS-LH-QUERY)
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "N"
        MOVE "No account exists with that username." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    PERFORM CHECK-LEGAL-HOLD

    IF WS-LH-IDX > 0
        MOVE SPACES TO WS-PROMPT
        STRING "That member is on hold for case "
               FUNCTION TRIM(WS-LHT-CASE(WS-LH-IDX))
               ". Release the hold? (Y/N):"
          INTO WS-PROMPT
        END-STRING
        MOVE "X" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) = "Y"
            MOVE "RELEASED"    TO WS-LHT-STATUS(WS-LH-IDX)
            MOVE WS-TODAY-DATE TO WS-LHT-RELEASED(WS-LH-IDX)
            PERFORM SAVE-ALL-LEGAL-HOLDS

            MOVE "LEGAL-HOLD-OFF" TO WS-AUDIT-EVENT
            MOVE WS-LH-QUERY      TO WS-AUDIT-USER
            MOVE SPACES           TO WS-AUDIT-DETAIL
            STRING FUNCTION TRIM(WS-LHT-CASE(WS-LH-IDX)) " "
                   FUNCTION TRIM(WS-CURR-USER)
              INTO WS-AUDIT-DETAIL
            END-STRING
            PERFORM LOG-AUDIT-EVENT

            MOVE "Legal hold released." TO WS-OUT-LINE
            PERFORM PRINT-LINE
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE "Case reference for the hold:" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: A case reference is required. No hold placed."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    IF WS-LH-COUNT >= 500
        MOVE "The legal hold file is full." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-LH-COUNT
    MOVE WS-LH-QUERY   TO WS-LHT-USER(WS-LH-COUNT)
    MOVE WS-TOKEN      TO WS-LHT-CASE(WS-LH-COUNT)
    MOVE WS-TODAY-DATE TO WS-LHT-DATE(WS-LH-COUNT)
    MOVE WS-CURR-USER  TO WS-LHT-BY(WS-LH-COUNT)
    MOVE "ACTIVE"      TO WS-LHT-STATUS(WS-LH-COUNT)
    MOVE SPACES        TO WS-LHT-RELEASED(WS-LH-COUNT)
    PERFORM SAVE-ALL-LEGAL-HOLDS

    MOVE "LEGAL-HOLD-ON" TO WS-AUDIT-EVENT
    MOVE WS-LH-QUERY     TO WS-AUDIT-USER
    MOVE SPACES          TO WS-AUDIT-DETAIL
    STRING FUNCTION TRIM(WS-LHT-CASE(WS-LH-COUNT)) " "
           FUNCTION TRIM(WS-CURR-USER)
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE "Legal hold placed. Purge and archive jobs will skip this member's records."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> LOAD-ALL-LEGAL-HOLDS / CHECK-LEGAL-HOLD / SAVE-ALL-LEGAL-HOLDS
*>   The hold list, loaded like the suspension list. The check
*>   leaves WS-LH-IDX pointing at WS-LH-QUERY's ACTIVE hold, or 0.
*> ---------------------------------------------------------------
LOAD-ALL-LEGAL-HOLDS.
    MOVE 0 TO WS-LH-COUNT
    MOVE "N" TO WS-LH-EOF

    OPEN INPUT LEGAL-HOLD-FILE
    IF WS-LH-STATUS NOT = "35"
        PERFORM UNTIL WS-LH-EOF = "Y"
            READ LEGAL-HOLD-FILE
                AT END
                    MOVE "Y" TO WS-LH-EOF
                NOT AT END
                    IF LH-USER NOT = SPACES AND WS-LH-COUNT < 500
                        ADD 1 TO WS-LH-COUNT
                        MOVE LH-USER     TO WS-LHT-USER(WS-LH-COUNT)
                        MOVE LH-CASE     TO WS-LHT-CASE(WS-LH-COUNT)
                        MOVE LH-DATE     TO WS-LHT-DATE(WS-LH-COUNT)
                        MOVE LH-BY       TO WS-LHT-BY(WS-LH-COUNT)
                        MOVE LH-STATUS   TO WS-LHT-STATUS(WS-LH-COUNT)
                        MOVE LH-RELEASED TO WS-LHT-RELEASED(WS-LH-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE LEGAL-HOLD-FILE.

CHECK-LEGAL-HOLD.
    MOVE 0 TO WS-LH-IDX
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-LH-COUNT OR WS-LH-IDX > 0
        IF FUNCTION TRIM(WS-LHT-USER(WS-K))
               = FUNCTION TRIM(WS-LH-QUERY)
           AND WS-LHT-STATUS(WS-K) = "ACTIVE"
            MOVE WS-K TO WS-LH-IDX
        END-IF
    END-PERFORM.

SAVE-ALL-LEGAL-HOLDS.
    OPEN OUTPUT LEGAL-HOLD-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LH-COUNT
        MOVE SPACES TO LEGAL-HOLD-REC
        MOVE WS-LHT-USER(WS-I)     TO LH-USER
        MOVE WS-LHT-CASE(WS-I)     TO LH-CASE
        MOVE WS-LHT-DATE(WS-I)     TO LH-DATE
        MOVE WS-LHT-BY(WS-I)       TO LH-BY
        MOVE WS-LHT-STATUS(WS-I)   TO LH-STATUS
        MOVE WS-LHT-RELEASED(WS-I) TO LH-RELEASED
        MOVE "|" TO LEGAL-HOLD-REC(21:1)
        MOVE "|" TO LEGAL-HOLD-REC(42:1)
        MOVE "|" TO LEGAL-HOLD-REC(53:1)
        MOVE "|" TO LEGAL-HOLD-REC(74:1)
        MOVE "|" TO LEGAL-HOLD-REC(83:1)
        WRITE LEGAL-HOLD-REC
    END-PERFORM
    CLOSE LEGAL-HOLD-FILE.

*> ---------------------------------------------------------------
*> STAFF-ACCOMMODATION-QUEUE
*>   Career services' queue of accommodation requests still live
*>   (OPEN, or ARRANGED and not yet closed) for students in the
*>   staffer's campus scope. Opening one shows the student's stated
*>   reason, so it asks the access purpose and is logged like any
*>   other look at a student's record. AccommodationReport lists
*>   the open ones by date.
*> ---------------------------------------------------------------
STAFF-ACCOMMODATION-QUEUE.
    PERFORM LOAD-ALL-ACCOMMODATIONS

    MOVE "--- Accommodation Requests ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE 0 TO WS-AC-LIST-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AC-COUNT
        MOVE "N" TO WS-IN-SCOPE
        IF WS-ACT-STATE(WS-I) NOT = "CLOSED"
            MOVE WS-ACT-STUDENT(WS-I) TO WS-SCOPE-QUERY
            PERFORM CHECK-USER-IN-SCOPE
        END-IF
        IF WS-IN-SCOPE = "Y"
            ADD 1 TO WS-AC-LIST-COUNT
            MOVE WS-I TO WS-AC-LIST-IDX(WS-AC-LIST-COUNT)
            MOVE SPACES TO WS-OUT-LINE
            IF WS-ACT-KIND(WS-I) = "INTERVIEW"
                STRING WS-AC-LIST-COUNT ". ["
                       FUNCTION TRIM(WS-ACT-STATE(WS-I)) "] "
                       FUNCTION TRIM(WS-ACT-DATE(WS-I)) "  "
                       FUNCTION TRIM(WS-ACT-STUDENT(WS-I))
                       " - interview: "
                       FUNCTION TRIM(WS-ACT-TITLE(WS-I)) " at "
                       FUNCTION TRIM(WS-ACT-PARTY(WS-I))
                  INTO WS-OUT-LINE
                END-STRING
            ELSE
                STRING WS-AC-LIST-COUNT ". ["
                       FUNCTION TRIM(WS-ACT-STATE(WS-I)) "] "
                       FUNCTION TRIM(WS-ACT-DATE(WS-I)) "  "
                       FUNCTION TRIM(WS-ACT-STUDENT(WS-I))
                       " - event: "
                       FUNCTION TRIM(WS-ACT-TITLE(WS-I))
                  INTO WS-OUT-LINE
                END-STRING
            END-IF
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-AC-LIST-COUNT = 0
        MOVE "No accommodation requests are waiting." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a request number to work it, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE 0 TO WS-USER-CHOICE
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) = 0
        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    END-IF
    IF WS-USER-CHOICE < 1 OR WS-USER-CHOICE > WS-AC-LIST-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-AC-LIST-IDX(WS-USER-CHOICE) TO WS-AC-IDX

    PERFORM ASK-ACCESS-PURPOSE
    IF WS-RA-PURPOSE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ACT-STUDENT(WS-AC-IDX) TO WS-RA-STUDENT
    MOVE "ACCOMMODATION"           TO WS-RA-SCREEN
    PERFORM LOG-RECORD-ACCESS

    PERFORM WORK-ONE-ACCOMMODATION.

*> ---------------------------------------------------------------
*> WORK-ONE-ACCOMMODATION
*>   The request at WS-AC-IDX in full, then either the arrangements
*>   are recorded (ARRANGED -- the text the employer or organizer
*>   sees) or the request is closed. The student is told either way.
*> ---------------------------------------------------------------
WORK-ONE-ACCOMMODATION.
    MOVE SPACES TO WS-OUT-LINE
    STRING "Request " WS-ACT-ID(WS-AC-IDX) " from "
           FUNCTION TRIM(WS-ACT-STUDENT(WS-AC-IDX))
           ", opened " WS-ACT-OPENED(WS-AC-IDX)
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE SPACES TO WS-OUT-LINE
    IF WS-ACT-KIND(WS-AC-IDX) = "INTERVIEW"
        STRING "For: interview for "
               FUNCTION TRIM(WS-ACT-TITLE(WS-AC-IDX)) " at "
               FUNCTION TRIM(WS-ACT-PARTY(WS-AC-IDX)) ", "
               FUNCTION TRIM(WS-ACT-DATE(WS-AC-IDX))
          INTO WS-OUT-LINE
        END-STRING
    ELSE
        STRING "For: event "
               FUNCTION TRIM(WS-ACT-TITLE(WS-AC-IDX)) ", "
               FUNCTION TRIM(WS-ACT-DATE(WS-AC-IDX))
          INTO WS-OUT-LINE
        END-STRING
    END-IF
    PERFORM PRINT-LINE

    MOVE SPACES TO WS-OUT-LINE
    STRING "Need: " FUNCTION TRIM(WS-ACT-NEED(WS-AC-IDX))
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE SPACES TO WS-OUT-LINE
    IF WS-ACT-REASON(WS-AC-IDX) = SPACES
        MOVE "Reason (staff only): none given" TO WS-OUT-LINE
    ELSE
        STRING "Reason (staff only): "
               FUNCTION TRIM(WS-ACT-REASON(WS-AC-IDX))
          INTO WS-OUT-LINE
        END-STRING
    END-IF
    PERFORM PRINT-LINE

    IF WS-ACT-LOGISTICS(WS-AC-IDX) NOT = SPACES
        MOVE SPACES TO WS-OUT-LINE
        STRING "Arrangements: "
               FUNCTION TRIM(WS-ACT-LOGISTICS(WS-AC-IDX))
               " (" FUNCTION TRIM(WS-ACT-STATE(WS-AC-IDX)) ")"
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-IF

    MOVE "1. Record the arrangements (shown to the employer or organizer)"
        TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Close this request" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            PERFORM ARRANGE-ACCOMMODATION
        WHEN "2"
            PERFORM CLOSE-ACCOMMODATION
        WHEN "3"
            CONTINUE
        WHEN OTHER
            MOVE "Invalid choice. Please enter 1, 2, or 3." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE.

ARRANGE-ACCOMMODATION.
    MOVE "Arrangements the employer or organizer will see (room, interpreter, timing):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: The arrangements are required. Nothing was changed."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-TOKEN     TO WS-ACT-LOGISTICS(WS-AC-IDX)
    MOVE "ARRANGED"   TO WS-ACT-STATE(WS-AC-IDX)
    MOVE WS-CURR-USER TO WS-ACT-STAFF(WS-AC-IDX)
    PERFORM SAVE-ALL-ACCOMMODATIONS

    MOVE WS-ACT-STUDENT(WS-AC-IDX) TO WS-NOTIFY-USER
    MOVE "ACCOMMODATION" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING "Your accommodation for "
           FUNCTION TRIM(WS-ACT-DATE(WS-AC-IDX))
           " is arranged"
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "ACCOMMODATION-SET"       TO WS-AUDIT-EVENT
    MOVE WS-ACT-STUDENT(WS-AC-IDX) TO WS-AUDIT-USER
    MOVE SPACES                    TO WS-AUDIT-DETAIL
    STRING "Request " WS-ACT-ID(WS-AC-IDX) " arranged "
           FUNCTION TRIM(WS-CURR-USER)
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE "Arrangements recorded. The student has been notified."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

CLOSE-ACCOMMODATION.
    MOVE "Close this request? Any arrangements stop showing to the employer or organizer. (Y/N):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    MOVE "CLOSED"      TO WS-ACT-STATE(WS-AC-IDX)
    MOVE WS-CURR-USER  TO WS-ACT-STAFF(WS-AC-IDX)
    MOVE WS-TODAY-DATE TO WS-ACT-CLOSED(WS-AC-IDX)
    PERFORM SAVE-ALL-ACCOMMODATIONS

    MOVE WS-ACT-STUDENT(WS-AC-IDX) TO WS-NOTIFY-USER
    MOVE "ACCOMMODATION" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING "Your accommodation request for "
           FUNCTION TRIM(WS-ACT-DATE(WS-AC-IDX))
           " was closed"
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "ACCOMMODATION-SET"       TO WS-AUDIT-EVENT
    MOVE WS-ACT-STUDENT(WS-AC-IDX) TO WS-AUDIT-USER
    MOVE SPACES                    TO WS-AUDIT-DETAIL
    STRING "Request " WS-ACT-ID(WS-AC-IDX) " closed "
           FUNCTION TRIM(WS-CURR-USER)
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE "Request closed. The student has been notified." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> STAFF-RUNTIME-PARAMS
*>   View and change the runtime parameter file without a
*>   recompile. Each change is validated against the parameter's
*>   range, saved immediately, applied to the running session, and
*>   logged to AUDIT-LOG-FILE with the acting staff username.
*> ---------------------------------------------------------------
STAFF-RUNTIME-PARAMS.
    MOVE 0 TO WS-PARAM-PICK
    PERFORM WITH TEST AFTER UNTIL WS-PARAM-PICK = 0
        MOVE "--- Runtime Parameters ---" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        PERFORM VARYING WS-K FROM 1 BY 1
            UNTIL WS-K > WS-PARAM-COUNT
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-K ") "
                   FUNCTION TRIM(WS-PM-NAME(WS-K))
                   " = " WS-PM-VALUE(WS-K)
                   "  (range " WS-PM-MIN(WS-K)
                   "-" WS-PM-MAX(WS-K) ")"
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-PERFORM

        MOVE "Parameter number to change (0 to go back):"
            TO WS-PROMPT
        MOVE "X" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        IF FUNCTION TRIM(WS-TOKEN) IS NOT NUMERIC
            MOVE "Please enter a parameter number." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            MOVE 1 TO WS-PARAM-PICK
        ELSE
            MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-PARAM-PICK
            IF WS-PARAM-PICK > WS-PARAM-COUNT
                MOVE "No such parameter." TO WS-OUT-LINE
                PERFORM PRINT-LINE
            ELSE
                IF WS-PARAM-PICK > 0
                    PERFORM CHANGE-ONE-PARAM
                END-IF
            END-IF
        END-IF
    END-PERFORM.

CHANGE-ONE-PARAM.
    MOVE SPACES TO WS-PROMPT
    STRING "New value for "
           FUNCTION TRIM(WS-PM-NAME(WS-PARAM-PICK))
           " (" WS-PM-MIN(WS-PARAM-PICK)
           "-" WS-PM-MAX(WS-PARAM-PICK) "):"
      INTO WS-PROMPT
    END-STRING
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TRIM(WS-TOKEN) IS NOT NUMERIC
        MOVE "Error: Value must be a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-PARAM-NEW
    IF WS-PARAM-NEW < WS-PM-MIN(WS-PARAM-PICK)
       OR WS-PARAM-NEW > WS-PM-MAX(WS-PARAM-PICK)
        MOVE "Error: Value is outside the allowed range."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-PM-VALUE(WS-PARAM-PICK) TO WS-PARAM-OLD
    MOVE WS-PARAM-NEW TO WS-PM-VALUE(WS-PARAM-PICK)
    PERFORM SAVE-RUNTIME-PARAMETERS
    PERFORM APPLY-RUNTIME-PARAMETERS

    MOVE "PARAM-CHANGED" TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER    TO WS-AUDIT-USER
    MOVE SPACES          TO WS-AUDIT-DETAIL
    STRING FUNCTION TRIM(WS-PM-NAME(WS-PARAM-PICK))
           " " WS-PARAM-OLD " -> " WS-PARAM-NEW
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE "Parameter updated." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> STAFF-SUSPEND-ACCOUNT
*>   The lever between "do nothing" and the purge tool: bench an
*>   account for conduct with a reason and date, or reinstate it.
*>   Both land in the audit log with the acting staff username.
*> ---------------------------------------------------------------
STAFF-SUSPEND-ACCOUNT.
    MOVE "Enter the username to suspend or reinstate:" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: Username cannot be blank." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN TO WS-SUS-QUERY

    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-ACC-COUNT OR WS-FOUND = "Y"
        IF FUNCTION TRIM(WS-ACC-USER(WS-I))
               = FUNCTION TRIM(WS-SUS-QUERY)
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "N"
        MOVE "No account exists with that username." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-SUS-QUERY TO WS-SCOPE-QUERY
    PERFORM CHECK-USER-IN-SCOPE
    IF WS-IN-SCOPE = "N"
        MOVE "That member is not at a university in your scope." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-SUSPENSIONS
    PERFORM CHECK-USER-SUSPENDED

    IF WS-IS-SUSPENDED = "Y"
        MOVE "That account is suspended. Reinstate it? (Y/N):"
            TO WS-PROMPT
        MOVE "X" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) = "Y"
            PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-SUS-COUNT
                IF FUNCTION TRIM(WS-SUS-T-USER(WS-I))
                       = FUNCTION TRIM(WS-SUS-QUERY)
                    MOVE SPACES TO WS-SUS-T-USER(WS-I)
                END-IF
            END-PERFORM
            PERFORM SAVE-ALL-SUSPENSIONS

            MOVE "ACCT-REINSTATED" TO WS-AUDIT-EVENT
            MOVE WS-SUS-QUERY      TO WS-AUDIT-USER
            MOVE WS-CURR-USER      TO WS-AUDIT-DETAIL
            PERFORM LOG-AUDIT-EVENT

            MOVE "Account reinstated." TO WS-OUT-LINE
            PERFORM PRINT-LINE
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE "Reason for the suspension:" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: A reason is required. Nothing suspended."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    IF WS-SUS-COUNT >= 200
        MOVE "The suspension file is full." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    ADD 1 TO WS-SUS-COUNT
    MOVE WS-SUS-QUERY  TO WS-SUS-T-USER(WS-SUS-COUNT)
    MOVE WS-TOKEN      TO WS-SUS-T-REASON(WS-SUS-COUNT)
    MOVE WS-TODAY-DATE TO WS-SUS-T-DATE(WS-SUS-COUNT)
    PERFORM SAVE-ALL-SUSPENSIONS

    MOVE "ACCT-SUSPENDED" TO WS-AUDIT-EVENT
    MOVE WS-SUS-QUERY     TO WS-AUDIT-USER
    MOVE WS-CURR-USER     TO WS-AUDIT-DETAIL
    PERFORM LOG-AUDIT-EVENT

    MOVE "Account suspended. They will be told to contact career services."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> STAFF-MODERATION-QUEUE
*>   The harassment process made real: each pending report shows
*>   the reported message in its thread context, and staff record a
*>   disposition (dismissed, warning sent, escalated) that lands in
*>   the audit log with the acting staff username.
*>   HELD items -- content the blocked-terms screen kept back --
*>   are worked in the same walk by WORK-ONE-HELD-ITEM.
*> ---------------------------------------------------------------
STAFF-MODERATION-QUEUE.
    MOVE "--- Moderation Queue ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-MODQ
    PERFORM LOAD-ALL-MESSAGES
    PERFORM LOAD-ALL-HELD

    MOVE 0 TO WS-MODQ-PEND-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MODQ-COUNT
        IF WS-MQT-STATUS(WS-I) = "PENDING"
            PERFORM CHECK-REPORT-IN-SCOPE
            IF WS-IN-SCOPE = "Y"
                ADD 1 TO WS-MODQ-PEND-COUNT
                MOVE WS-I TO WS-MODQ-PEND-IDX(WS-MODQ-PEND-COUNT)
            END-IF
        END-IF
    END-PERFORM

    IF WS-MODQ-PEND-COUNT = 0
        MOVE "No reports are waiting. Good." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-MODQ-WALK FROM 1 BY 1
        UNTIL WS-MODQ-WALK > WS-MODQ-PEND-COUNT
        MOVE WS-MODQ-PEND-IDX(WS-MODQ-WALK) TO WS-J
        PERFORM WORK-ONE-REPORT
    END-PERFORM

    PERFORM SAVE-ALL-MODQ.

*> ---------------------------------------------------------------
*> WORK-ONE-REPORT
*>   Shows report WS-J with the reported MESSAGE-FILE content in
*>   thread context (the message, what it replied to, and the
*>   replies under it), then records the disposition.
*> ---------------------------------------------------------------
WORK-ONE-REPORT.
    IF WS-MQT-TYPE(WS-J) = "HELD"
        PERFORM WORK-ONE-HELD-ITEM
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    STRING "Report from " FUNCTION TRIM(WS-MQT-REPORTER(WS-J))
           " on " FUNCTION TRIM(WS-MQT-DATE(WS-J))
           ": " FUNCTION TRIM(WS-MQT-REASON(WS-J))
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    *> The reported message itself.
    MOVE 0 TO WS-MODQ-MSG-ROW
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-MSG-TABLE-COUNT OR WS-MODQ-MSG-ROW > 0
        IF FUNCTION TRIM(WS-MT-ID(WS-I))
               = FUNCTION TRIM(WS-MQT-MSG-ID(WS-J))
            MOVE WS-I TO WS-MODQ-MSG-ROW
        END-IF
    END-PERFORM

    IF WS-MODQ-MSG-ROW = 0
        MOVE "  (the reported message is no longer on file)"
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
    ELSE
        MOVE WS-MODQ-MSG-ROW TO WS-I
        MOVE SPACES TO WS-OUT-LINE
        STRING "  From " FUNCTION TRIM(WS-MT-SENDER(WS-I))
               " to " FUNCTION TRIM(WS-MT-RECIPIENT(WS-I))
               " at " FUNCTION TRIM(WS-MT-TS(WS-I)) ":"
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
        MOVE SPACES TO WS-OUT-LINE
        STRING "  > " FUNCTION TRIM(WS-MT-CONTENT(WS-I))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE

        *> Thread context: the message it answered, if any, and the
        *> replies under it.
        IF FUNCTION TRIM(WS-MT-PARENT(WS-I)) NOT = "0000000000"
            PERFORM VARYING WS-K FROM 1 BY 1
                UNTIL WS-K > WS-MSG-TABLE-COUNT
                IF FUNCTION TRIM(WS-MT-ID(WS-K))
                       = FUNCTION TRIM(WS-MT-PARENT(WS-I))
                    MOVE SPACES TO WS-OUT-LINE
                    STRING "  in reply to "
                           FUNCTION TRIM(WS-MT-SENDER(WS-K))
                           ": " FUNCTION TRIM(WS-MT-CONTENT(WS-K))
                      INTO WS-OUT-LINE
                    END-STRING
                    PERFORM PRINT-LINE
                END-IF
            END-PERFORM
        END-IF
        PERFORM PRINT-THREAD-REPLIES
    END-IF

    MOVE "1. Dismiss   2. Send a warning to the sender   3. Escalate"
        TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "Enter the disposition (1-3), or 0 to leave it pending:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            MOVE "DISMISSED" TO WS-MQT-STATUS(WS-J)
        WHEN "2"
            MOVE "WARNED" TO WS-MQT-STATUS(WS-J)
            IF WS-MODQ-MSG-ROW > 0
                MOVE WS-MT-SENDER(WS-MODQ-MSG-ROW) TO WS-NOTIFY-USER
                MOVE "CONDUCT-WARNING" TO WS-NOTIFY-EVENT
                MOVE "A message you sent was reported and reviewed. Please review the conduct policy."
                    TO WS-NOTIFY-DETAIL
                PERFORM ADD-NOTIFICATION
            END-IF
        WHEN "3"
            MOVE "ESCALATED" TO WS-MQT-STATUS(WS-J)
        WHEN OTHER
            MOVE "Left pending." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE "MSG-MODERATED" TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER    TO WS-AUDIT-USER
    MOVE SPACES          TO WS-AUDIT-DETAIL
    STRING "msg " FUNCTION TRIM(WS-MQT-MSG-ID(WS-J))
           " " FUNCTION TRIM(WS-MQT-STATUS(WS-J))
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE SPACES TO WS-OUT-LINE
    STRING "Recorded: " FUNCTION TRIM(WS-MQT-STATUS(WS-J))
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

LOAD-ALL-MODQ.
    MOVE 0 TO WS-MODQ-COUNT
    MOVE "N" TO WS-MODQ-EOF

    OPEN INPUT MODERATION-FILE
    IF WS-MODQ-STATUS NOT = "35"
        PERFORM UNTIL WS-MODQ-EOF = "Y"
            READ MODERATION-FILE
                AT END
                    MOVE "Y" TO WS-MODQ-EOF
                NOT AT END
                    IF MQ-REPORTER NOT = SPACES
                       AND WS-MODQ-COUNT < 200
                        ADD 1 TO WS-MODQ-COUNT
                        MOVE MQ-REPORTER TO WS-MQT-REPORTER(WS-MODQ-COUNT)
                        MOVE MQ-MSG-ID   TO WS-MQT-MSG-ID(WS-MODQ-COUNT)
                        MOVE MQ-REASON   TO WS-MQT-REASON(WS-MODQ-COUNT)
                        MOVE MQ-DATE     TO WS-MQT-DATE(WS-MODQ-COUNT)
                        MOVE MQ-STATUS   TO WS-MQT-STATUS(WS-MODQ-COUNT)
                        MOVE MQ-TYPE     TO WS-MQT-TYPE(WS-MODQ-COUNT)
                        IF WS-MQT-TYPE(WS-MODQ-COUNT) = SPACES
                            MOVE "MESSAGE" TO WS-MQT-TYPE(WS-MODQ-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE MODERATION-FILE.

SAVE-ALL-MODQ.
    OPEN OUTPUT MODERATION-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MODQ-COUNT
        MOVE SPACES TO MODERATION-REC
        MOVE WS-MQT-REPORTER(WS-I) TO MQ-REPORTER
        MOVE WS-MQT-MSG-ID(WS-I)   TO MQ-MSG-ID
        MOVE WS-MQT-REASON(WS-I)   TO MQ-REASON
        MOVE WS-MQT-DATE(WS-I)     TO MQ-DATE
        MOVE WS-MQT-STATUS(WS-I)   TO MQ-STATUS
        MOVE WS-MQT-TYPE(WS-I)     TO MQ-TYPE
        MOVE "|" TO MODERATION-REC(21:1)
        MOVE "|" TO MODERATION-REC(32:1)
        MOVE "|" TO MODERATION-REC(93:1)
        MOVE "|" TO MODERATION-REC(104:1)
        MOVE "|" TO MODERATION-REC(115:1)
        WRITE MODERATION-REC
    END-PERFORM
    CLOSE MODERATION-FILE.

*> ---------------------------------------------------------------
*> SCREEN-CONTENT-TEXT
*>   Checks WS-SCREEN-TEXT against the blocked-terms list. A term
*>   matches case-insensitively and only as a whole word or phrase
*>   (the characters either side must not be letters or digits), so
*>   a short term cannot catch an innocent longer word. Sets
*>   WS-SCREEN-HIT and, on a hit, the matched WS-SCREEN-TERM.
*> ---------------------------------------------------------------
SCREEN-CONTENT-TEXT.
    MOVE "N" TO WS-SCREEN-HIT
    MOVE SPACES TO WS-SCREEN-TERM
    PERFORM LOAD-BLOCKED-TERMS
    MOVE FUNCTION UPPER-CASE(WS-SCREEN-TEXT) TO WS-SCREEN-UPPER

    PERFORM VARYING WS-SCREEN-T FROM 1 BY 1
        UNTIL WS-SCREEN-T > WS-BTERM-COUNT OR WS-SCREEN-HIT = "Y"
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BTERM-TABLE(WS-SCREEN-T)))
            TO WS-SCREEN-LEN
        PERFORM VARYING WS-SCREEN-POS FROM 1 BY 1
            UNTIL WS-SCREEN-POS + WS-SCREEN-LEN > 201
               OR WS-SCREEN-HIT = "Y"
            IF WS-SCREEN-UPPER(WS-SCREEN-POS:WS-SCREEN-LEN)
                   = WS-BTERM-TABLE(WS-SCREEN-T)(1:WS-SCREEN-LEN)
                PERFORM CHECK-TERM-BOUNDARY
            END-IF
        END-PERFORM
    END-PERFORM.

CHECK-TERM-BOUNDARY.
    MOVE SPACE TO WS-SCREEN-LEFT
    MOVE SPACE TO WS-SCREEN-RIGHT
    IF WS-SCREEN-POS > 1
        MOVE WS-SCREEN-UPPER(WS-SCREEN-POS - 1:1) TO WS-SCREEN-LEFT
    END-IF
    IF WS-SCREEN-POS + WS-SCREEN-LEN <= 200
        MOVE WS-SCREEN-UPPER(WS-SCREEN-POS + WS-SCREEN-LEN:1)
            TO WS-SCREEN-RIGHT
    END-IF
    IF (WS-SCREEN-LEFT < "A" OR WS-SCREEN-LEFT > "Z")
       AND (WS-SCREEN-LEFT < "0" OR WS-SCREEN-LEFT > "9")
       AND (WS-SCREEN-RIGHT < "A" OR WS-SCREEN-RIGHT > "Z")
       AND (WS-SCREEN-RIGHT < "0" OR WS-SCREEN-RIGHT > "9")
        MOVE "Y" TO WS-SCREEN-HIT
        MOVE WS-BTERM-TABLE(WS-SCREEN-T) TO WS-SCREEN-TERM
    END-IF.

LOAD-BLOCKED-TERMS.
    MOVE 0 TO WS-BTERM-COUNT
    MOVE "N" TO WS-BTERM-EOF

    OPEN INPUT BLOCKED-TERMS-FILE
    IF WS-BTERM-STATUS NOT = "35"
        PERFORM UNTIL WS-BTERM-EOF = "Y"
            READ BLOCKED-TERMS-FILE
                AT END
                    MOVE "Y" TO WS-BTERM-EOF
                NOT AT END
                    IF BLOCKED-TERMS-REC NOT = SPACES
                       AND WS-BTERM-COUNT < 200
                        ADD 1 TO WS-BTERM-COUNT
                        MOVE FUNCTION UPPER-CASE(
                                 FUNCTION TRIM(BLOCKED-TERMS-REC))
                            TO WS-BTERM-TABLE(WS-BTERM-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE BLOCKED-TERMS-FILE.

*> ---------------------------------------------------------------
*> HOLD-SCREENED-CONTENT
*>   Holds WS-SCREEN-TEXT instead of publishing it: one HELD row in
*>   HELD-CONTENT-FILE (kind and keys from the caller, stamped now)
*>   and one HELD item in the moderation queue pointing at it. The
*>   author is told it is waiting on review -- not which term
*>   matched, so the list cannot be probed one word at a time.
*> ---------------------------------------------------------------
HOLD-SCREENED-CONTENT.
    PERFORM LOAD-ALL-HELD
    ADD 1 TO WS-HELD-NEXT-ID

    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    OPEN EXTEND HELD-CONTENT-FILE
    IF WS-HELD-STATUS = "35"
        OPEN OUTPUT HELD-CONTENT-FILE
        CLOSE HELD-CONTENT-FILE
        OPEN EXTEND HELD-CONTENT-FILE
    END-IF

    MOVE SPACES TO HELD-CONTENT-REC
    MOVE WS-HELD-NEXT-ID TO HC-ID
    MOVE WS-HELD-KIND    TO HC-KIND
    MOVE WS-CURR-USER    TO HC-AUTHOR
    MOVE WS-HELD-KEY1    TO HC-KEY1
    MOVE WS-HELD-KEY2    TO HC-KEY2
    MOVE SPACES          TO HC-REF
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2) " "
           WS-RAW-DATE(9:2) ":"
           WS-RAW-DATE(11:2) ":"
           WS-RAW-DATE(13:2)
      INTO HC-TS
    END-STRING
    MOVE WS-SCREEN-TERM  TO HC-TERM
    MOVE "HELD"          TO HC-STATUS
    MOVE WS-SCREEN-TEXT  TO HC-TEXT
    MOVE "|" TO HELD-CONTENT-REC(11:1)
    MOVE "|" TO HELD-CONTENT-REC(22:1)
    MOVE "|" TO HELD-CONTENT-REC(43:1)
    MOVE "|" TO HELD-CONTENT-REC(64:1)
    MOVE "|" TO HELD-CONTENT-REC(85:1)
    MOVE "|" TO HELD-CONTENT-REC(96:1)
    MOVE "|" TO HELD-CONTENT-REC(117:1)
    MOVE "|" TO HELD-CONTENT-REC(148:1)
    MOVE "|" TO HELD-CONTENT-REC(159:1)
    WRITE HELD-CONTENT-REC
    CLOSE HELD-CONTENT-FILE

    PERFORM FORMAT-TODAY-DATE
    OPEN EXTEND MODERATION-FILE
    IF WS-MODQ-STATUS = "35"
        OPEN OUTPUT MODERATION-FILE
        CLOSE MODERATION-FILE
        OPEN EXTEND MODERATION-FILE
    END-IF

    MOVE SPACES TO MODERATION-REC
    MOVE "SYSTEM"        TO MQ-REPORTER
    MOVE WS-HELD-NEXT-ID TO MQ-MSG-ID
    STRING "Blocked term: " FUNCTION TRIM(WS-SCREEN-TERM)
      DELIMITED BY SIZE
      INTO MQ-REASON
    END-STRING
    MOVE WS-TODAY-DATE   TO MQ-DATE
    MOVE "PENDING"       TO MQ-STATUS
    MOVE "HELD"          TO MQ-TYPE
    MOVE "|" TO MODERATION-REC(21:1)
    MOVE "|" TO MODERATION-REC(32:1)
    MOVE "|" TO MODERATION-REC(93:1)
    MOVE "|" TO MODERATION-REC(104:1)
    MOVE "|" TO MODERATION-REC(115:1)
    WRITE MODERATION-REC
    CLOSE MODERATION-FILE

    MOVE "CONTENT-HELD" TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER   TO WS-AUDIT-USER
    MOVE SPACES         TO WS-AUDIT-DETAIL
    STRING FUNCTION TRIM(WS-HELD-KIND) " held as "
           WS-HELD-NEXT-ID
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE "Your post has been held for review by career services. It will appear once it is approved."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> WORK-ONE-HELD-ITEM
*>   The HELD side of the moderation queue: shows the held content
*>   (queue row WS-J) with where it was going, then approve --
*>   published exactly as the member wrote it, under its original
*>   stamp -- or remove. The author hears the outcome either way.
*> ---------------------------------------------------------------
WORK-ONE-HELD-ITEM.
    MOVE 0 TO WS-HELD-ROW
    PERFORM VARYING WS-HELD-I FROM 1 BY 1
        UNTIL WS-HELD-I > WS-HELD-COUNT OR WS-HELD-ROW > 0
        IF WS-HCT-ID(WS-HELD-I) = WS-MQT-MSG-ID(WS-J)
            MOVE WS-HELD-I TO WS-HELD-ROW
        END-IF
    END-PERFORM

    IF WS-HELD-ROW = 0
        MOVE SPACES TO WS-OUT-LINE
        STRING "Held item " FUNCTION TRIM(WS-MQT-MSG-ID(WS-J))
               " is no longer on file; closing it as removed."
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
        MOVE "REMOVED" TO WS-MQT-STATUS(WS-J)
        EXIT PARAGRAPH
    END-IF

    MOVE WS-HCT-KIND(WS-HELD-ROW) TO WS-HELD-KIND
    PERFORM SET-HELD-KIND-LABEL
    MOVE SPACES TO WS-OUT-LINE
    STRING "Held " FUNCTION TRIM(WS-HELD-LABEL)
           " from " FUNCTION TRIM(WS-HCT-AUTHOR(WS-HELD-ROW))
           " at " FUNCTION TRIM(WS-HCT-TS(WS-HELD-ROW))
           " (" FUNCTION TRIM(WS-MQT-REASON(WS-J)) ")"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE SPACES TO WS-OUT-LINE
    EVALUATE WS-HELD-KIND
        WHEN "COMMENT"
            STRING "  on " FUNCTION TRIM(WS-HCT-KEY1(WS-HELD-ROW))
                   "'s update of " FUNCTION TRIM(WS-HCT-KEY2(WS-HELD-ROW))
              INTO WS-OUT-LINE
            END-STRING
        WHEN "GROUPPOST"
            STRING "  on the board of group "
                   FUNCTION TRIM(WS-HCT-KEY1(WS-HELD-ROW))
              INTO WS-OUT-LINE
            END-STRING
        WHEN "RECO"
            STRING "  for " FUNCTION TRIM(WS-HCT-KEY1(WS-HELD-ROW))
              INTO WS-OUT-LINE
            END-STRING
        WHEN OTHER
            MOVE "  to the home feed" TO WS-OUT-LINE
    END-EVALUATE
    PERFORM PRINT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "  > " FUNCTION TRIM(WS-HCT-TEXT(WS-HELD-ROW))
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE "1. Approve and publish   2. Remove" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "Enter the disposition (1-2), or 0 to leave it pending:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE WS-HCT-AUTHOR(WS-HELD-ROW) TO WS-NOTIFY-USER
    MOVE "CONTENT-REVIEW" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            PERFORM PUBLISH-HELD-CONTENT
            IF WS-HELD-OK = "N"
                EXIT PARAGRAPH
            END-IF
            MOVE "APPROVED" TO WS-MQT-STATUS(WS-J)
            MOVE "APPROVED" TO WS-HCT-STATUS(WS-HELD-ROW)
            STRING "Your held " FUNCTION TRIM(WS-HELD-LABEL)
                   " was approved and is now published."
              INTO WS-NOTIFY-DETAIL
            END-STRING
        WHEN "2"
            MOVE "REMOVED" TO WS-MQT-STATUS(WS-J)
            MOVE "REMOVED" TO WS-HCT-STATUS(WS-HELD-ROW)
            STRING "Your held " FUNCTION TRIM(WS-HELD-LABEL)
                   " was removed under the conduct policy."
              INTO WS-NOTIFY-DETAIL
            END-STRING
        WHEN OTHER
            MOVE "Left pending." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
    END-EVALUATE

    PERFORM SAVE-ALL-HELD
    PERFORM ADD-NOTIFICATION

    MOVE "CONTENT-MODERATED" TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER        TO WS-AUDIT-USER
    MOVE SPACES              TO WS-AUDIT-DETAIL
    STRING "held " FUNCTION TRIM(WS-MQT-MSG-ID(WS-J))
           " " FUNCTION TRIM(WS-MQT-STATUS(WS-J))
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE SPACES TO WS-OUT-LINE
    STRING "Recorded: " FUNCTION TRIM(WS-MQT-STATUS(WS-J))
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

SET-HELD-KIND-LABEL.
    EVALUATE WS-HELD-KIND
        WHEN "COMMENT"
            MOVE "comment" TO WS-HELD-LABEL
        WHEN "GROUPPOST"
            MOVE "group post" TO WS-HELD-LABEL
        WHEN "RECO"
            MOVE "recommendation" TO WS-HELD-LABEL
        WHEN OTHER
            MOVE "status update" TO WS-HELD-LABEL
    END-EVALUATE.

*> ---------------------------------------------------------------
*> PUBLISH-HELD-CONTENT
*>   Writes held row WS-HELD-ROW to where it was going, as its
*>   author wrote it and under its original stamp, so the nightly
*>   rescan can tell it was cleared. A group post whose group has
*>   since closed, or whose board or file is full, stays pending
*>   with a message (WS-HELD-OK = "N").
*> ---------------------------------------------------------------
PUBLISH-HELD-CONTENT.
    MOVE "N" TO WS-HELD-OK

    EVALUATE WS-HELD-KIND
        WHEN "COMMENT"
            OPEN EXTEND STATUS-COMMENT-FILE
            IF WS-SCOM-STATUS = "35"
                OPEN OUTPUT STATUS-COMMENT-FILE
                CLOSE STATUS-COMMENT-FILE
                OPEN EXTEND STATUS-COMMENT-FILE
            END-IF
            MOVE SPACES TO STATUS-COMMENT-REC
            MOVE WS-HCT-KEY1(WS-HELD-ROW)   TO SC-UPDATE-AUTHOR
            MOVE WS-HCT-KEY2(WS-HELD-ROW)   TO SC-UPDATE-TS
            MOVE WS-HCT-AUTHOR(WS-HELD-ROW) TO SC-AUTHOR
            MOVE WS-HCT-TS(WS-HELD-ROW)     TO SC-TS
            MOVE WS-HCT-TEXT(WS-HELD-ROW)   TO SC-TEXT
            MOVE "|" TO STATUS-COMMENT-REC(21:1)
            MOVE "|" TO STATUS-COMMENT-REC(42:1)
            MOVE "|" TO STATUS-COMMENT-REC(63:1)
            MOVE "|" TO STATUS-COMMENT-REC(84:1)
            WRITE STATUS-COMMENT-REC
            CLOSE STATUS-COMMENT-FILE
            MOVE "Y" TO WS-HELD-OK
        WHEN "GROUPPOST"
            PERFORM PUBLISH-HELD-GROUP-POST
        WHEN "RECO"
            PERFORM LOAD-ALL-RECOS
            IF WS-RECO-COUNT >= 200
                MOVE "The recommendations file is full; left pending."
                    TO WS-OUT-LINE
                PERFORM PRINT-LINE
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-RECO-COUNT
            MOVE WS-HCT-KEY1(WS-HELD-ROW)   TO WS-RT-OWNER(WS-RECO-COUNT)
            MOVE WS-HCT-AUTHOR(WS-HELD-ROW) TO WS-RT-AUTHOR(WS-RECO-COUNT)
            MOVE WS-HCT-KEY2(WS-HELD-ROW)   TO WS-RT-STATUS(WS-RECO-COUNT)
            MOVE WS-HCT-TS(WS-HELD-ROW)(1:10)
                TO WS-RT-DATE(WS-RECO-COUNT)
            MOVE WS-HCT-TEXT(WS-HELD-ROW)   TO WS-RT-TEXT(WS-RECO-COUNT)
            PERFORM SAVE-ALL-RECOS
            MOVE "Y" TO WS-HELD-OK
            IF FUNCTION TRIM(WS-HCT-KEY2(WS-HELD-ROW)) = "PENDING"
                MOVE WS-HCT-KEY1(WS-HELD-ROW) TO WS-NOTIFY-USER
                MOVE "RECO-PENDING" TO WS-NOTIFY-EVENT
                MOVE SPACES TO WS-NOTIFY-DETAIL
                STRING FUNCTION TRIM(WS-HCT-AUTHOR(WS-HELD-ROW))
                       " wrote you a recommendation - review it on your profile"
                  INTO WS-NOTIFY-DETAIL
                END-STRING
                PERFORM ADD-NOTIFICATION
                MOVE WS-HCT-AUTHOR(WS-HELD-ROW) TO WS-NOTIFY-USER
                MOVE "CONTENT-REVIEW" TO WS-NOTIFY-EVENT
                MOVE SPACES TO WS-NOTIFY-DETAIL
            END-IF
        WHEN OTHER
            OPEN EXTEND STATUS-UPDATE-FILE
            IF WS-SU-STATUS = "35"
                OPEN OUTPUT STATUS-UPDATE-FILE
                CLOSE STATUS-UPDATE-FILE
                OPEN EXTEND STATUS-UPDATE-FILE
            END-IF
            MOVE SPACES TO STATUS-UPDATE-REC
            MOVE WS-HCT-AUTHOR(WS-HELD-ROW) TO SU-AUTHOR
            MOVE WS-HCT-TS(WS-HELD-ROW)     TO SU-TS
            MOVE WS-HCT-TEXT(WS-HELD-ROW)   TO SU-TEXT
            MOVE "|" TO STATUS-UPDATE-REC(21:1)
            MOVE "|" TO STATUS-UPDATE-REC(42:1)
            WRITE STATUS-UPDATE-REC
            CLOSE STATUS-UPDATE-FILE
            MOVE "Y" TO WS-HELD-OK
    END-EVALUATE.

*> ---------------------------------------------------------------
*> PUBLISH-HELD-GROUP-POST
*>   A post the nightly rescan pulled goes back under its original
*>   id, so replies beneath it reattach; a new post held at the
*>   board gets the next id the way ADD-GROUP-POST assigns one.
*> ---------------------------------------------------------------
PUBLISH-HELD-GROUP-POST.
    PERFORM LOAD-ALL-GROUPS
    MOVE "N" TO WS-HELD-GROUP-OK
    PERFORM VARYING WS-HELD-I FROM 1 BY 1
        UNTIL WS-HELD-I > WS-GROUP-COUNT
        IF WS-GR-ID(WS-HELD-I) = WS-HCT-KEY1(WS-HELD-ROW)
            MOVE "Y" TO WS-HELD-GROUP-OK
        END-IF
    END-PERFORM
    IF WS-HELD-GROUP-OK = "N"
        MOVE "That group has since closed; remove the post instead."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-GROUP-POSTS
    IF WS-GPOST-COUNT >= 200
        MOVE "The group boards are full; left pending." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-HELD-ID-USED
    MOVE 0 TO WS-GP-NEXT-ID
    PERFORM VARYING WS-HELD-I FROM 1 BY 1
        UNTIL WS-HELD-I > WS-GPOST-COUNT
        IF WS-GPT-ID(WS-HELD-I) = WS-HCT-REF(WS-HELD-ROW)
            MOVE "Y" TO WS-HELD-ID-USED
        END-IF
        IF WS-GPT-ID(WS-HELD-I) IS NUMERIC
            MOVE WS-GPT-ID(WS-HELD-I) TO WS-GP-ID-NUM
            IF WS-GP-ID-NUM > WS-GP-NEXT-ID
                MOVE WS-GP-ID-NUM TO WS-GP-NEXT-ID
            END-IF
        END-IF
    END-PERFORM
    ADD 1 TO WS-GP-NEXT-ID

    ADD 1 TO WS-GPOST-COUNT
    IF WS-HCT-REF(WS-HELD-ROW) NOT = SPACES AND WS-HELD-ID-USED = "N"
        MOVE WS-HCT-REF(WS-HELD-ROW) TO WS-GPT-ID(WS-GPOST-COUNT)
    ELSE
        MOVE WS-GP-NEXT-ID TO WS-GPT-ID(WS-GPOST-COUNT)
    END-IF
    MOVE WS-HCT-KEY1(WS-HELD-ROW)   TO WS-GPT-GROUP-ID(WS-GPOST-COUNT)
    MOVE WS-HCT-KEY2(WS-HELD-ROW)   TO WS-GPT-PARENT(WS-GPOST-COUNT)
    MOVE WS-HCT-AUTHOR(WS-HELD-ROW) TO WS-GPT-AUTHOR(WS-GPOST-COUNT)
    MOVE WS-HCT-TS(WS-HELD-ROW)     TO WS-GPT-TS(WS-GPOST-COUNT)
    MOVE WS-HCT-TEXT(WS-HELD-ROW)   TO WS-GPT-TEXT(WS-GPOST-COUNT)
    PERFORM SAVE-ALL-GROUP-POSTS
    MOVE "Y" TO WS-HELD-OK.

*> ---------------------------------------------------------------
*> LOAD-ALL-HELD / SAVE-ALL-HELD
*>   The usual load-all/rewrite-all pair. A file that has outgrown
*>   the table is never rewritten from it -- the rows past the
*>   table would be lost. The load also leaves the highest id on
*>   file (every row, not just the tabled ones) in WS-HELD-NEXT-ID.
*> ---------------------------------------------------------------
LOAD-ALL-HELD.
    MOVE 0 TO WS-HELD-COUNT
    MOVE 0 TO WS-HELD-NEXT-ID
    MOVE "N" TO WS-HELD-EOF
    MOVE "N" TO WS-HELD-OVERFLOW

    OPEN INPUT HELD-CONTENT-FILE
    IF WS-HELD-STATUS NOT = "35"
        PERFORM UNTIL WS-HELD-EOF = "Y"
            READ HELD-CONTENT-FILE
                AT END
                    MOVE "Y" TO WS-HELD-EOF
                NOT AT END
                    IF HC-ID IS NUMERIC
                        MOVE HC-ID TO WS-HELD-ID-NUM
                        IF WS-HELD-ID-NUM > WS-HELD-NEXT-ID
                            MOVE WS-HELD-ID-NUM TO WS-HELD-NEXT-ID
                        END-IF
                    END-IF
                    IF HC-ID NOT = SPACES
                        IF WS-HELD-COUNT >= 1000
                            MOVE "Y" TO WS-HELD-OVERFLOW
                        ELSE
                            ADD 1 TO WS-HELD-COUNT
                            MOVE HC-ID     TO WS-HCT-ID(WS-HELD-COUNT)
                            MOVE HC-KIND   TO WS-HCT-KIND(WS-HELD-COUNT)
                            MOVE HC-AUTHOR TO WS-HCT-AUTHOR(WS-HELD-COUNT)
                            MOVE HC-KEY1   TO WS-HCT-KEY1(WS-HELD-COUNT)
                            MOVE HC-KEY2   TO WS-HCT-KEY2(WS-HELD-COUNT)
                            MOVE HC-REF    TO WS-HCT-REF(WS-HELD-COUNT)
                            MOVE HC-TS     TO WS-HCT-TS(WS-HELD-COUNT)
                            MOVE HC-TERM   TO WS-HCT-TERM(WS-HELD-COUNT)
                            MOVE HC-STATUS TO WS-HCT-STATUS(WS-HELD-COUNT)
                            MOVE HC-TEXT   TO WS-HCT-TEXT(WS-HELD-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE HELD-CONTENT-FILE.

SAVE-ALL-HELD.
    IF WS-HELD-OVERFLOW = "Y"
        MOVE "The held-content file has outgrown this session; the change was not saved."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT HELD-CONTENT-FILE
    PERFORM VARYING WS-HELD-I FROM 1 BY 1
        UNTIL WS-HELD-I > WS-HELD-COUNT
        MOVE SPACES TO HELD-CONTENT-REC
        MOVE WS-HCT-ID(WS-HELD-I)     TO HC-ID
        MOVE WS-HCT-KIND(WS-HELD-I)   TO HC-KIND
        MOVE WS-HCT-AUTHOR(WS-HELD-I) TO HC-AUTHOR
        MOVE WS-HCT-KEY1(WS-HELD-I)   TO HC-KEY1
        MOVE WS-HCT-KEY2(WS-HELD-I)   TO HC-KEY2
        MOVE WS-HCT-REF(WS-HELD-I)    TO HC-REF
        MOVE WS-HCT-TS(WS-HELD-I)     TO HC-TS
        MOVE WS-HCT-TERM(WS-HELD-I)   TO HC-TERM
        MOVE WS-HCT-STATUS(WS-HELD-I) TO HC-STATUS
        MOVE WS-HCT-TEXT(WS-HELD-I)   TO HC-TEXT
        MOVE "|" TO HELD-CONTENT-REC(11:1)
        MOVE "|" TO HELD-CONTENT-REC(22:1)
        MOVE "|" TO HELD-CONTENT-REC(43:1)
        MOVE "|" TO HELD-CONTENT-REC(64:1)
        MOVE "|" TO HELD-CONTENT-REC(85:1)
        MOVE "|" TO HELD-CONTENT-REC(96:1)
        MOVE "|" TO HELD-CONTENT-REC(117:1)
        MOVE "|" TO HELD-CONTENT-REC(148:1)
        MOVE "|" TO HELD-CONTENT-REC(159:1)
        WRITE HELD-CONTENT-REC
    END-PERFORM
    CLOSE HELD-CONTENT-FILE.

*> ---------------------------------------------------------------
*> MODERATE-EMPLOYER-REVIEWS
*>   Second half of the moderation queue: each PENDING employer
*>   review comment is approved (the review counts and the comment
*>   shows on the job detail screen) or rejected (the review stays
*>   hidden and the student may write a new one).
*> ---------------------------------------------------------------
MODERATE-EMPLOYER-REVIEWS.
    MOVE "--- Employer Review Comments ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-EMP-REVIEWS
    MOVE "N" TO WS-HR-CHANGED
    MOVE 0 TO WS-HR-N

    PERFORM VARYING WS-HR-I FROM 1 BY 1 UNTIL WS-HR-I > WS-HR-COUNT
        MOVE "N" TO WS-IN-SCOPE
        IF FUNCTION TRIM(WS-HRT-STATUS(WS-HR-I)) = "PENDING"
            MOVE WS-HRT-USER(WS-HR-I) TO WS-SCOPE-QUERY
            PERFORM CHECK-USER-IN-SCOPE
        END-IF
        IF WS-IN-SCOPE = "Y"
            ADD 1 TO WS-HR-N
            PERFORM MODERATE-ONE-REVIEW
        END-IF
    END-PERFORM

    IF WS-HR-N = 0
        MOVE "No review comments are waiting." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF

    IF WS-HR-CHANGED = "Y"
        PERFORM SAVE-ALL-EMP-REVIEWS
    END-IF.

MODERATE-ONE-REVIEW.
    MOVE SPACES TO WS-OUT-LINE
    STRING FUNCTION TRIM(WS-HRT-USER(WS-HR-I)) " on "
           FUNCTION TRIM(WS-HRT-EMPLOYER(WS-HR-I)) " ("
           FUNCTION TRIM(WS-HRT-TITLE(WS-HR-I)) "), "
           FUNCTION TRIM(WS-HRT-DATE(WS-HR-I))
           ": communication " WS-HRT-COMM(WS-HR-I)
           ", overall " WS-HRT-OVERALL(WS-HR-I)
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "  > " FUNCTION TRIM(WS-HRT-COMMENT(WS-HR-I))
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE "Approve this review? (Y/N/S to skip):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN))
        WHEN "Y"
            MOVE "APPROVED" TO WS-HRT-STATUS(WS-HR-I)
        WHEN "N"
            MOVE "REJECTED" TO WS-HRT-STATUS(WS-HR-I)
        WHEN OTHER
            MOVE "Left pending." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
    END-EVALUATE
    MOVE "Y" TO WS-HR-CHANGED

    MOVE "REVIEW-MODERATED" TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER       TO WS-AUDIT-USER
    MOVE SPACES             TO WS-AUDIT-DETAIL
    STRING FUNCTION TRIM(WS-HRT-USER(WS-HR-I)) " "
           FUNCTION TRIM(WS-HRT-STATUS(WS-HR-I))
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE SPACES TO WS-OUT-LINE
    STRING "Recorded: " FUNCTION TRIM(WS-HRT-STATUS(WS-HR-I))
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> STAFF-OFFICE-HOURS
*>   The advisor side of appointment booking: publish open slots
*>   and print the daily schedule that replaces the paper sheet
*>   outside the office.
*> ---------------------------------------------------------------
STAFF-OFFICE-HOURS.
    MOVE "--- Office Hours ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "1. Publish an open slot" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. My schedule for a day" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-TOKEN(1:1)
        WHEN "1"
            PERFORM STAFF-PUBLISH-SLOT
        WHEN "2"
            PERFORM STAFF-DAILY-SCHEDULE
        WHEN "3"
            CONTINUE
        WHEN OTHER
            MOVE "Invalid choice. Please enter 1, 2, or 3." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE.

STAFF-PUBLISH-SLOT.
    MOVE "Slot date (YYYY-MM-DD):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF WS-TOKEN(5:1) NOT = "-" OR WS-TOKEN(8:1) NOT = "-"
       OR WS-TOKEN(1:4) IS NOT NUMERIC
       OR WS-TOKEN(6:2) IS NOT NUMERIC
       OR WS-TOKEN(9:2) IS NOT NUMERIC
        MOVE "Error: Date must be YYYY-MM-DD. Nothing published."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN(1:10) TO WS-OH-SCHED-DATE

    MOVE "Slot time (HH:MM):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF WS-TOKEN(3:1) NOT = ":"
       OR WS-TOKEN(1:2) IS NOT NUMERIC
       OR WS-TOKEN(4:2) IS NOT NUMERIC
        MOVE "Error: Time must be HH:MM. Nothing published."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-OFFICE-HOURS
    IF WS-OH-COUNT >= 200
        MOVE "The office-hours file is full." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-OH-COUNT
    MOVE WS-CURR-USER      TO WS-OHT-STAFF(WS-OH-COUNT)
    MOVE WS-OH-SCHED-DATE  TO WS-OHT-DATE(WS-OH-COUNT)
    MOVE WS-TOKEN(1:5)     TO WS-OHT-TIME(WS-OH-COUNT)
    MOVE "OPEN"            TO WS-OHT-STATUS(WS-OH-COUNT)
    MOVE SPACES            TO WS-OHT-STUDENT(WS-OH-COUNT)
    PERFORM SAVE-ALL-OFFICE-HOURS

    MOVE "Slot published. Students can book it now." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

STAFF-DAILY-SCHEDULE.
    MOVE "Schedule for which date (YYYY-MM-DD):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    MOVE WS-TOKEN(1:10) TO WS-OH-SCHED-DATE

    PERFORM LOAD-ALL-OFFICE-HOURS

    MOVE 0 TO WS-OH-OPEN-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OH-COUNT
        IF FUNCTION TRIM(WS-OHT-STAFF(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
           AND WS-OHT-DATE(WS-I) = WS-OH-SCHED-DATE
            ADD 1 TO WS-OH-OPEN-COUNT
            MOVE SPACES TO WS-OUT-LINE
            IF WS-OHT-STATUS(WS-I) = "BOOKED"
                STRING "  " WS-OHT-TIME(WS-I)
                       "  " FUNCTION TRIM(WS-OHT-STUDENT(WS-I))
                  INTO WS-OUT-LINE
                END-STRING
            ELSE
                STRING "  " WS-OHT-TIME(WS-I) "  (open)"
                  INTO WS-OUT-LINE
                END-STRING
            END-IF
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-OH-OPEN-COUNT = 0
        MOVE "No slots published for that day." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Booked time (HH:MM) to open that student's advising notes (blank to go back):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-AN-STUDENT
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-OH-COUNT OR WS-AN-STUDENT NOT = SPACES
        IF FUNCTION TRIM(WS-OHT-STAFF(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
           AND WS-OHT-DATE(WS-I) = WS-OH-SCHED-DATE
           AND WS-OHT-TIME(WS-I) = WS-TOKEN(1:5)
           AND WS-OHT-STATUS(WS-I) = "BOOKED"
            MOVE WS-OHT-STUDENT(WS-I) TO WS-AN-STUDENT
            MOVE WS-OHT-DATE(WS-I)    TO WS-AN-SLOT-DATE
            MOVE WS-OHT-TIME(WS-I)    TO WS-AN-SLOT-TIME
        END-IF
    END-PERFORM
    IF WS-AN-STUDENT = SPACES
        MOVE "No booked slot at that time." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    PERFORM ADVISING-NOTES-SCREEN.

*> ---------------------------------------------------------------
*> BOOK-OFFICE-HOURS
*>   The student side: one active booking at a time -- a student
*>   with a booking may cancel it (releasing the slot), otherwise
*>   they pick an OPEN slot from any advisor. Both sides hear about
*>   bookings and cancellations through the notification center.
*> ---------------------------------------------------------------
BOOK-OFFICE-HOURS.
    MOVE "--- Advising Office Hours ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-OFFICE-HOURS

    MOVE 0 TO WS-OH-MY-BOOKING
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-OH-COUNT OR WS-OH-MY-BOOKING > 0
        IF WS-OHT-STATUS(WS-I) = "BOOKED"
           AND FUNCTION TRIM(WS-OHT-STUDENT(WS-I))
               = FUNCTION TRIM(WS-CURR-USER)
            MOVE WS-I TO WS-OH-MY-BOOKING
        END-IF
    END-PERFORM

    IF WS-OH-MY-BOOKING > 0
        MOVE WS-OH-MY-BOOKING TO WS-J
        MOVE SPACES TO WS-OUT-LINE
        STRING "You are booked with "
               FUNCTION TRIM(WS-OHT-STAFF(WS-J))
               " on " FUNCTION TRIM(WS-OHT-DATE(WS-J))
               " at " WS-OHT-TIME(WS-J) "."
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE

        MOVE "Cancel this booking? (Y/N):" TO WS-PROMPT
        MOVE "X" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) = "Y"
            MOVE WS-OHT-STAFF(WS-J) TO WS-NOTIFY-USER
            MOVE "ADVISING-CANCEL" TO WS-NOTIFY-EVENT
            MOVE SPACES TO WS-NOTIFY-DETAIL
            STRING FUNCTION TRIM(WS-CURR-USER)
                   " cancelled the " WS-OHT-TIME(WS-J)
                   " slot on " FUNCTION TRIM(WS-OHT-DATE(WS-J))
              INTO WS-NOTIFY-DETAIL
            END-STRING
            PERFORM ADD-NOTIFICATION

            MOVE "OPEN"  TO WS-OHT-STATUS(WS-J)
            MOVE SPACES  TO WS-OHT-STUDENT(WS-J)
            PERFORM SAVE-ALL-OFFICE-HOURS
            MOVE "Booking cancelled; the slot is open again."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-OH-OPEN-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OH-COUNT
        IF WS-OHT-STATUS(WS-I) = "OPEN"
           AND WS-OH-OPEN-COUNT < 200
            ADD 1 TO WS-OH-OPEN-COUNT
            MOVE WS-I TO WS-OH-OPEN-IDX(WS-OH-OPEN-COUNT)
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-OH-OPEN-COUNT ". "
                   FUNCTION TRIM(WS-OHT-STAFF(WS-I))
                   " on " FUNCTION TRIM(WS-OHT-DATE(WS-I))
                   " at " WS-OHT-TIME(WS-I)
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-OH-OPEN-COUNT = 0
        MOVE "No open office-hour slots right now. Check back soon."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a slot number to book it, or 0 to go back:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-OH-OPEN-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-OH-OPEN-IDX(WS-USER-CHOICE) TO WS-J
    MOVE "BOOKED"      TO WS-OHT-STATUS(WS-J)
    MOVE WS-CURR-USER  TO WS-OHT-STUDENT(WS-J)
    PERFORM SAVE-ALL-OFFICE-HOURS

    MOVE WS-OHT-STAFF(WS-J) TO WS-NOTIFY-USER
    MOVE "ADVISING-BOOKED" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING FUNCTION TRIM(WS-CURR-USER)
           " booked your " WS-OHT-TIME(WS-J)
           " slot on " FUNCTION TRIM(WS-OHT-DATE(WS-J))
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE WS-CURR-USER TO WS-NOTIFY-USER
    MOVE "ADVISING-CONFIRM" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-DETAIL
    STRING "Advising booked with "
           FUNCTION TRIM(WS-OHT-STAFF(WS-J))
           " on " FUNCTION TRIM(WS-OHT-DATE(WS-J))
           " at " WS-OHT-TIME(WS-J)
      INTO WS-NOTIFY-DETAIL
    END-STRING
    PERFORM ADD-NOTIFICATION

    MOVE "Slot booked. See you at the office!" TO WS-OUT-LINE
    PERFORM PRINT-LINE.

LOAD-ALL-OFFICE-HOURS.
    MOVE 0 TO WS-OH-COUNT
    MOVE "N" TO WS-OH-EOF

    OPEN INPUT OFFICE-HOURS-FILE
    IF WS-OH-STATUS NOT = "35"
        PERFORM UNTIL WS-OH-EOF = "Y"
            READ OFFICE-HOURS-FILE
                AT END
                    MOVE "Y" TO WS-OH-EOF
                NOT AT END
                    IF OH-STAFF NOT = SPACES AND WS-OH-COUNT < 200
                        ADD 1 TO WS-OH-COUNT
                        MOVE OH-STAFF   TO WS-OHT-STAFF(WS-OH-COUNT)
                        MOVE OH-DATE    TO WS-OHT-DATE(WS-OH-COUNT)
                        MOVE OH-TIME    TO WS-OHT-TIME(WS-OH-COUNT)
                        MOVE OH-STATUS  TO WS-OHT-STATUS(WS-OH-COUNT)
                        MOVE OH-STUDENT TO WS-OHT-STUDENT(WS-OH-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE OFFICE-HOURS-FILE.

SAVE-ALL-OFFICE-HOURS.
    OPEN OUTPUT OFFICE-HOURS-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OH-COUNT
        MOVE SPACES TO OFFICE-HOURS-REC
        MOVE WS-OHT-STAFF(WS-I)   TO OH-STAFF
        MOVE WS-OHT-DATE(WS-I)    TO OH-DATE
        MOVE WS-OHT-TIME(WS-I)    TO OH-TIME
        MOVE WS-OHT-STATUS(WS-I)  TO OH-STATUS
        MOVE WS-OHT-STUDENT(WS-I) TO OH-STUDENT
        MOVE "|" TO OFFICE-HOURS-REC(21:1)
        MOVE "|" TO OFFICE-HOURS-REC(32:1)
        MOVE "|" TO OFFICE-HOURS-REC(38:1)
        MOVE "|" TO OFFICE-HOURS-REC(45:1)
        WRITE OFFICE-HOURS-REC
    END-PERFORM
    CLOSE OFFICE-HOURS-FILE.

*> ---------------------------------------------------------------
*> STAFF-EVENT-CHECKIN
*>   Event-day door list: staff pick the event, see every RSVP with
*>   its arrival state, and mark students attended as they walk in.
*>   Arrivals are append-only rows in the check-in file; the
*>   EventNoShowReport compares them to the RSVPs afterward.
*> ---------------------------------------------------------------
STAFF-EVENT-CHECKIN.
    MOVE "--- Event Check-In ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-EVENTS
    IF WS-EVENT-COUNT = 0
        MOVE "No events are posted." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EVENT-COUNT
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-I ". "
               FUNCTION TRIM(WS-EV-TITLE(WS-I))
               " on " FUNCTION TRIM(WS-EV-DATE(WS-I))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE "Enter the event number, or 0 to go back:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE 0 TO WS-EVENT-PICK
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) = 0
        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-EVENT-PICK
    END-IF
    IF WS-EVENT-PICK < 1 OR WS-EVENT-PICK > WS-EVENT-COUNT
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-RSVPS
    PERFORM LOAD-EVENT-CHECKINS

    MOVE "N" TO WS-CKIN-DONE
    PERFORM CHECKIN-ONE-ARRIVAL UNTIL WS-CKIN-DONE = "Y".

*> ---------------------------------------------------------------
*> STAFF-BOOTH-ASSIGNMENT
*>   Floor planning for a career fair: staff pick an event that takes
*>   employer booths and give each registered employer a booth
*>   number (unique within the event). The employer is notified of
*>   the assignment; BoothFloorReport prints the resulting layout.
*> ---------------------------------------------------------------
STAFF-BOOTH-ASSIGNMENT.
    MOVE "--- Career Fair Booth Assignments ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-EVENTS
    PERFORM LOAD-ALL-BOOTHS
    PERFORM COUNT-EVENT-BOOTHS

    MOVE 0 TO WS-BOOTH-LIST-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EVENT-COUNT
        IF WS-EV-BOOTH-CAP(WS-I) > 0
            ADD 1 TO WS-BOOTH-LIST-COUNT
            MOVE WS-I TO WS-BOOTH-LIST-IDX(WS-BOOTH-LIST-COUNT)
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-BOOTH-LIST-COUNT ". "
                   FUNCTION TRIM(WS-EV-TITLE(WS-I))
                   " on " FUNCTION TRIM(WS-EV-DATE(WS-I))
                   " (" WS-EV-BOOTHS(WS-I) " of "
                   WS-EV-BOOTH-CAP(WS-I) " booths registered)"
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-BOOTH-LIST-COUNT = 0
        MOVE "No events take employer booths." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the event number, or 0 to go back:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE 0 TO WS-USER-CHOICE
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) = 0
        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    END-IF
    IF WS-USER-CHOICE < 1 OR WS-USER-CHOICE > WS-BOOTH-LIST-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-BOOTH-LIST-IDX(WS-USER-CHOICE) TO WS-EVENT-PICK

    MOVE "N" TO WS-BOOTH-DONE
    PERFORM ASSIGN-ONE-BOOTH UNTIL WS-BOOTH-DONE = "Y".

*> ---------------------------------------------------------------
*> ASSIGN-ONE-BOOTH
*>   One pass of the assignment loop: the event's registrations print
*>   with their needs and current booth, then one booth is set or
*>   cleared (or 0 ends the loop).
*> ---------------------------------------------------------------
ASSIGN-ONE-BOOTH.
    MOVE 0 TO WS-BOOTH-LIST-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BOOTH-COUNT
        IF WS-BR-EVENT-ID(WS-I) = WS-EV-ID(WS-EVENT-PICK)
            ADD 1 TO WS-BOOTH-LIST-COUNT
            MOVE WS-I TO WS-BOOTH-LIST-IDX(WS-BOOTH-LIST-COUNT)
            MOVE SPACES TO WS-OUT-LINE
            IF WS-BR-BOOTH(WS-I) = SPACES
                STRING WS-BOOTH-LIST-COUNT ". "
                       FUNCTION TRIM(WS-BR-EMPLOYER(WS-I))
                       " - reps " WS-BR-REPS(WS-I)
                       ", table " WS-BR-TABLE(WS-I)
                       ", power " WS-BR-POWER(WS-I)
                       " [unassigned]"
                  INTO WS-OUT-LINE
                END-STRING
            ELSE
                STRING WS-BOOTH-LIST-COUNT ". "
                       FUNCTION TRIM(WS-BR-EMPLOYER(WS-I))
                       " - reps " WS-BR-REPS(WS-I)
                       ", table " WS-BR-TABLE(WS-I)
                       ", power " WS-BR-POWER(WS-I)
                       " [booth " FUNCTION TRIM(WS-BR-BOOTH(WS-I)) "]"
                  INTO WS-OUT-LINE
                END-STRING
            END-IF
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-BOOTH-LIST-COUNT = 0
        MOVE "No employers have registered for this event." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "Y" TO WS-BOOTH-DONE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a number to assign that employer's booth, or 0 when done:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        MOVE "Y" TO WS-BOOTH-DONE
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE > WS-BOOTH-LIST-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-BOOTH-LIST-IDX(WS-USER-CHOICE) TO WS-J

    MOVE "Booth number (up to 4 characters, blank to clear):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN)) > 4
        MOVE "Booth numbers are at most 4 characters." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) TO WS-BOOTH-NEW

    IF WS-BOOTH-NEW NOT = SPACES
        MOVE "N" TO WS-FOUND
        PERFORM VARYING WS-K FROM 1 BY 1
            UNTIL WS-K > WS-BOOTH-COUNT OR WS-FOUND = "Y"
            IF WS-K NOT = WS-J
               AND WS-BR-EVENT-ID(WS-K) = WS-EV-ID(WS-EVENT-PICK)
               AND WS-BR-BOOTH(WS-K) = WS-BOOTH-NEW
                MOVE "Y" TO WS-FOUND
            END-IF
        END-PERFORM
        IF WS-FOUND = "Y"
            MOVE "That booth is already assigned at this event." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE WS-BOOTH-NEW TO WS-BR-BOOTH(WS-J)
    PERFORM SAVE-ALL-BOOTHS

    IF WS-BOOTH-NEW NOT = SPACES
        MOVE WS-BR-EMP-USER(WS-J) TO WS-NOTIFY-USER
        MOVE "BOOTH-ASSIGNED" TO WS-NOTIFY-EVENT
        MOVE SPACES TO WS-NOTIFY-DETAIL
        STRING "Booth " FUNCTION TRIM(WS-BOOTH-NEW) " at "
               FUNCTION TRIM(WS-EV-TITLE(WS-EVENT-PICK))
          INTO WS-NOTIFY-DETAIL
        END-STRING
        PERFORM ADD-NOTIFICATION

        MOVE "BOOTH"                    TO WS-FEE-CODE
        MOVE WS-BR-EMPLOYER(WS-J)       TO WS-FEE-EMPLOYER
        MOVE WS-EV-ID(WS-EVENT-PICK)    TO WS-FEE-REF
        MOVE WS-EV-TITLE(WS-EVENT-PICK) TO WS-FEE-ITEM
        MOVE "Y"                        TO WS-FEE-ONCE
        PERFORM RECORD-FEE-CHARGE
    END-IF

    MOVE "Booth assignment saved." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> CHECKIN-ONE-ARRIVAL
*>   One pass of the door loop: the RSVP list for the chosen event
*>   prints with arrival markers, then one student is checked in (or
*>   0 ends the loop).
*> ---------------------------------------------------------------
CHECKIN-ONE-ARRIVAL.
    MOVE 0 TO WS-CKIN-LIST-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RSVP-COUNT
        IF WS-ER-EVENT-ID(WS-I) = WS-EV-ID(WS-EVENT-PICK)
           AND WS-ER-STATUS(WS-I) = "RSVP"
            ADD 1 TO WS-CKIN-LIST-COUNT
            MOVE WS-I TO WS-CKIN-LIST-IDX(WS-CKIN-LIST-COUNT)

            MOVE "N" TO WS-FOUND
            PERFORM VARYING WS-K FROM 1 BY 1
                UNTIL WS-K > WS-CKIN-COUNT OR WS-FOUND = "Y"
                IF FUNCTION TRIM(WS-CKIN-TABLE(WS-K))
                       = FUNCTION TRIM(WS-ER-USER(WS-I))
                    MOVE "Y" TO WS-FOUND
                END-IF
            END-PERFORM

            MOVE SPACES TO WS-OUT-LINE
            IF WS-FOUND = "Y"
                STRING WS-CKIN-LIST-COUNT ". "
                       FUNCTION TRIM(WS-ER-USER(WS-I))
                       " [ARRIVED]"
                  INTO WS-OUT-LINE
                END-STRING
            ELSE
                STRING WS-CKIN-LIST-COUNT ". "
                       FUNCTION TRIM(WS-ER-USER(WS-I))
                  INTO WS-OUT-LINE
                END-STRING
            END-IF
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-CKIN-LIST-COUNT = 0
        MOVE "No confirmed RSVPs for this event." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "Y" TO WS-CKIN-DONE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a number to mark that student arrived, or 0 when the doors close:"
        TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    IF WS-USER-CHOICE = 0
        MOVE "Y" TO WS-CKIN-DONE
        EXIT PARAGRAPH
    END-IF
    IF WS-USER-CHOICE < 0 OR WS-USER-CHOICE > WS-CKIN-LIST-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CKIN-LIST-IDX(WS-USER-CHOICE) TO WS-J

    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-CKIN-COUNT OR WS-FOUND = "Y"
        IF FUNCTION TRIM(WS-CKIN-TABLE(WS-K))
               = FUNCTION TRIM(WS-ER-USER(WS-J))
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "Y"
        MOVE "They are already checked in." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM APPEND-EVENT-CHECKIN

    MOVE SPACES TO WS-OUT-LINE
    STRING FUNCTION TRIM(WS-ER-USER(WS-J)) " checked in."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

LOAD-EVENT-CHECKINS.
    MOVE 0 TO WS-CKIN-COUNT
    MOVE "N" TO WS-CKIN-EOF

    OPEN INPUT EVENT-CHECKIN-FILE
    IF WS-CKIN-STATUS NOT = "35"
        PERFORM UNTIL WS-CKIN-EOF = "Y"
            READ EVENT-CHECKIN-FILE
                AT END
                    MOVE "Y" TO WS-CKIN-EOF
                NOT AT END
                    IF CK-EVENT-ID = WS-EV-ID(WS-EVENT-PICK)
                       AND CK-USER NOT = SPACES
                       AND WS-CKIN-COUNT < 200
                        ADD 1 TO WS-CKIN-COUNT
                        MOVE CK-USER TO WS-CKIN-TABLE(WS-CKIN-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE EVENT-CHECKIN-FILE.

APPEND-EVENT-CHECKIN.
    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE

    OPEN EXTEND EVENT-CHECKIN-FILE
    IF WS-CKIN-STATUS = "35"
        OPEN OUTPUT EVENT-CHECKIN-FILE
        CLOSE EVENT-CHECKIN-FILE
        OPEN EXTEND EVENT-CHECKIN-FILE
    END-IF

    MOVE SPACES TO EVENT-CHECKIN-REC
    MOVE WS-EV-ID(WS-EVENT-PICK) TO CK-EVENT-ID
    MOVE WS-ER-USER(WS-J)        TO CK-USER
    MOVE SPACES TO CK-TS
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2) " "
           WS-RAW-DATE(9:2) ":"
           WS-RAW-DATE(11:2) ":"
           WS-RAW-DATE(13:2)
      INTO CK-TS
    END-STRING
    MOVE "|" TO EVENT-CHECKIN-REC(11:1)
    MOVE "|" TO EVENT-CHECKIN-REC(32:1)
    WRITE EVENT-CHECKIN-REC
    CLOSE EVENT-CHECKIN-FILE

    IF WS-CKIN-COUNT < 200
        ADD 1 TO WS-CKIN-COUNT
        MOVE WS-ER-USER(WS-J) TO WS-CKIN-TABLE(WS-CKIN-COUNT)
    END-IF.

*> ---------------------------------------------------------------
*> STAFF-PROFILE-HISTORY
*>   Lists the saved versions of one member's profile (every save
*>   appended the version it overwrote, and the live profile is
*>   offered as the newest "version"), then shows the field-level
*>   differences between any two the staffer picks -- what a
*>   disputed "my section disappeared" needs.
*> ---------------------------------------------------------------
STAFF-PROFILE-HISTORY.
    MOVE "Enter the member's username:" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE "Error: Username cannot be blank." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN TO WS-PH-QUERY-USER

    MOVE WS-PH-QUERY-USER TO WS-SCOPE-QUERY
    PERFORM CHECK-USER-IN-SCOPE
    IF WS-IN-SCOPE = "N"
        MOVE "That member is not at a university in your scope." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM ASK-ACCESS-PURPOSE
    IF WS-RA-PURPOSE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PH-QUERY-USER  TO WS-RA-STUDENT
    MOVE "PROFILE-HISTORY" TO WS-RA-SCREEN
    PERFORM LOG-RECORD-ACCESS

    PERFORM LOAD-PROFILE-HISTORY

    *> The live profile slots in as the newest version, so "what
    *> changed since the last save" is one comparison away.
    MOVE 0 TO WS-J
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-PROF-COUNT OR WS-J > 0
        IF FUNCTION TRIM(WS-PROF-USER(WS-I))
               = FUNCTION TRIM(WS-PH-QUERY-USER)
            MOVE WS-I TO WS-J
        END-IF
    END-PERFORM
    IF WS-J > 0 AND WS-PHIST-COUNT < 50
        ADD 1 TO WS-PHIST-COUNT
        MOVE "current"             TO WS-PHT-TS(WS-PHIST-COUNT)
        MOVE WS-PROF-FNAME(WS-J)   TO WS-PHT-FNAME(WS-PHIST-COUNT)
        MOVE WS-PROF-LNAME(WS-J)   TO WS-PHT-LNAME(WS-PHIST-COUNT)
        MOVE WS-PROF-UNIV(WS-J)    TO WS-PHT-UNIV(WS-PHIST-COUNT)
        MOVE WS-PROF-MAJOR(WS-J)   TO WS-PHT-MAJOR(WS-PHIST-COUNT)
        MOVE WS-PROF-GRAD(WS-J)    TO WS-PHT-GRAD(WS-PHIST-COUNT)
        MOVE WS-PROF-VISIBILITY(WS-J) TO WS-PHT-VIS(WS-PHIST-COUNT)
        MOVE WS-PROF-EXP-COUNT(WS-J) TO WS-PHT-EXP-COUNT(WS-PHIST-COUNT)
        MOVE WS-PROF-EDU-COUNT(WS-J) TO WS-PHT-EDU-COUNT(WS-PHIST-COUNT)
        MOVE WS-PROF-ABOUT(WS-J)   TO WS-PHT-ABOUT(WS-PHIST-COUNT)
    END-IF

    IF WS-PHIST-COUNT = 0
        MOVE "No profile versions on file for that member." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    STRING "Versions on file for "
           FUNCTION TRIM(WS-PH-QUERY-USER) ":"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PHIST-COUNT
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-I ". saved " FUNCTION TRIM(WS-PHT-TS(WS-I))
               " - " FUNCTION TRIM(WS-PHT-FNAME(WS-I))
               " " FUNCTION TRIM(WS-PHT-LNAME(WS-I))
               ", " FUNCTION TRIM(WS-PHT-MAJOR(WS-I))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM

    IF WS-PHIST-COUNT < 2
        MOVE "Only one version exists; nothing to compare." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the OLDER version number:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    MOVE 0 TO WS-PH-PICK-A
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) = 0
        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-PH-PICK-A
    END-IF

    MOVE "Enter the NEWER version number:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    MOVE 0 TO WS-PH-PICK-B
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) = 0
        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-PH-PICK-B
    END-IF

    IF WS-PH-PICK-A < 1 OR WS-PH-PICK-A > WS-PHIST-COUNT
       OR WS-PH-PICK-B < 1 OR WS-PH-PICK-B > WS-PHIST-COUNT
       OR WS-PH-PICK-A = WS-PH-PICK-B
        MOVE "Those are not two different listed versions."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM DIFF-PROFILE-VERSIONS.

*> ---------------------------------------------------------------
*> LOAD-PROFILE-HISTORY
*>   Fills WS-PHIST-TABLE with WS-PH-QUERY-USER's saved versions in
*>   file order (oldest first), up to the table's 50 rows.
*> ---------------------------------------------------------------
LOAD-PROFILE-HISTORY.
    MOVE 0 TO WS-PHIST-COUNT
    MOVE "N" TO WS-PHIST-EOF

    OPEN INPUT PROF-HISTORY-FILE
    IF WS-PHIST-STATUS NOT = "35"
        PERFORM UNTIL WS-PHIST-EOF = "Y"
            READ PROF-HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-PHIST-EOF
                NOT AT END
                    IF FUNCTION TRIM(PH-USER)
                           = FUNCTION TRIM(WS-PH-QUERY-USER)
                       AND WS-PHIST-COUNT < 50
                        ADD 1 TO WS-PHIST-COUNT
                        MOVE PH-TS    TO WS-PHT-TS(WS-PHIST-COUNT)
                        MOVE PH-FNAME TO WS-PHT-FNAME(WS-PHIST-COUNT)
                        MOVE PH-LNAME TO WS-PHT-LNAME(WS-PHIST-COUNT)
                        MOVE PH-UNIV  TO WS-PHT-UNIV(WS-PHIST-COUNT)
                        MOVE PH-MAJOR TO WS-PHT-MAJOR(WS-PHIST-COUNT)
                        MOVE PH-GRAD  TO WS-PHT-GRAD(WS-PHIST-COUNT)
                        MOVE PH-VIS   TO WS-PHT-VIS(WS-PHIST-COUNT)
                        IF PH-EXP-COUNT IS NUMERIC
                            MOVE PH-EXP-COUNT
                                TO WS-PHT-EXP-COUNT(WS-PHIST-COUNT)
                        ELSE
                            MOVE 0 TO WS-PHT-EXP-COUNT(WS-PHIST-COUNT)
                        END-IF
                        IF PH-EDU-COUNT IS NUMERIC
                            MOVE PH-EDU-COUNT
                                TO WS-PHT-EDU-COUNT(WS-PHIST-COUNT)
                        ELSE
                            MOVE 0 TO WS-PHT-EDU-COUNT(WS-PHIST-COUNT)
                        END-IF
                        MOVE PH-ABOUT TO WS-PHT-ABOUT(WS-PHIST-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE PROF-HISTORY-FILE.

*> ---------------------------------------------------------------
*> DIFF-PROFILE-VERSIONS
*>   Prints each headline field whose value differs between version
*>   WS-PH-PICK-A (older) and WS-PH-PICK-B (newer), as
*>   "field: old -> new".
*> ---------------------------------------------------------------
DIFF-PROFILE-VERSIONS.
    MOVE 0 TO WS-PH-DIFF-COUNT

    MOVE "First name" TO WS-PH-FIELD-NAME
    MOVE WS-PHT-FNAME(WS-PH-PICK-A) TO WS-PH-OLD-VAL
    MOVE WS-PHT-FNAME(WS-PH-PICK-B) TO WS-PH-NEW-VAL
    PERFORM PRINT-ONE-FIELD-DIFF

    MOVE "Last name" TO WS-PH-FIELD-NAME
    MOVE WS-PHT-LNAME(WS-PH-PICK-A) TO WS-PH-OLD-VAL
    MOVE WS-PHT-LNAME(WS-PH-PICK-B) TO WS-PH-NEW-VAL
    PERFORM PRINT-ONE-FIELD-DIFF

    MOVE "University" TO WS-PH-FIELD-NAME
    MOVE WS-PHT-UNIV(WS-PH-PICK-A) TO WS-PH-OLD-VAL
    MOVE WS-PHT-UNIV(WS-PH-PICK-B) TO WS-PH-NEW-VAL
    PERFORM PRINT-ONE-FIELD-DIFF

    MOVE "Major" TO WS-PH-FIELD-NAME
    MOVE WS-PHT-MAJOR(WS-PH-PICK-A) TO WS-PH-OLD-VAL
    MOVE WS-PHT-MAJOR(WS-PH-PICK-B) TO WS-PH-NEW-VAL
    PERFORM PRINT-ONE-FIELD-DIFF

    MOVE "Graduation year" TO WS-PH-FIELD-NAME
    MOVE WS-PHT-GRAD(WS-PH-PICK-A) TO WS-PH-OLD-VAL
    MOVE WS-PHT-GRAD(WS-PH-PICK-B) TO WS-PH-NEW-VAL
    PERFORM PRINT-ONE-FIELD-DIFF

    MOVE "Visibility" TO WS-PH-FIELD-NAME
    MOVE WS-PHT-VIS(WS-PH-PICK-A) TO WS-PH-OLD-VAL
    MOVE WS-PHT-VIS(WS-PH-PICK-B) TO WS-PH-NEW-VAL
    PERFORM PRINT-ONE-FIELD-DIFF

    MOVE "Experience entries" TO WS-PH-FIELD-NAME
    MOVE WS-PHT-EXP-COUNT(WS-PH-PICK-A) TO WS-PH-OLD-VAL
    MOVE WS-PHT-EXP-COUNT(WS-PH-PICK-B) TO WS-PH-NEW-VAL
    PERFORM PRINT-ONE-FIELD-DIFF

    MOVE "Education entries" TO WS-PH-FIELD-NAME
    MOVE WS-PHT-EDU-COUNT(WS-PH-PICK-A) TO WS-PH-OLD-VAL
    MOVE WS-PHT-EDU-COUNT(WS-PH-PICK-B) TO WS-PH-NEW-VAL
    PERFORM PRINT-ONE-FIELD-DIFF

    MOVE "About" TO WS-PH-FIELD-NAME
    MOVE WS-PHT-ABOUT(WS-PH-PICK-A) TO WS-PH-OLD-VAL
    MOVE WS-PHT-ABOUT(WS-PH-PICK-B) TO WS-PH-NEW-VAL
    PERFORM PRINT-ONE-FIELD-DIFF

    IF WS-PH-DIFF-COUNT = 0
        MOVE "No differences between those two versions."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

PRINT-ONE-FIELD-DIFF.
    IF WS-PH-OLD-VAL NOT = WS-PH-NEW-VAL
        ADD 1 TO WS-PH-DIFF-COUNT
        MOVE SPACES TO WS-OUT-LINE
        STRING "  " FUNCTION TRIM(WS-PH-FIELD-NAME)
               ": " FUNCTION TRIM(WS-PH-OLD-VAL)
               " -> " FUNCTION TRIM(WS-PH-NEW-VAL)
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> STAFF-EMPLOYER-APPROVALS
*>   Career services' vetting queue: each PENDING employer account
*>   is approved (its gate row is dropped and the account goes
*>   active) or rejected with a reason the applicant sees on their
*>   next login attempt. Every decision lands in the audit log.
*> ---------------------------------------------------------------
STAFF-EMPLOYER-APPROVALS.
    MOVE "--- Employer Account Approvals ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM LOAD-ALL-EMP-APPROVALS

    MOVE 0 TO WS-EPAPP-PEND-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EPAPP-COUNT
        IF WS-EPT-STATUS(WS-I) = "PENDING"
            ADD 1 TO WS-EPAPP-PEND-COUNT
            MOVE WS-I TO WS-EPAPP-PEND-IDX(WS-EPAPP-PEND-COUNT)
        END-IF
    END-PERFORM

    IF WS-EPAPP-PEND-COUNT = 0
        MOVE "No employer accounts are waiting for approval."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-EPAPP-PEND-COUNT
        MOVE WS-EPAPP-PEND-IDX(WS-K) TO WS-J

        MOVE SPACES TO WS-PROMPT
        STRING "Approve employer account "
               FUNCTION TRIM(WS-EPT-USER(WS-J))
               " (requested " FUNCTION TRIM(WS-EPT-DATE(WS-J))
               ")? (Y/N/S to skip):"
          INTO WS-PROMPT
        END-STRING
        MOVE "X" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN))
            WHEN "Y"
                MOVE WS-EPT-USER(WS-J) TO WS-NOTIFY-USER
                MOVE "EMP-APPROVED" TO WS-NOTIFY-EVENT
                MOVE "Your employer account has been approved. Welcome aboard."
                    TO WS-NOTIFY-DETAIL
                PERFORM ADD-NOTIFICATION

                MOVE "EMP-ACCT-APPROVED" TO WS-AUDIT-EVENT
                MOVE WS-EPT-USER(WS-J)   TO WS-AUDIT-USER
                MOVE WS-CURR-USER        TO WS-AUDIT-DETAIL
                PERFORM LOG-AUDIT-EVENT

                MOVE SPACES TO WS-EPT-USER(WS-J)
                MOVE "Employer account approved." TO WS-OUT-LINE
                PERFORM PRINT-LINE
            WHEN "N"
                MOVE "Reason for rejection (the applicant will see this):"
                    TO WS-PROMPT
                MOVE "X" TO WS-DEST-KIND
                PERFORM PRINT-PROMPT-AND-READ
                MOVE "REJECTED" TO WS-EPT-STATUS(WS-J)
                MOVE WS-TOKEN   TO WS-EPT-REASON(WS-J)

                MOVE "EMP-ACCT-REJECTED" TO WS-AUDIT-EVENT
                MOVE WS-EPT-USER(WS-J)   TO WS-AUDIT-USER
                MOVE WS-CURR-USER        TO WS-AUDIT-DETAIL
                PERFORM LOG-AUDIT-EVENT

                MOVE "Employer account rejected." TO WS-OUT-LINE
                PERFORM PRINT-LINE
            WHEN OTHER
                MOVE "Skipped." TO WS-OUT-LINE
                PERFORM PRINT-LINE
        END-EVALUATE
    END-PERFORM

    PERFORM SAVE-ALL-EMP-APPROVALS.

*> ---------------------------------------------------------------
*> STAFF-POSTING-APPROVALS
*>   Career services' vetting queue for job postings, the same shape
*>   as STAFF-EMPLOYER-APPROVALS: every PENDING posting (new or
*>   edited, from JobPostingMaintenance or JobFeedImport) is shown in
*>   full and approved (goes ACTIVE and appears in Browse Jobs and
*>   the match digest) or rejected with a reason. The employer's
*>   linked account is notified either way, and each decision is
*>   kept in POSTING-REVIEW-FILE and the audit log.
*> ---------------------------------------------------------------
STAFF-POSTING-APPROVALS.
    MOVE "--- Job Posting Approvals ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE 0 TO WS-PAPP-COUNT
    MOVE 0 TO WS-PAPP-DECIDED
    MOVE "N" TO WS-JOB-EOF
    OPEN INPUT JOB-FILE
    IF WS-JOB-STATUS NOT = "35"
        PERFORM UNTIL WS-JOB-EOF = "Y"
            READ JOB-FILE
                AT END
                    MOVE "Y" TO WS-JOB-EOF
                NOT AT END
                    IF FUNCTION TRIM(JOB-STATUS-FILE) = "PENDING"
                       AND WS-PAPP-COUNT < 200
                        PERFORM REVIEW-ONE-PENDING-POSTING
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE JOB-FILE

    IF WS-PAPP-COUNT = 0
        MOVE "No job postings are waiting for approval." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    IF WS-PAPP-DECIDED = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM APPLY-POSTING-DECISIONS

    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-PAPP-COUNT
        IF WS-PAPP-DECISION(WS-K) NOT = SPACE
            PERFORM RECORD-POSTING-DECISION
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> REVIEW-ONE-PENDING-POSTING
*>   Shows the PENDING JOB-REC just read and takes the decision.
*>   The file stays open for input, so nothing is written here.
*> ---------------------------------------------------------------
REVIEW-ONE-PENDING-POSTING.
    ADD 1 TO WS-PAPP-COUNT
    MOVE JOB-ID            TO WS-PAPP-ID(WS-PAPP-COUNT)
    MOVE JOB-TITLE-FILE    TO WS-PAPP-TITLE(WS-PAPP-COUNT)
    MOVE JOB-EMPLOYER-FILE TO WS-PAPP-EMPLOYER(WS-PAPP-COUNT)
    MOVE SPACE             TO WS-PAPP-DECISION(WS-PAPP-COUNT)
    MOVE SPACES            TO WS-PAPP-REASON(WS-PAPP-COUNT)

    MOVE SPACES TO WS-OUT-LINE
    STRING FUNCTION TRIM(JOB-TITLE-FILE) " at "
           FUNCTION TRIM(JOB-EMPLOYER-FILE)
           " (posted " FUNCTION TRIM(JOB-POSTED-DATE) ")"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "  Location: " FUNCTION TRIM(JOB-LOCATION-FILE)
           "  Salary: " FUNCTION TRIM(JOB-SALARY-FILE)
           "  Major: " FUNCTION TRIM(JOB-MAJOR-FILE)
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "  " FUNCTION TRIM(JOB-DESC-FILE)
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE "Approve this posting? (Y/N/S to skip):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN))
        WHEN "Y"
            MOVE "A" TO WS-PAPP-DECISION(WS-PAPP-COUNT)
            ADD 1 TO WS-PAPP-DECIDED
            MOVE "Posting approved." TO WS-OUT-LINE
            PERFORM PRINT-LINE
        WHEN "N"
            MOVE "Reason for rejection (the employer will see this):"
                TO WS-PROMPT
            MOVE "X" TO WS-DEST-KIND
            PERFORM PRINT-PROMPT-AND-READ
            MOVE "R"      TO WS-PAPP-DECISION(WS-PAPP-COUNT)
            MOVE WS-TOKEN TO WS-PAPP-REASON(WS-PAPP-COUNT)
            ADD 1 TO WS-PAPP-DECIDED
            MOVE "Posting rejected." TO WS-OUT-LINE
            PERFORM PRINT-LINE
        WHEN OTHER
            MOVE "Skipped." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> APPLY-POSTING-DECISIONS
*>   Staged JOB-FILE rewrite (the APPLY-POSTING-RENEWAL shape) that
*>   moves each decided posting to ACTIVE or REJECTED.
*> ---------------------------------------------------------------
APPLY-POSTING-DECISIONS.
    OPEN INPUT JOB-FILE
    OPEN OUTPUT JOB-WORK-FILE

    MOVE "N" TO WS-JOB-EOF
    PERFORM UNTIL WS-JOB-EOF = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO WS-JOB-EOF
            NOT AT END
                IF FUNCTION TRIM(JOB-STATUS-FILE) = "PENDING"
                    PERFORM VARYING WS-K FROM 1 BY 1
                        UNTIL WS-K > WS-PAPP-COUNT
                        IF FUNCTION TRIM(JOB-ID)
                               = FUNCTION TRIM(WS-PAPP-ID(WS-K))
                            EVALUATE WS-PAPP-DECISION(WS-K)
                                WHEN "A"
                                    MOVE "ACTIVE"   TO JOB-STATUS-FILE
                                WHEN "R"
                                    MOVE "REJECTED" TO JOB-STATUS-FILE
                                WHEN OTHER
                                    CONTINUE
                            END-EVALUATE
                        END-IF
                    END-PERFORM
                END-IF
                MOVE SPACES TO JOB-WORK-REC
                MOVE JOB-REC TO JOB-WORK-REC
                WRITE JOB-WORK-REC
        END-READ
    END-PERFORM

    CLOSE JOB-WORK-FILE
    CLOSE JOB-FILE

    OPEN OUTPUT JOB-FILE
    OPEN INPUT JOB-WORK-FILE

    MOVE "N" TO WS-JOB-EOF
    PERFORM UNTIL WS-JOB-EOF = "Y"
        READ JOB-WORK-FILE
            AT END
                MOVE "Y" TO WS-JOB-EOF
            NOT AT END
                MOVE JOB-WORK-REC TO JOB-REC
                WRITE JOB-REC
        END-READ
    END-PERFORM

    CLOSE JOB-WORK-FILE
    CLOSE JOB-FILE.

*> ---------------------------------------------------------------
*> RECORD-POSTING-DECISION
*>   Review-file row, audit row, and employer notification for
*>   WS-PAPP-TABLE row WS-K.
*> ---------------------------------------------------------------
RECORD-POSTING-DECISION.
    PERFORM FORMAT-TODAY-DATE

    OPEN EXTEND POSTING-REVIEW-FILE
    IF WS-PREV-STATUS = "35"
        OPEN OUTPUT POSTING-REVIEW-FILE
        CLOSE POSTING-REVIEW-FILE
        OPEN EXTEND POSTING-REVIEW-FILE
    END-IF
    MOVE SPACES TO POSTING-REVIEW-REC
    MOVE WS-PAPP-ID(WS-K)     TO PR-JOB-ID
    IF WS-PAPP-DECISION(WS-K) = "A"
        MOVE "APPROVED"       TO PR-DECISION
    ELSE
        MOVE "REJECTED"       TO PR-DECISION
    END-IF
    MOVE WS-PAPP-REASON(WS-K) TO PR-REASON
    MOVE WS-CURR-USER         TO PR-STAFF
    MOVE WS-TODAY-DATE        TO PR-DATE
    MOVE "|" TO POSTING-REVIEW-REC(11:1)
    MOVE "|" TO POSTING-REVIEW-REC(22:1)
    MOVE "|" TO POSTING-REVIEW-REC(83:1)
    MOVE "|" TO POSTING-REVIEW-REC(104:1)
    WRITE POSTING-REVIEW-REC
    CLOSE POSTING-REVIEW-FILE

    IF WS-PAPP-DECISION(WS-K) = "A"
        MOVE "POSTING-APPROVED" TO WS-AUDIT-EVENT
    ELSE
        MOVE "POSTING-REJECTED" TO WS-AUDIT-EVENT
    END-IF
    MOVE WS-CURR-USER TO WS-AUDIT-USER
    MOVE SPACES TO WS-AUDIT-DETAIL
    STRING "job " FUNCTION TRIM(WS-PAPP-ID(WS-K))
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    IF WS-PAPP-DECISION(WS-K) = "A"
        MOVE "POSTING"                TO WS-FEE-CODE
        MOVE WS-PAPP-EMPLOYER(WS-K)   TO WS-FEE-EMPLOYER
        MOVE WS-PAPP-ID(WS-K)         TO WS-FEE-REF
        MOVE WS-PAPP-TITLE(WS-K)      TO WS-FEE-ITEM
        MOVE "Y"                      TO WS-FEE-ONCE
        PERFORM RECORD-FEE-CHARGE
    END-IF

    *> Employers without a linked account see the status in their
    *> posting list instead.
    MOVE SPACES TO WS-NOTIFY-USER
    MOVE "N" TO WS-EA-EOF
    OPEN INPUT EMPLOYER-ACCT-FILE
    IF WS-EA-STATUS NOT = "35"
        PERFORM UNTIL WS-EA-EOF = "Y"
            READ EMPLOYER-ACCT-FILE
                AT END
                    MOVE "Y" TO WS-EA-EOF
                NOT AT END
                    IF FUNCTION TRIM(EA-EMPLOYER)
                           = FUNCTION TRIM(WS-PAPP-EMPLOYER(WS-K))
                        MOVE EA-USER TO WS-NOTIFY-USER
                        MOVE "Y" TO WS-EA-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE EMPLOYER-ACCT-FILE

    IF WS-NOTIFY-USER = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-NOTIFY-DETAIL
    IF WS-PAPP-DECISION(WS-K) = "A"
        MOVE "POSTING-APPROVED" TO WS-NOTIFY-EVENT
        STRING "Posting approved and live: "
               FUNCTION TRIM(WS-PAPP-TITLE(WS-K))
          INTO WS-NOTIFY-DETAIL
        END-STRING
    ELSE
        MOVE "POSTING-REJECTED" TO WS-NOTIFY-EVENT
        STRING FUNCTION TRIM(WS-PAPP-TITLE(WS-K)) " rejected: "
               FUNCTION TRIM(WS-PAPP-REASON(WS-K))
          INTO WS-NOTIFY-DETAIL
        END-STRING
    END-IF
    PERFORM ADD-NOTIFICATION.

*> ---------------------------------------------------------------
*> LOOKUP-FEE-RATE
*>   Resolves WS-FEE-CODE for WS-FEE-EMPLOYER against the fee
*>   schedule: the employer's own row when there is one, otherwise
*>   the standard row, otherwise nothing. Leaves the rate in
*>   WS-FEE-RATE (0 = not billable) and the invoice text in
*>   WS-FEE-DESC.
*> ---------------------------------------------------------------
LOOKUP-FEE-RATE.
    MOVE 0 TO WS-FEE-RATE
    MOVE SPACES TO WS-FEE-DESC
    MOVE "N" TO WS-FEE-OWN-RATE
    MOVE "N" TO WS-FEE-EOF

    OPEN INPUT FEE-FILE
    IF WS-FEE-STATUS = "35"
        CLOSE FEE-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-FEE-EOF = "Y"
        READ FEE-FILE
            AT END
                MOVE "Y" TO WS-FEE-EOF
            NOT AT END
                IF FUNCTION TRIM(FS-CODE) = FUNCTION TRIM(WS-FEE-CODE)
                   AND FS-AMOUNT(1:5) IS NUMERIC
                   AND FS-AMOUNT(7:2) IS NUMERIC
                    IF FS-EMPLOYER = SPACES AND WS-FEE-OWN-RATE = "N"
                        MOVE FS-AMOUNT TO WS-FEE-RATE
                        MOVE FS-DESC   TO WS-FEE-DESC
                    END-IF
                    IF FS-EMPLOYER NOT = SPACES
                       AND FUNCTION TRIM(FS-EMPLOYER)
                           = FUNCTION TRIM(WS-FEE-EMPLOYER)
                        MOVE FS-AMOUNT TO WS-FEE-RATE
                        MOVE FS-DESC   TO WS-FEE-DESC
                        MOVE "Y" TO WS-FEE-OWN-RATE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FEE-FILE.

*> ---------------------------------------------------------------
*> RECORD-FEE-CHARGE
*>   Bills WS-FEE-CODE to WS-FEE-EMPLOYER for the posting or event
*>   in WS-FEE-REF (WS-FEE-ITEM names it on the invoice). Nothing is
*>   written when the schedule has no rate for it, or when
*>   WS-FEE-ONCE = "Y" and the same charge is already on the ledger
*>   -- a posting is billed once however often it is re-approved,
*>   and a booth once however often it is moved.
*> ---------------------------------------------------------------
RECORD-FEE-CHARGE.
    IF FUNCTION TRIM(WS-FEE-EMPLOYER) = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM LOOKUP-FEE-RATE
    IF WS-FEE-RATE = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM SCAN-FEE-LEDGER
    IF WS-FEE-ONCE = "Y" AND WS-FEE-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE "CHARGE"    TO WS-FEE-TYPE
    MOVE WS-FEE-RATE TO WS-FEE-AMOUNT
    MOVE SPACES TO WS-FEE-NOTE
    IF WS-FEE-DESC = SPACES
        MOVE WS-FEE-ITEM TO WS-FEE-NOTE
    ELSE
        STRING FUNCTION TRIM(WS-FEE-DESC) ": "
               FUNCTION TRIM(WS-FEE-ITEM)
          INTO WS-FEE-NOTE
        END-STRING
    END-IF
    PERFORM APPEND-LEDGER-ROW

    MOVE "FEE-CHARGE" TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER TO WS-AUDIT-USER
    MOVE SPACES TO WS-AUDIT-DETAIL
    STRING FUNCTION TRIM(WS-FEE-CODE) " "
           FUNCTION TRIM(WS-FEE-REF) " "
           FUNCTION TRIM(WS-FEE-EMPLOYER)
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT.

*> ---------------------------------------------------------------
*> SCAN-FEE-LEDGER
*>   One pass over the ledger for the next entry id (WS-FEE-NEXT-ID)
*>   and whether a CHARGE for WS-FEE-CODE / WS-FEE-EMPLOYER /
*>   WS-FEE-REF is already there (WS-FEE-FOUND).
*> ---------------------------------------------------------------
SCAN-FEE-LEDGER.
    MOVE 1 TO WS-FEE-NEXT-ID
    MOVE "N" TO WS-FEE-FOUND
    MOVE "N" TO WS-LEDGER-EOF

    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS = "35"
        CLOSE LEDGER-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-LEDGER-EOF = "Y"
        READ LEDGER-FILE
            AT END
                MOVE "Y" TO WS-LEDGER-EOF
            NOT AT END
                IF LG-ENTRY IS NUMERIC
                    MOVE LG-ENTRY TO WS-FEE-ID-NUM
                    IF WS-FEE-ID-NUM >= WS-FEE-NEXT-ID
                        COMPUTE WS-FEE-NEXT-ID = WS-FEE-ID-NUM + 1
                    END-IF
                END-IF
                IF FUNCTION TRIM(LG-TYPE) = "CHARGE"
                   AND FUNCTION TRIM(LG-CODE) = FUNCTION TRIM(WS-FEE-CODE)
                   AND FUNCTION TRIM(LG-REF) = FUNCTION TRIM(WS-FEE-REF)
                   AND FUNCTION TRIM(LG-EMPLOYER)
                       = FUNCTION TRIM(WS-FEE-EMPLOYER)
                    MOVE "Y" TO WS-FEE-FOUND
                END-IF
        END-READ
    END-PERFORM
    CLOSE LEDGER-FILE.

*> ---------------------------------------------------------------
*> APPEND-LEDGER-ROW
*>   Writes one ledger row from WS-FEE-TYPE / CODE / EMPLOYER / REF /
*>   AMOUNT / NOTE under entry id WS-FEE-NEXT-ID, dated today and
*>   stamped with the signed-in user.
*> ---------------------------------------------------------------
APPEND-LEDGER-ROW.
    PERFORM FORMAT-TODAY-DATE

    OPEN EXTEND LEDGER-FILE
    IF WS-LEDGER-STATUS = "35"
        OPEN OUTPUT LEDGER-FILE
        CLOSE LEDGER-FILE
        OPEN EXTEND LEDGER-FILE
    END-IF
    MOVE SPACES TO LEDGER-REC
    MOVE WS-FEE-NEXT-ID  TO LG-ENTRY
    MOVE WS-TODAY-DATE   TO LG-DATE
    MOVE WS-FEE-EMPLOYER TO LG-EMPLOYER
    MOVE WS-FEE-TYPE     TO LG-TYPE
    MOVE WS-FEE-CODE     TO LG-CODE
    MOVE WS-FEE-REF      TO LG-REF
    MOVE WS-FEE-AMOUNT   TO LG-AMOUNT
    MOVE WS-CURR-USER    TO LG-USER
    MOVE WS-FEE-NOTE     TO LG-NOTE
    MOVE "|" TO LEDGER-REC(11:1)
    MOVE "|" TO LEDGER-REC(22:1)
    MOVE "|" TO LEDGER-REC(63:1)
    MOVE "|" TO LEDGER-REC(72:1)
    MOVE "|" TO LEDGER-REC(83:1)
    MOVE "|" TO LEDGER-REC(94:1)
    MOVE "|" TO LEDGER-REC(105:1)
    MOVE "|" TO LEDGER-REC(126:1)
    WRITE LEDGER-REC
    CLOSE LEDGER-FILE.

*> ---------------------------------------------------------------
*> LOAD-FEE-LEDGER
*>   Loads every CHARGE row with what is still open on it: each
*>   PAYMENT or WRITEOFF row comes off the charge its LG-REF names.
*>   Also leaves the next entry id in WS-FEE-NEXT-ID.
*> ---------------------------------------------------------------
LOAD-FEE-LEDGER.
    MOVE 0 TO WS-LG-COUNT
    MOVE 1 TO WS-FEE-NEXT-ID
    MOVE "N" TO WS-LEDGER-EOF

    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS = "35"
        CLOSE LEDGER-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-LEDGER-EOF = "Y"
        READ LEDGER-FILE
            AT END
                MOVE "Y" TO WS-LEDGER-EOF
            NOT AT END
                IF LG-ENTRY IS NUMERIC
                    MOVE LG-ENTRY TO WS-FEE-ID-NUM
                    IF WS-FEE-ID-NUM >= WS-FEE-NEXT-ID
                        COMPUTE WS-FEE-NEXT-ID = WS-FEE-ID-NUM + 1
                    END-IF
                END-IF
                IF LG-AMOUNT(1:7) IS NUMERIC AND LG-AMOUNT(9:2) IS NUMERIC
                    MOVE LG-AMOUNT TO WS-FEE-AMOUNT
                ELSE
                    MOVE 0 TO WS-FEE-AMOUNT
                END-IF
                EVALUATE FUNCTION TRIM(LG-TYPE)
                    WHEN "CHARGE"
                        IF WS-LG-COUNT < 1000
                            ADD 1 TO WS-LG-COUNT
                            MOVE LG-ENTRY    TO WS-LG-ENTRY(WS-LG-COUNT)
                            MOVE LG-DATE     TO WS-LG-DATE(WS-LG-COUNT)
                            MOVE LG-EMPLOYER TO WS-LG-EMPLOYER(WS-LG-COUNT)
                            MOVE LG-CODE     TO WS-LG-CODE(WS-LG-COUNT)
                            MOVE LG-REF      TO WS-LG-REF(WS-LG-COUNT)
                            MOVE LG-NOTE     TO WS-LG-NOTE(WS-LG-COUNT)
                            MOVE WS-FEE-AMOUNT TO WS-LG-AMOUNT(WS-LG-COUNT)
                            MOVE WS-FEE-AMOUNT TO WS-LG-OPEN(WS-LG-COUNT)
                        END-IF
                    WHEN "PAYMENT"
                    WHEN "WRITEOFF"
                        PERFORM VARYING WS-FEE-I FROM 1 BY 1
                            UNTIL WS-FEE-I > WS-LG-COUNT
                            IF WS-LG-ENTRY(WS-FEE-I) = LG-REF
                                IF WS-FEE-AMOUNT >= WS-LG-OPEN(WS-FEE-I)
                                    MOVE 0 TO WS-LG-OPEN(WS-FEE-I)
                                ELSE
                                    SUBTRACT WS-FEE-AMOUNT
                                        FROM WS-LG-OPEN(WS-FEE-I)
                                END-IF
                            END-IF
                        END-PERFORM
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE LEDGER-FILE.

*> ---------------------------------------------------------------
*> STAFF-EMPLOYER-BILLING
*>   Staff side of the fee ledger: employers with an open balance,
*>   then that employer's open charges, and a payment or write-off
*>   recorded against one of them. A credit never exceeds what is
*>   still open on the charge.
*> ---------------------------------------------------------------
STAFF-EMPLOYER-BILLING.
    MOVE "--- Employer Billing ---" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "N" TO WS-FEE-DONE
    PERFORM BILLING-ONE-PASS UNTIL WS-FEE-DONE = "Y".

*> ---------------------------------------------------------------
*> BILLING-ONE-PASS
*>   One pass of the billing loop: the open balances print, one
*>   employer is picked (0 ends the loop), and BILLING-ONE-CREDIT
*>   works that employer's open charges.
*> ---------------------------------------------------------------
BILLING-ONE-PASS.
    PERFORM LOAD-FEE-LEDGER

    MOVE 0 TO WS-BILL-EMP-COUNT
    PERFORM VARYING WS-FEE-I FROM 1 BY 1 UNTIL WS-FEE-I > WS-LG-COUNT
        IF WS-LG-OPEN(WS-FEE-I) > 0
            MOVE "N" TO WS-FEE-FOUND
            PERFORM VARYING WS-FEE-J FROM 1 BY 1
                UNTIL WS-FEE-J > WS-BILL-EMP-COUNT OR WS-FEE-FOUND = "Y"
                IF WS-BE-NAME(WS-FEE-J) = WS-LG-EMPLOYER(WS-FEE-I)
                    ADD WS-LG-OPEN(WS-FEE-I) TO WS-BE-OPEN(WS-FEE-J)
                    MOVE "Y" TO WS-FEE-FOUND
                END-IF
            END-PERFORM
            IF WS-FEE-FOUND = "N" AND WS-BILL-EMP-COUNT < 200
                ADD 1 TO WS-BILL-EMP-COUNT
                MOVE WS-LG-EMPLOYER(WS-FEE-I)
                    TO WS-BE-NAME(WS-BILL-EMP-COUNT)
                MOVE WS-LG-OPEN(WS-FEE-I) TO WS-BE-OPEN(WS-BILL-EMP-COUNT)
            END-IF
        END-IF
    END-PERFORM

    IF WS-BILL-EMP-COUNT = 0
        MOVE "No employer has an open balance." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "Y" TO WS-FEE-DONE
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-FEE-J FROM 1 BY 1 UNTIL WS-FEE-J > WS-BILL-EMP-COUNT
        MOVE WS-BE-OPEN(WS-FEE-J) TO WS-FEE-OPEN-TEXT
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-FEE-J ". "
               FUNCTION TRIM(WS-BE-NAME(WS-FEE-J))
               " - open balance "
               FUNCTION TRIM(WS-FEE-OPEN-TEXT)
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE "Enter the employer number, or 0 when done:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE 0 TO WS-USER-CHOICE
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) = 0
        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    END-IF
    IF WS-USER-CHOICE < 1 OR WS-USER-CHOICE > WS-BILL-EMP-COUNT
        MOVE "Y" TO WS-FEE-DONE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-BE-NAME(WS-USER-CHOICE) TO WS-FEE-EMPLOYER

    PERFORM BILLING-ONE-CREDIT.

*> ---------------------------------------------------------------
*> BILLING-ONE-CREDIT
*>   WS-FEE-EMPLOYER's open charges, oldest first as they sit on the
*>   ledger; the one picked takes a payment or a write-off.
*> ---------------------------------------------------------------
BILLING-ONE-CREDIT.
    MOVE 0 TO WS-BILL-LIST-COUNT
    PERFORM VARYING WS-FEE-I FROM 1 BY 1 UNTIL WS-FEE-I > WS-LG-COUNT
        IF WS-LG-EMPLOYER(WS-FEE-I) = WS-FEE-EMPLOYER
           AND WS-LG-OPEN(WS-FEE-I) > 0
            ADD 1 TO WS-BILL-LIST-COUNT
            MOVE WS-FEE-I TO WS-BILL-LIST-IDX(WS-BILL-LIST-COUNT)
            MOVE WS-LG-AMOUNT(WS-FEE-I) TO WS-FEE-AMT-TEXT
            MOVE WS-LG-OPEN(WS-FEE-I)   TO WS-FEE-OPEN-TEXT
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-BILL-LIST-COUNT ". "
                   WS-LG-DATE(WS-FEE-I) " "
                   FUNCTION TRIM(WS-LG-NOTE(WS-FEE-I))
                   " - charged " FUNCTION TRIM(WS-FEE-AMT-TEXT)
                   ", open " FUNCTION TRIM(WS-FEE-OPEN-TEXT)
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    MOVE "Enter the charge number, or 0 to go back:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE 0 TO WS-USER-CHOICE
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) = 0
        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-USER-CHOICE
    END-IF
    IF WS-USER-CHOICE < 1 OR WS-USER-CHOICE > WS-BILL-LIST-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-BILL-LIST-IDX(WS-USER-CHOICE) TO WS-FEE-PICK

    MOVE "1. Record a payment" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Write off" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "Enter your choice:" TO WS-PROMPT
    MOVE "N" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    EVALUATE FUNCTION TRIM(WS-TOKEN)
        WHEN "1"
            MOVE "PAYMENT"  TO WS-FEE-TYPE
        WHEN "2"
            MOVE "WRITEOFF" TO WS-FEE-TYPE
        WHEN OTHER
            MOVE "Invalid choice. Nothing recorded." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE WS-LG-OPEN(WS-FEE-PICK) TO WS-FEE-OPEN-TEXT
    MOVE SPACES TO WS-PROMPT
    STRING "Amount (blank for the full "
           FUNCTION TRIM(WS-FEE-OPEN-TEXT) " still open):"
      INTO WS-PROMPT
    END-STRING
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE WS-LG-OPEN(WS-FEE-PICK) TO WS-FEE-AMOUNT
    ELSE
        IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
           OR FUNCTION NUMVAL(WS-TOKEN) <= 0
            MOVE "Error: Amount must be a positive number. Nothing recorded."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION NUMVAL(WS-TOKEN) > WS-LG-OPEN(WS-FEE-PICK)
            MOVE "Error: Amount is more than is open on the charge. Nothing recorded."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-FEE-AMOUNT
    END-IF

    MOVE "Note (check number, reason; blank to skip):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    MOVE WS-TOKEN TO WS-FEE-NOTE

    MOVE WS-LG-CODE(WS-FEE-PICK)  TO WS-FEE-CODE
    MOVE WS-LG-ENTRY(WS-FEE-PICK) TO WS-FEE-REF
    PERFORM APPEND-LEDGER-ROW

    IF WS-FEE-TYPE = "PAYMENT"
        MOVE "FEE-PAYMENT"  TO WS-AUDIT-EVENT
    ELSE
        MOVE "FEE-WRITEOFF" TO WS-AUDIT-EVENT
    END-IF
    MOVE WS-CURR-USER TO WS-AUDIT-USER
    MOVE WS-FEE-AMOUNT TO WS-FEE-AMT-TEXT
    MOVE SPACES TO WS-AUDIT-DETAIL
    STRING "entry " FUNCTION TRIM(WS-FEE-REF) " "
           FUNCTION TRIM(WS-FEE-AMT-TEXT) " "
           FUNCTION TRIM(WS-FEE-EMPLOYER)
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    IF WS-FEE-TYPE = "PAYMENT"
        MOVE "Payment recorded." TO WS-OUT-LINE
    ELSE
        MOVE "Write-off recorded." TO WS-OUT-LINE
    END-IF
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> ASK-ACCESS-PURPOSE
*>   The staffer states why a student's record is being opened,
*>   from a fixed list of purpose codes. Leaves the code in
*>   WS-RA-PURPOSE, or spaces when no valid choice was made -- the
*>   caller then opens nothing.
*> ---------------------------------------------------------------
ASK-ACCESS-PURPOSE.
    MOVE SPACES TO WS-RA-PURPOSE
    MOVE "Purpose of access:" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "1. Advising (academic or career advising)" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Placement (employment or internship support)" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Records request" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "4. Compliance or audit review" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "5. Conduct or moderation matter" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "6. Other legitimate educational interest" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE "Enter the purpose (1-6):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE FUNCTION TRIM(WS-TOKEN)
        WHEN "1"
            MOVE "ADVISING"   TO WS-RA-PURPOSE
        WHEN "2"
            MOVE "PLACEMENT"  TO WS-RA-PURPOSE
        WHEN "3"
            MOVE "RECORDS"    TO WS-RA-PURPOSE
        WHEN "4"
            MOVE "COMPLIANCE" TO WS-RA-PURPOSE
        WHEN "5"
            MOVE "CONDUCT"    TO WS-RA-PURPOSE
        WHEN "6"
            MOVE "OTHER"      TO WS-RA-PURPOSE
        WHEN OTHER
            MOVE "A purpose must be chosen before a student's record can be opened."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> LOG-RECORD-ACCESS
*>   Appends one disclosure row: the signed-in staffer opened
*>   WS-RA-STUDENT's record on WS-RA-SCREEN for WS-RA-PURPOSE.
*> ---------------------------------------------------------------
LOG-RECORD-ACCESS.
    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    MOVE SPACES TO WS-RA-TS
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2) " "
           WS-RAW-DATE(9:2) ":"
           WS-RAW-DATE(11:2) ":"
           WS-RAW-DATE(13:2)
      INTO WS-RA-TS
    END-STRING

    OPEN EXTEND RECORD-ACCESS-FILE
    IF WS-RA-STATUS = "35"
        OPEN OUTPUT RECORD-ACCESS-FILE
        CLOSE RECORD-ACCESS-FILE
        OPEN EXTEND RECORD-ACCESS-FILE
    END-IF

    MOVE SPACES TO RECORD-ACCESS-REC
    MOVE WS-RA-TS      TO RA-TIMESTAMP
    MOVE WS-CURR-USER  TO RA-STAFF
    MOVE WS-RA-STUDENT TO RA-STUDENT
    MOVE WS-RA-SCREEN  TO RA-SCREEN
    MOVE WS-RA-PURPOSE TO RA-PURPOSE
    MOVE "|" TO RECORD-ACCESS-REC(21:1)
    MOVE "|" TO RECORD-ACCESS-REC(42:1)
    MOVE "|" TO RECORD-ACCESS-REC(63:1)
    MOVE "|" TO RECORD-ACCESS-REC(84:1)
    WRITE RECORD-ACCESS-REC
    CLOSE RECORD-ACCESS-FILE.

*> ---------------------------------------------------------------
*> STAFF-LOOKUP-MEMBER
*>   Read-only profile lookup for staff: the same name search members
*>   use, but the profile prints in full (visibility and blocks do
*>   not hide members from the office that supports them) and none of
*>   the member-to-member offers are made. A scoped staffer only
*>   finds members of the universities in scope.
*> ---------------------------------------------------------------
STAFF-LOOKUP-MEMBER.
    MOVE "Enter the member's full name:" TO WS-PROMPT
        IF FUNCTION TRIM(WS-FULL-NAME) =
           FUNCTION TRIM(WS-SEARCH-NAME)
           AND WS-SEARCH-MATCH-COUNT < 200
            MOVE WS-I TO WS-SCOPE-PROF-IDX
            PERFORM CHECK-PROFILE-IN-SCOPE
            IF WS-IN-SCOPE = "Y"
                ADD 1 TO WS-SEARCH-MATCH-COUNT
                MOVE WS-I TO WS-SEARCH-MATCH-IDX(WS-SEARCH-MATCH-COUNT)
            END-IF
        END-IF
    END-PERFORM

    EVALUATE WS-SEARCH-MATCH-COUNT
        WHEN 0
            MOVE "No one by that name could be found." TO WS-OUT-LINE
            PERFORM PRINT-LINE
        WHEN 1
            MOVE WS-SEARCH-MATCH-IDX(1) TO WS-SEARCH-IDX
        WHEN OTHER
            PERFORM PICK-SEARCH-MATCH
    END-EVALUATE
    IF WS-SEARCH-IDX = 0
        EXIT PARAGRAPH
    END-IF

    *> The member is identified; nothing of their record shows until
    *> the look is logged with a purpose.
    PERFORM ASK-ACCESS-PURPOSE
    IF WS-RA-PURPOSE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PROF-USER(WS-SEARCH-IDX) TO WS-RA-STUDENT
    MOVE "MEMBER-LOOKUP" TO WS-RA-SCREEN
    PERFORM LOG-RECORD-ACCESS

    MOVE "Y" TO WS-STAFF-VIEW
    PERFORM DISPLAY-FOUND-PROFILE
    MOVE "N" TO WS-STAFF-VIEW

    IF WS-SEARCH-MATCH-COUNT > 0 AND WS-SEARCH-IDX > 0
        MOVE "Open this member's advising notes? (Y/N):" TO WS-PROMPT
        MOVE "X" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) = "Y"
            MOVE WS-PROF-USER(WS-SEARCH-IDX) TO WS-AN-STUDENT
            MOVE SPACES TO WS-AN-SLOT-DATE
            MOVE SPACES TO WS-AN-SLOT-TIME
            PERFORM ADVISING-NOTES-SCREEN
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> ADVISING-NOTES-SCREEN
*>   Staff-only history of the advising notes on WS-AN-STUDENT,
*>   oldest first, so whoever sees the student next reads what was
*>   discussed before -- then the chance to add one. Opening the
*>   history writes an ADVNOTE-READ audit row and adding a note an
*>   ADVNOTE-ADD row; the note text itself never goes to the audit
*>   log.
*> ---------------------------------------------------------------
ADVISING-NOTES-SCREEN.
    *> Opened from a booked office-hours slot the purpose is the
    *> appointment itself; from a member lookup it is the purpose
    *> already picked there.
    IF WS-AN-SLOT-DATE NOT = SPACES
        MOVE "ADVISING" TO WS-RA-PURPOSE
    END-IF
    MOVE WS-AN-STUDENT    TO WS-RA-STUDENT
    MOVE "ADVISING-NOTES" TO WS-RA-SCREEN
    PERFORM LOG-RECORD-ACCESS

    MOVE SPACES TO WS-OUT-LINE
    STRING "--- Advising notes: " FUNCTION TRIM(WS-AN-STUDENT)
           " (confidential) ---"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE 0 TO WS-AN-SHOWN
    MOVE "N" TO WS-AN-EOF
    OPEN INPUT ADVISING-NOTE-FILE
    IF WS-AN-STATUS NOT = "35"
        PERFORM UNTIL WS-AN-EOF = "Y"
            READ ADVISING-NOTE-FILE
                AT END
                    MOVE "Y" TO WS-AN-EOF
                NOT AT END
                    IF AN-STUDENT = WS-AN-STUDENT
                        ADD 1 TO WS-AN-SHOWN
                        PERFORM PRINT-ONE-ADVISING-NOTE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE ADVISING-NOTE-FILE

    IF WS-AN-SHOWN = 0
        MOVE "No advising notes on file." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF

    MOVE "ADVNOTE-READ"  TO WS-AUDIT-EVENT
    MOVE WS-AN-STUDENT   TO WS-AUDIT-USER
    MOVE SPACES TO WS-AUDIT-DETAIL
    STRING "by " FUNCTION TRIM(WS-CURR-USER)
           " (" WS-AN-SHOWN " note(s))"
      INTO WS-AUDIT-DETAIL
    END-STRING
    PERFORM LOG-AUDIT-EVENT

    MOVE "Add a note (blank to skip):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE
    OPEN EXTEND ADVISING-NOTE-FILE
    IF WS-AN-STATUS = "35"
        OPEN OUTPUT ADVISING-NOTE-FILE
        CLOSE ADVISING-NOTE-FILE
        OPEN EXTEND ADVISING-NOTE-FILE
    END-IF
    MOVE SPACES TO ADVISING-NOTE-REC
    MOVE WS-AN-STUDENT   TO AN-STUDENT
    MOVE WS-CURR-USER    TO AN-STAFF
    MOVE WS-TODAY-DATE   TO AN-DATE
    MOVE WS-AN-SLOT-DATE TO AN-SLOT-DATE
    MOVE WS-AN-SLOT-TIME TO AN-SLOT-TIME
    MOVE WS-TOKEN        TO AN-TEXT
    MOVE "|" TO ADVISING-NOTE-REC(21:1)
    MOVE "|" TO ADVISING-NOTE-REC(42:1)
    MOVE "|" TO ADVISING-NOTE-REC(53:1)
    MOVE "|" TO ADVISING-NOTE-REC(64:1)
    MOVE "|" TO ADVISING-NOTE-REC(70:1)
    WRITE ADVISING-NOTE-REC
    CLOSE ADVISING-NOTE-FILE

    MOVE "ADVNOTE-ADD"   TO WS-AUDIT-EVENT
    MOVE WS-AN-STUDENT   TO WS-AUDIT-USER
    MOVE SPACES TO WS-AUDIT-DETAIL
    IF WS-AN-SLOT-DATE = SPACES
        STRING "by " FUNCTION TRIM(WS-CURR-USER)
          INTO WS-AUDIT-DETAIL
        END-STRING
    ELSE
        STRING "by " FUNCTION TRIM(WS-CURR-USER)
               " slot " WS-AN-SLOT-DATE " " WS-AN-SLOT-TIME
          INTO WS-AUDIT-DETAIL
        END-STRING
    END-IF
    PERFORM LOG-AUDIT-EVENT

    MOVE "Note saved." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

PRINT-ONE-ADVISING-NOTE.
    MOVE SPACES TO WS-OUT-LINE
    IF AN-SLOT-DATE = SPACES
        STRING AN-DATE "  " FUNCTION TRIM(AN-STAFF)
          INTO WS-OUT-LINE
        END-STRING
    ELSE
        STRING AN-DATE "  " FUNCTION TRIM(AN-STAFF)
               "  (appointment " AN-SLOT-DATE " " AN-SLOT-TIME ")"
          INTO WS-OUT-LINE
        END-STRING
    END-IF
    PERFORM PRINT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "    " FUNCTION TRIM(AN-TEXT)
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> STAFF-VIEW-APPLICATIONS
*>   Read-only application list for any posting's employer -- the
*>   listing half of the employer review queue, without the decision
*>   actions. A scoped staffer sees only in-scope applicants.
*> ---------------------------------------------------------------
STAFF-VIEW-APPLICATIONS.
    MOVE "Employer name to list applications for:" TO WS-PROMPT
    END-IF
    MOVE WS-TOKEN TO WS-REV-EMPLOYER

    *> Every applicant listed is a student record opened, so the
    *> purpose is asked once and each listed applicant is logged.
    PERFORM ASK-ACCESS-PURPOSE
    IF WS-RA-PURPOSE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE "APPLICATIONS" TO WS-RA-SCREEN

    PERFORM LOAD-ALL-APPLICATIONS

    MOVE 0 TO WS-REV-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-APP-TABLE-COUNT
        MOVE "N" TO WS-IN-SCOPE
        IF FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-I))
               = FUNCTION TRIM(WS-REV-EMPLOYER)
            MOVE WS-APP-T-USER(WS-I) TO WS-SCOPE-QUERY
            PERFORM CHECK-USER-IN-SCOPE
        END-IF
        IF WS-IN-SCOPE = "Y"
            ADD 1 TO WS-REV-COUNT
            MOVE WS-APP-T-USER(WS-I) TO WS-RA-STUDENT
            PERFORM LOG-RECORD-ACCESS
            MOVE SPACES TO WS-OUT-LINE
            STRING WS-REV-COUNT ". "
                   FUNCTION TRIM(WS-APP-T-FNAME(WS-I)) " "

POST-LOGIN-MENU.
    MOVE 0 TO WS-MENU-NUM
    PERFORM UNTIL WS-MENU-NUM = 26
        MOVE "1. Create/edit my profile" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "2. View my profile" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "24. Download my data" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "25. Internship for credit" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "26. Logout" TO WS-OUT-LINE
        PERFORM PRINT-LINE

        MOVE "Enter your choice:" TO WS-PROMPT
        MOVE "N" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        MOVE 26 TO WS-MENU-MAX
        PERFORM VALIDATE-MENU-RANGE
        IF WS-VALID = "N"
           MOVE "Error: Menu choice must be a number from 1 to 26. Exiting program" to WS-OUT-LINE
           PERFORM PRINT-LINE
           PERFORM CLOSE-FILES
           STOP RUN
                PERFORM UPCOMING-SCREEN
            WHEN 21
                PERFORM DEACTIVATE-MY-ACCOUNT
                IF WS-MENU-NUM = 26
                    EXIT PERFORM
                END-IF
            WHEN 22
            WHEN 24
                PERFORM EXPORT-MY-DATA
            WHEN 25
                PERFORM INTERNSHIP-CREDIT-SCREEN
            WHEN 26
                EXIT PERFORM
            WHEN OTHER
                MOVE "Invalid choice. Please enter 1-26." TO WS-OUT-LINE
                PERFORM PRINT-LINE
        END-EVALUATE
    END-PERFORM.
*>   "Give me a copy of my data", self-served: one packet file per
*>   request gathering the signed-in member's profile, messages,
*>   connections and their history, applications, skills,
*>   endorsements, recommendations, event RSVPs, placements,
*>   audit-log entries, staff access to the member's records, and
*>   accommodation requests -- in the labeled-section style ApplicantPacketExport already
*>   uses, so staff stop grepping fifteen files by hand.
*> ---------------------------------------------------------------
EXPORT-MY-DATA.
    MOVE SPACES TO WS-MYDATA-FILENAME
    PERFORM EXPORT-CONN-HISTORY-SECTION
    PERFORM EXPORT-APPLICATIONS-SECTION
    PERFORM EXPORT-SKILLS-SECTION
    PERFORM EXPORT-CERTIFICATIONS-SECTION
    PERFORM EXPORT-ENDORSEMENTS-SECTION
    PERFORM EXPORT-RECOS-SECTION
    PERFORM EXPORT-RSVPS-SECTION
    PERFORM EXPORT-PLACEMENTS-SECTION
    PERFORM EXPORT-AUDIT-SECTION
    PERFORM EXPORT-RECORD-ACCESS-SECTION
    PERFORM EXPORT-ACCOMMODATIONS-SECTION

    CLOSE MYDATA-FILE

    MOVE "CONNECTIONS" TO WS-MYDATA-TITLE
    PERFORM WRITE-MYDATA-SECTION-HEAD

    PERFORM LOAD-MY-CONNECTIONS
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CONN-COUNT
        IF WS-CSENDER(WS-I) = WS-CURR-USER
           OR WS-CRECIPIENT(WS-I) = WS-CURR-USER
    END-PERFORM
    PERFORM WRITE-MYDATA-NONE.

EXPORT-CERTIFICATIONS-SECTION.
    MOVE "CERTIFICATIONS AND LICENSES" TO WS-MYDATA-TITLE
    PERFORM WRITE-MYDATA-SECTION-HEAD

    PERFORM LOAD-ALL-CERTIFICATIONS
    PERFORM VARYING WS-CERT-K FROM 1 BY 1 UNTIL WS-CERT-K > WS-CERT-COUNT
        IF WS-CRT-USER(WS-CERT-K) = WS-CURR-USER
            ADD 1 TO WS-MYDATA-ROWS
            MOVE SPACES TO MYDATA-REC
            STRING FUNCTION TRIM(WS-CRT-NAME(WS-CERT-K))
                   "  issuer: " FUNCTION TRIM(WS-CRT-ISSUER(WS-CERT-K))
                   "  credential ID: " FUNCTION TRIM(WS-CRT-CRED-ID(WS-CERT-K))
                   "  issued: " FUNCTION TRIM(WS-CRT-ISSUED(WS-CERT-K))
                   "  expires: " FUNCTION TRIM(WS-CRT-EXPIRES(WS-CERT-K))
                   "  " FUNCTION TRIM(WS-CRT-STATE(WS-CERT-K))
              INTO MYDATA-REC
            END-STRING
            WRITE MYDATA-REC
        END-IF
    END-PERFORM
    PERFORM WRITE-MYDATA-NONE.

EXPORT-ENDORSEMENTS-SECTION.
    MOVE "ENDORSEMENTS RECEIVED" TO WS-MYDATA-TITLE
    PERFORM WRITE-MYDATA-SECTION-HEAD
                           = FUNCTION TRIM(WS-CURR-USER)
                        ADD 1 TO WS-MYDATA-ROWS
                        MOVE SPACES TO MYDATA-REC
                        IF PL-VERIFY = SPACES
                            STRING FUNCTION TRIM(PL-TITLE)
                                   " at " FUNCTION TRIM(PL-EMPLOYER)
                                   " (" FUNCTION TRIM(PL-DATE)
                                   ", " FUNCTION TRIM(PL-SOURCE) ")"
                              INTO MYDATA-REC
                            END-STRING
                        ELSE
                            STRING FUNCTION TRIM(PL-TITLE)
                                   " at " FUNCTION TRIM(PL-EMPLOYER)
                                   " (" FUNCTION TRIM(PL-DATE)
                                   ", " FUNCTION TRIM(PL-SOURCE)
                                   ", verification "
                                   FUNCTION TRIM(PL-VERIFY) " "
                                   FUNCTION TRIM(PL-VERIFY-DATE) ")"
                              INTO MYDATA-REC
                            END-STRING
                        END-IF
                        WRITE MYDATA-REC
                    END-IF
            END-READ
    MOVE "N" TO WS-DONE
    PERFORM WRITE-MYDATA-NONE.

*> Who at the institution opened this member's record, when, where
*> and why -- the member's side of the disclosure log.
EXPORT-RECORD-ACCESS-SECTION.
    MOVE "STAFF ACCESS TO YOUR RECORDS" TO WS-MYDATA-TITLE
    PERFORM WRITE-MYDATA-SECTION-HEAD

    MOVE "N" TO WS-DONE
    OPEN INPUT RECORD-ACCESS-FILE
    IF WS-RA-STATUS NOT = "35"
        PERFORM UNTIL WS-DONE = "Y"
            READ RECORD-ACCESS-FILE
                AT END
                    MOVE "Y" TO WS-DONE
                NOT AT END
                    IF RA-STUDENT = WS-CURR-USER
                        ADD 1 TO WS-MYDATA-ROWS
                        MOVE SPACES TO MYDATA-REC
                        STRING FUNCTION TRIM(RA-TIMESTAMP)
                               "  by " FUNCTION TRIM(RA-STAFF)
                               "  screen " FUNCTION TRIM(RA-SCREEN)
                               "  purpose " FUNCTION TRIM(RA-PURPOSE)
                          INTO MYDATA-REC
                        END-STRING
                        WRITE MYDATA-REC
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE RECORD-ACCESS-FILE
    MOVE "N" TO WS-DONE
    PERFORM WRITE-MYDATA-NONE.

*> The member's own accommodation requests, reason included -- it is
*> their reason.
EXPORT-ACCOMMODATIONS-SECTION.
    MOVE "ACCOMMODATION REQUESTS" TO WS-MYDATA-TITLE
    PERFORM WRITE-MYDATA-SECTION-HEAD

    PERFORM LOAD-ALL-ACCOMMODATIONS
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AC-COUNT
        IF WS-ACT-STUDENT(WS-I) = WS-CURR-USER
            ADD 1 TO WS-MYDATA-ROWS
            MOVE SPACES TO MYDATA-REC
            STRING FUNCTION TRIM(WS-ACT-KIND(WS-I))
                   " " FUNCTION TRIM(WS-ACT-TITLE(WS-I))
                   "  " FUNCTION TRIM(WS-ACT-DATE(WS-I))
                   "  need: " FUNCTION TRIM(WS-ACT-NEED(WS-I))
                   "  reason: " FUNCTION TRIM(WS-ACT-REASON(WS-I))
                   "  arrangements: " FUNCTION TRIM(WS-ACT-LOGISTICS(WS-I))
                   "  " FUNCTION TRIM(WS-ACT-STATE(WS-I))
              INTO MYDATA-REC
            END-STRING
            WRITE MYDATA-REC
        END-IF
    END-PERFORM
    PERFORM WRITE-MYDATA-NONE.

*> ---------------------------------------------------------------
*> CHECKLIST-SCREEN
*>   The student-facing career-readiness checklist: each staff-
                END-IF
            END-PERFORM
        WHEN "CONNECTION"
            PERFORM LOAD-MY-CONNECTIONS
            PERFORM VARYING WS-K FROM 1 BY 1
                UNTIL WS-K > WS-CONN-COUNT
                IF WS-CSTATUS(WS-K) = "ACCEPTED"
        CLOSE SKILLS-FILE
        OPEN EXTEND SKILLS-FILE
    END-IF
    WRITE SKILLS-REC
    CLOSE SKILLS-FILE

    MOVE "Y" TO WS-SKILL-DONE(WS-K)
    MOVE WS-TODAY-DATE TO WS-SKILL-DATE-DONE(WS-K).

*> ---------------------------------------------------------------
*> LOAD-SKILLS-FOR-USER
*>   Resets WS-SKILL-DONE/WS-SKILL-DATE-DONE, then scans SKILLS-FILE
*>   for rows belonging to WS-SKILL-QUERY-USER. Called both from
*>   LEARN-A-NEW-SKILL and from any profile view that needs to show a
*>   Skills section.
*> ---------------------------------------------------------------
LOAD-SKILLS-FOR-USER.
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
        MOVE "N" TO WS-SKILL-DONE(WS-K)
        MOVE SPACES TO WS-SKILL-DATE-DONE(WS-K)
    END-PERFORM

    OPEN INPUT SKILLS-FILE
    IF WS-SKILLS-STATUS = "35"
        CLOSE SKILLS-FILE
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-SKILL-EOF
    PERFORM UNTIL WS-SKILL-EOF = "Y"
        READ SKILLS-FILE
            AT END
                MOVE "Y" TO WS-SKILL-EOF
            NOT AT END
                IF FUNCTION TRIM(SKILL-USER) = FUNCTION TRIM(WS-SKILL-QUERY-USER)
                   AND SKILL-NUMBER >= 1 AND SKILL-NUMBER <= 5
                    MOVE "Y" TO WS-SKILL-DONE(SKILL-NUMBER)
                    MOVE SKILL-DATE TO WS-SKILL-DATE-DONE(SKILL-NUMBER)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SKILLS-FILE.

*> ---------------------------------------------------------------
*> PRINT-SKILLS-SECTION
*>   Prints the Skills block used by both VIEW-PROFILE and
*>   DISPLAY-FOUND-PROFILE. Call LOAD-SKILLS-FOR-USER first.
*> ---------------------------------------------------------------
PRINT-SKILLS-SECTION.
    PERFORM LOAD-ENDORSE-COUNTS

    MOVE 0 TO WS-I
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
        IF WS-SKILL-DONE(WS-K) = "Y"
            ADD 1 TO WS-I
        END-IF
    END-PERFORM

    IF WS-I = 0
        MOVE "Skills: None" TO WS-OUT-LINE
        PERFORM PRINT-LINE
    ELSE
        MOVE "Skills:" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
            IF WS-SKILL-DONE(WS-K) = "Y"
                MOVE SPACES TO WS-OUT-LINE
                IF WS-ENDORSE-CT(WS-K) > 0
                    STRING "    " FUNCTION TRIM(WS-SKILL-TITLE(WS-K))
                           " (completed " FUNCTION TRIM(WS-SKILL-DATE-DONE(WS-K)) ")"
                           " - endorsed by " WS-ENDORSE-CT(WS-K)
                           " connection(s)"
                      INTO WS-OUT-LINE
                    END-STRING
                ELSE
                    STRING "    " FUNCTION TRIM(WS-SKILL-TITLE(WS-K))
                           " (completed " FUNCTION TRIM(WS-SKILL-DATE-DONE(WS-K)) ")"
                      INTO WS-OUT-LINE
                    END-STRING
                END-IF
                PERFORM PRINT-LINE
            END-IF
        END-PERFORM
    END-IF.

*> ---------------------------------------------------------------
*> EDIT-CERTIFICATIONS
*>   The Certifications section of CREATE-OR-EDIT-ACCOUNT. Unlike
*>   Experience and Education these rows live in their own file and
*>   are kept between edits -- re-keying a credential ID every time
*>   the About text changes would lose the reminder state -- so the
*>   student adds, removes, or renews against what is already there.
*> ---------------------------------------------------------------
EDIT-CERTIFICATIONS.
    PERFORM LOAD-ALL-CERTIFICATIONS
    PERFORM FORMAT-TODAY-DATE

    MOVE "N" TO WS-CERT-EDIT-DONE
    PERFORM UNTIL WS-CERT-EDIT-DONE = "Y"
        PERFORM LIST-MY-CERTIFICATIONS

        MOVE "Certifications/licenses: enter ADD, REMOVE, RENEW, or DONE to finish:"
            TO WS-PROMPT
        MOVE "X" TO WS-DEST-KIND
        PERFORM PRINT-PROMPT-AND-READ

        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN))
            WHEN "DONE"
                MOVE "Y" TO WS-CERT-EDIT-DONE
            WHEN SPACES
                MOVE "Y" TO WS-CERT-EDIT-DONE
            WHEN "ADD"
                PERFORM ADD-CERTIFICATION
            WHEN "REMOVE"
                PERFORM REMOVE-CERTIFICATION
            WHEN "RENEW"
                PERFORM RENEW-CERTIFICATION
            WHEN OTHER
                MOVE "Please enter ADD, REMOVE, RENEW, or DONE." TO WS-OUT-LINE
                PERFORM PRINT-LINE
        END-EVALUATE
    END-PERFORM

    PERFORM SAVE-ALL-CERTIFICATIONS.

*> Numbers the current user's rows for the editor (WS-CERT-MINE-IDX).
LIST-MY-CERTIFICATIONS.
    MOVE 0 TO WS-CERT-MINE-COUNT
    PERFORM VARYING WS-CERT-K FROM 1 BY 1 UNTIL WS-CERT-K > WS-CERT-COUNT
        IF WS-CRT-USER(WS-CERT-K) = WS-CURR-USER
           AND WS-CERT-MINE-COUNT < 10
            ADD 1 TO WS-CERT-MINE-COUNT
            MOVE WS-CERT-K TO WS-CERT-MINE-IDX(WS-CERT-MINE-COUNT)
        END-IF
    END-PERFORM

    IF WS-CERT-MINE-COUNT = 0
        MOVE "Certifications/licenses: None" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Your certifications/licenses:" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    PERFORM VARYING WS-CERT-K FROM 1 BY 1 UNTIL WS-CERT-K > WS-CERT-MINE-COUNT
        MOVE WS-CERT-MINE-IDX(WS-CERT-K) TO WS-CERT-IDX
        MOVE SPACES TO WS-OUT-LINE
        IF WS-CRT-EXPIRES(WS-CERT-IDX) = SPACES
            STRING WS-CERT-K ". " FUNCTION TRIM(WS-CRT-NAME(WS-CERT-IDX))
                   " - " FUNCTION TRIM(WS-CRT-ISSUER(WS-CERT-IDX))
                   " (does not expire)"
              INTO WS-OUT-LINE
            END-STRING
        ELSE
            STRING WS-CERT-K ". " FUNCTION TRIM(WS-CRT-NAME(WS-CERT-IDX))
                   " - " FUNCTION TRIM(WS-CRT-ISSUER(WS-CERT-IDX))
                   " (expires " WS-CRT-EXPIRES(WS-CERT-IDX) ") "
                   FUNCTION TRIM(WS-CRT-STATE(WS-CERT-IDX))
              INTO WS-OUT-LINE
            END-STRING
        END-IF
        PERFORM PRINT-LINE
    END-PERFORM.

ADD-CERTIFICATION.
    IF WS-CERT-MINE-COUNT >= 10
        MOVE "Note: Maximum of 10 certifications reached." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    IF WS-CERT-COUNT >= 500
        MOVE "Certifications cannot be added right now. Please try again later."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Certification or license name:" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN))
    IF FUNCTION TRIM(WS-TOKEN) = SPACES OR WS-LEN > 40
        MOVE "Not added: a name of up to 40 characters is required." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CERT-COUNT
    MOVE WS-CERT-COUNT TO WS-CERT-IDX
    MOVE SPACES TO WS-CERT-TABLE(WS-CERT-IDX)
    MOVE WS-TOKEN TO WS-CRT-NAME(WS-CERT-IDX)

    MOVE "Issued by (organization):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN))
    IF FUNCTION TRIM(WS-TOKEN) = SPACES OR WS-LEN > 40
        MOVE "Not added: an issuer of up to 40 characters is required." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        SUBTRACT 1 FROM WS-CERT-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN TO WS-CRT-ISSUER(WS-CERT-IDX)

    MOVE "Credential ID (optional):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN))
    IF WS-LEN > 30
        MOVE "Not added: a credential ID cannot exceed 30 characters." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        SUBTRACT 1 FROM WS-CERT-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TOKEN TO WS-CRT-CRED-ID(WS-CERT-IDX)

    MOVE "Issue date (YYYY-MM-DD):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    MOVE WS-TOKEN TO WS-CERT-DATE-IN
    PERFORM VALIDATE-CERT-DATE
    IF WS-VALID = "N" OR WS-CERT-DATE-IN > WS-TODAY-DATE
        MOVE "Not added: the issue date must be a past date in YYYY-MM-DD format."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        SUBTRACT 1 FROM WS-CERT-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CERT-DATE-IN TO WS-CRT-ISSUED(WS-CERT-IDX)
    MOVE WS-CERT-DATE-IN TO WS-CERT-ISSUED-IN

    MOVE "Expiry date (YYYY-MM-DD, blank if it does not expire):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    PERFORM ACCEPT-CERT-EXPIRY
    IF WS-VALID = "N"
        SUBTRACT 1 FROM WS-CERT-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CURR-USER TO WS-CRT-USER(WS-CERT-IDX)
    MOVE WS-CERT-DATE-IN TO WS-CRT-EXPIRES(WS-CERT-IDX)
    PERFORM SET-CERT-STATE

    MOVE "CERT-ADDED"              TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER              TO WS-AUDIT-USER
    MOVE WS-CRT-NAME(WS-CERT-IDX)  TO WS-AUDIT-DETAIL
    PERFORM LOG-AUDIT-EVENT

    MOVE "Certification added." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

REMOVE-CERTIFICATION.
    PERFORM PICK-MY-CERTIFICATION
    IF WS-CERT-IDX = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "CERT-REMOVED"            TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER              TO WS-AUDIT-USER
    MOVE WS-CRT-NAME(WS-CERT-IDX)  TO WS-AUDIT-DETAIL
    PERFORM LOG-AUDIT-EVENT

    *> A blanked row is dropped by SAVE-ALL-CERTIFICATIONS.
    MOVE SPACES TO WS-CERT-TABLE(WS-CERT-IDX)
    MOVE "Certification removed." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> A renewal takes the new expiry date and starts the row over:
*> ACTIVE again, with the next reminder still to be sent.
RENEW-CERTIFICATION.
    PERFORM PICK-MY-CERTIFICATION
    IF WS-CERT-IDX = 0
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CRT-ISSUED(WS-CERT-IDX) TO WS-CERT-ISSUED-IN
    MOVE "New expiry date (YYYY-MM-DD, blank if it no longer expires):"
        TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    PERFORM ACCEPT-CERT-EXPIRY
    IF WS-VALID = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CERT-DATE-IN TO WS-CRT-EXPIRES(WS-CERT-IDX)
    MOVE SPACES TO WS-CRT-REMINDED(WS-CERT-IDX)
    PERFORM SET-CERT-STATE

    MOVE "CERT-RENEWED"            TO WS-AUDIT-EVENT
    MOVE WS-CURR-USER              TO WS-AUDIT-USER
    MOVE WS-CRT-NAME(WS-CERT-IDX)  TO WS-AUDIT-DETAIL
    PERFORM LOG-AUDIT-EVENT

    MOVE "Certification updated." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> WS-CERT-IDX = the table row of the numbered certification the
*> user picks, or 0 when none was picked.
PICK-MY-CERTIFICATION.
    MOVE 0 TO WS-CERT-IDX
    IF WS-CERT-MINE-COUNT = 0
        MOVE "You have no certifications on file." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Certification number:" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
        MOVE "Invalid input. Please enter a number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-CERT-K
    IF WS-CERT-K < 1 OR WS-CERT-K > WS-CERT-MINE-COUNT
        MOVE "Invalid choice." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CERT-MINE-IDX(WS-CERT-K) TO WS-CERT-IDX.

*> Checks the expiry date just read into WS-TOKEN: blank (never
*> expires) or a YYYY-MM-DD date no earlier than the issue date in
*> WS-CERT-ISSUED-IN. Leaves it in WS-CERT-DATE-IN; WS-VALID = "N"
*> (with the reason printed) when it is rejected.
ACCEPT-CERT-EXPIRY.
    MOVE WS-TOKEN TO WS-CERT-DATE-IN
    IF FUNCTION TRIM(WS-TOKEN) = SPACES
        MOVE SPACES TO WS-CERT-DATE-IN
        MOVE "Y" TO WS-VALID
        EXIT PARAGRAPH
    END-IF

    PERFORM VALIDATE-CERT-DATE
    IF WS-VALID = "N"
        MOVE "The expiry date must be in YYYY-MM-DD format." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    IF WS-CERT-DATE-IN < WS-CERT-ISSUED-IN
        MOVE "N" TO WS-VALID
        MOVE "The expiry date cannot be before the issue date." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

*> An expiry date already behind today is recorded as EXPIRED
*> straight away rather than waiting for the nightly sweep.
SET-CERT-STATE.
    PERFORM FORMAT-TODAY-DATE
    IF WS-CRT-EXPIRES(WS-CERT-IDX) NOT = SPACES
       AND WS-CRT-EXPIRES(WS-CERT-IDX) < WS-TODAY-DATE
        MOVE "EXPIRED" TO WS-CRT-STATE(WS-CERT-IDX)
    ELSE
        MOVE "ACTIVE" TO WS-CRT-STATE(WS-CERT-IDX)
    END-IF.

*> ---------------------------------------------------------------
*> VALIDATE-CERT-DATE
*>   WS-VALID = "Y" when the answer in WS-TOKEN, copied to
*>   WS-CERT-DATE-IN, is a well-formed YYYY-MM-DD date and nothing
*>   more -- the date half of VALIDATE-SLOT-FORMAT.
*> ---------------------------------------------------------------
VALIDATE-CERT-DATE.
    MOVE "N" TO WS-VALID

    IF WS-CERT-DATE-IN(5:1) NOT = "-" OR WS-CERT-DATE-IN(8:1) NOT = "-"
        EXIT PARAGRAPH
    END-IF
    IF WS-CERT-DATE-IN(1:4) IS NOT NUMERIC
       OR WS-CERT-DATE-IN(6:2) IS NOT NUMERIC
       OR WS-CERT-DATE-IN(9:2) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF WS-CERT-DATE-IN(6:2) < "01" OR WS-CERT-DATE-IN(6:2) > "12"
        EXIT PARAGRAPH
    END-IF
    IF WS-CERT-DATE-IN(9:2) < "01" OR WS-CERT-DATE-IN(9:2) > "31"
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-TOKEN(11:20)) NOT = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO WS-VALID.

LOAD-ALL-CERTIFICATIONS.
    MOVE 0 TO WS-CERT-COUNT
    MOVE "N" TO WS-CERT-EOF

    OPEN INPUT CERT-FILE
    IF WS-CERT-STATUS NOT = "35"
        PERFORM UNTIL WS-CERT-EOF = "Y"
            READ CERT-FILE
                AT END
                    MOVE "Y" TO WS-CERT-EOF
                NOT AT END
                    IF CERT-USER NOT = SPACES AND WS-CERT-COUNT < 500
                        ADD 1 TO WS-CERT-COUNT
                        MOVE CERT-USER     TO WS-CRT-USER(WS-CERT-COUNT)
                        MOVE CERT-NAME     TO WS-CRT-NAME(WS-CERT-COUNT)
                        MOVE CERT-ISSUER   TO WS-CRT-ISSUER(WS-CERT-COUNT)
                        MOVE CERT-CRED-ID  TO WS-CRT-CRED-ID(WS-CERT-COUNT)
                        MOVE CERT-ISSUED   TO WS-CRT-ISSUED(WS-CERT-COUNT)
                        MOVE CERT-EXPIRES  TO WS-CRT-EXPIRES(WS-CERT-COUNT)
                        MOVE CERT-STATE    TO WS-CRT-STATE(WS-CERT-COUNT)
                        MOVE CERT-REMINDED TO WS-CRT-REMINDED(WS-CERT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CERT-FILE.

SAVE-ALL-CERTIFICATIONS.
    OPEN OUTPUT CERT-FILE
    PERFORM VARYING WS-CERT-K FROM 1 BY 1 UNTIL WS-CERT-K > WS-CERT-COUNT
        IF WS-CRT-USER(WS-CERT-K) NOT = SPACES
            MOVE SPACES TO CERT-REC
            MOVE WS-CRT-USER(WS-CERT-K)     TO CERT-USER
            MOVE WS-CRT-NAME(WS-CERT-K)     TO CERT-NAME
            MOVE WS-CRT-ISSUER(WS-CERT-K)   TO CERT-ISSUER
            MOVE WS-CRT-CRED-ID(WS-CERT-K)  TO CERT-CRED-ID
            MOVE WS-CRT-ISSUED(WS-CERT-K)   TO CERT-ISSUED
            MOVE WS-CRT-EXPIRES(WS-CERT-K)  TO CERT-EXPIRES
            MOVE WS-CRT-STATE(WS-CERT-K)    TO CERT-STATE
            MOVE WS-CRT-REMINDED(WS-CERT-K) TO CERT-REMINDED
            MOVE "|" TO CERT-REC(21:1)
            MOVE "|" TO CERT-REC(62:1)
            MOVE "|" TO CERT-REC(103:1)
            MOVE "|" TO CERT-REC(134:1)
            MOVE "|" TO CERT-REC(145:1)
            MOVE "|" TO CERT-REC(156:1)
            MOVE "|" TO CERT-REC(165:1)
            WRITE CERT-REC
        END-IF
    END-PERFORM
    CLOSE CERT-FILE.

*> ---------------------------------------------------------------
*> PRINT-CERTIFICATIONS-SECTION
*>   Prints the Certifications block used by both VIEW-PROFILE and
*>   DISPLAY-FOUND-PROFILE for WS-CERT-QUERY-USER, expired ones
*>   marked as such.
*> ---------------------------------------------------------------
PRINT-CERTIFICATIONS-SECTION.
    PERFORM LOAD-ALL-CERTIFICATIONS

    MOVE 0 TO WS-CERT-HITS
    PERFORM VARYING WS-CERT-K FROM 1 BY 1 UNTIL WS-CERT-K > WS-CERT-COUNT
        IF WS-CRT-USER(WS-CERT-K) = WS-CERT-QUERY-USER
            ADD 1 TO WS-CERT-HITS
            IF WS-CERT-HITS = 1
                MOVE "Certifications:" TO WS-OUT-LINE
                PERFORM PRINT-LINE
            END-IF

            MOVE SPACES TO WS-OUT-LINE
            IF FUNCTION TRIM(WS-CRT-STATE(WS-CERT-K)) = "EXPIRED"
                STRING "    " FUNCTION TRIM(WS-CRT-NAME(WS-CERT-K))
                       " - " FUNCTION TRIM(WS-CRT-ISSUER(WS-CERT-K))
                       " (EXPIRED)"
                  INTO WS-OUT-LINE
                END-STRING
            ELSE
                STRING "    " FUNCTION TRIM(WS-CRT-NAME(WS-CERT-K))
                       " - " FUNCTION TRIM(WS-CRT-ISSUER(WS-CERT-K))
                  INTO WS-OUT-LINE
                END-STRING
            END-IF
            PERFORM PRINT-LINE

            MOVE SPACES TO WS-OUT-LINE
            IF WS-CRT-EXPIRES(WS-CERT-K) = SPACES
                STRING "      Issued: " WS-CRT-ISSUED(WS-CERT-K)
                       "  Does not expire"
                  INTO WS-OUT-LINE
                END-STRING
            ELSE
                STRING "      Issued: " WS-CRT-ISSUED(WS-CERT-K)
                       "  Expires: " WS-CRT-EXPIRES(WS-CERT-K)
                  INTO WS-OUT-LINE
                END-STRING
            END-IF
            PERFORM PRINT-LINE

            IF WS-CRT-CRED-ID(WS-CERT-K) NOT = SPACES
                MOVE SPACES TO WS-OUT-LINE
                STRING "      Credential ID: "
                       FUNCTION TRIM(WS-CRT-CRED-ID(WS-CERT-K))
                  INTO WS-OUT-LINE
                END-STRING
                PERFORM PRINT-LINE
            END-IF
        END-IF
    END-PERFORM

    IF WS-CERT-HITS = 0
        MOVE "Certifications: None" TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> CHECK-HOLDS-CERTIFICATION
*>   WS-CERT-HELD = "Y" when WS-CERT-QUERY-USER holds a current
*>   (not expired) certification whose name or issuer contains
*>   WS-CERT-TERM, ignoring case. LOAD-ALL-CERTIFICATIONS must have
*>   run.
*> ---------------------------------------------------------------
CHECK-HOLDS-CERTIFICATION.
    MOVE "N" TO WS-CERT-HELD
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CERT-TERM)) TO WS-CERT-TERM
    COMPUTE WS-CERT-TERM-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-CERT-TERM))
    IF WS-CERT-TERM = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-CERT-K FROM 1 BY 1
        UNTIL WS-CERT-K > WS-CERT-COUNT OR WS-CERT-HELD = "Y"
        IF WS-CRT-USER(WS-CERT-K) = WS-CERT-QUERY-USER
           AND FUNCTION TRIM(WS-CRT-STATE(WS-CERT-K)) NOT = "EXPIRED"
            MOVE 0 TO WS-CERT-HITS
            MOVE FUNCTION UPPER-CASE(WS-CRT-NAME(WS-CERT-K)) TO WS-CERT-UPPER
            INSPECT WS-CERT-UPPER TALLYING WS-CERT-HITS
                FOR ALL WS-CERT-TERM(1:WS-CERT-TERM-LEN)
            MOVE FUNCTION UPPER-CASE(WS-CRT-ISSUER(WS-CERT-K)) TO WS-CERT-UPPER
            INSPECT WS-CERT-UPPER TALLYING WS-CERT-HITS
                FOR ALL WS-CERT-TERM(1:WS-CERT-TERM-LEN)
            IF WS-CERT-HITS > 0
                MOVE "Y" TO WS-CERT-HELD
            END-IF
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> LOAD-ENDORSE-COUNTS
*>   Tallies ENDORSE-FILE rows per skill slot for
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-MY-CONNECTIONS
    MOVE WS-CURR-USER TO WS-PAIR-A
    MOVE WS-PROF-USER(WS-SEARCH-IDX) TO WS-PAIR-B
    PERFORM CHECK-PAIR-CONNECTED

*> ---------------------------------------------------------------
*> LOAD-ALL-RECOS / SAVE-ALL-RECOS
*>   Same load-all/rewrite-all shape as LOAD-ALL-DEACTIVATED /
*>   SAVE-ALL-DEACTIVATED, so approve/decline flips a row in place.
*> ---------------------------------------------------------------
LOAD-ALL-RECOS.
    MOVE 0 TO WS-RECO-COUNT
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-MY-CONNECTIONS
    MOVE WS-CURR-USER TO WS-PAIR-A
    MOVE WS-PROF-USER(WS-SEARCH-IDX) TO WS-PAIR-B
    PERFORM CHECK-PAIR-CONNECTED
        EXIT PARAGRAPH
    END-IF

    *> A held recommendation still goes to its owner for approval
    *> once staff clear it -- hence PENDING as the status to restore.
    MOVE WS-TOKEN TO WS-SCREEN-TEXT
    PERFORM SCREEN-CONTENT-TEXT
    IF WS-SCREEN-HIT = "Y"
        MOVE "RECO"                      TO WS-HELD-KIND
        MOVE WS-PROF-USER(WS-SEARCH-IDX) TO WS-HELD-KEY1
        MOVE "PENDING"                   TO WS-HELD-KEY2
        PERFORM HOLD-SCREENED-CONTENT
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-RECOS
    IF WS-RECO-COUNT >= 200
        MOVE "The recommendations file is full. Please try again later."
       PERFORM PRINT-LINE
    END-IF

    *> Certifications and licenses (optional, kept between edits)
    PERFORM EDIT-CERTIFICATIONS

    PERFORM SAVE-PROFILE-ROW
    PERFORM CLEAR-CHECKPOINT

    PERFORM LOAD-SKILLS-FOR-USER
    PERFORM PRINT-SKILLS-SECTION

    *> Certifications
    MOVE WS-PROF-USER(WS-J) TO WS-CERT-QUERY-USER
    PERFORM PRINT-CERTIFICATIONS-SECTION

    MOVE "-------------------" TO WS-OUT-LINE
    PERFORM PRINT-LINE

    *> here, on their own profile screen.
    PERFORM REVIEW-PENDING-RECOMMENDATIONS

    PERFORM REVIEW-GPA-SHARING

    EXIT PARAGRAPH.

SEARCH-USER.
    IF WS-PROF-VISIBILITY(WS-SEARCH-IDX) = "C"
       AND WS-STAFF-VIEW = "N"
       AND WS-PROF-USER(WS-SEARCH-IDX) NOT = WS-CURR-USER
        PERFORM LOAD-MY-CONNECTIONS
        MOVE WS-CURR-USER TO WS-PAIR-A
        MOVE WS-PROF-USER(WS-SEARCH-IDX) TO WS-PAIR-B
        PERFORM CHECK-PAIR-CONNECTED
            *> Staff oversight and employer candidate views are
            *> read-only here too: no connection offer.
            IF WS-STAFF-VIEW = "N" AND WS-EMP-VIEW = "N"
                PERFORM SHOW-CONNECTION-PATH
                PERFORM OFFER-SEND-CONNECTION-REQUEST
            END-IF
            EXIT PARAGRAPH
    END-STRING
    PERFORM PRINT-LINE

    *> GPA -- employer viewers only, and only when the student has
    *> agreed to share it; otherwise no GPA line at all.
    IF WS-EMP-VIEW = "Y"
        PERFORM LOAD-ALL-GPAS
        MOVE WS-PROF-USER(WS-SEARCH-IDX) TO WS-GA-QUERY-USER
        PERFORM FIND-SHARED-GPA
        IF WS-GA-SHARED = "Y"
            MOVE WS-GA-VALUE TO WS-GA-DISP
            MOVE SPACES TO WS-OUT-LINE
            STRING "GPA: " WS-GA-DISP
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
    END-IF

    *> About Me
    MOVE SPACES TO WS-OUT-LINE
    STRING "About Me: "
    PERFORM LOAD-SKILLS-FOR-USER
    PERFORM PRINT-SKILLS-SECTION

    *> Certifications
    MOVE WS-PROF-USER(WS-SEARCH-IDX) TO WS-CERT-QUERY-USER
    PERFORM PRINT-CERTIFICATIONS-SECTION

    MOVE "------------------------" TO WS-OUT-LINE
    PERFORM PRINT-LINE

        EXIT PARAGRAPH
    END-IF

    PERFORM SHOW-CONNECTION-PATH

    PERFORM OFFER-ENDORSE-SKILL

    PERFORM OFFER-WRITE-RECOMMENDATION
    WRITE VIEWLOG-REC
    CLOSE VIEWLOG-FILE.

*> ---------------------------------------------------------------
*> RECORD-POSTING-VIEW
*>   Appends one row to the posting view log for the posting in
*>   WS-SEL-ID: viewer, their account type, and the date.
*> ---------------------------------------------------------------
RECORD-POSTING-VIEW.
    IF FUNCTION TRIM(WS-SEL-ID) = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM FORMAT-TODAY-DATE

    OPEN EXTEND POSTING-VIEW-FILE
    IF WS-PV-STATUS = "35"
        OPEN OUTPUT POSTING-VIEW-FILE
        CLOSE POSTING-VIEW-FILE
        OPEN EXTEND POSTING-VIEW-FILE
    END-IF

    MOVE SPACES TO POSTING-VIEW-REC
    MOVE WS-SEL-ID         TO PV-JOB-ID
    MOVE WS-CURR-USER      TO PV-VIEWER
    MOVE WS-CURR-ACCT-TYPE TO PV-VIEWER-TYPE
    MOVE WS-TODAY-DATE     TO PV-DATE
    MOVE "|" TO POSTING-VIEW-REC(11:1)
    MOVE "|" TO POSTING-VIEW-REC(32:1)
    MOVE "|" TO POSTING-VIEW-REC(34:1)
    WRITE POSTING-VIEW-REC
    CLOSE POSTING-VIEW-FILE.

*> ---------------------------------------------------------------
*> WHO-VIEWED-ME-SCREEN
*>   Lists who has pulled up the current user's profile, newest
        PERFORM SEND-CONNECTION-REQUEST
    END-IF.

*> ---------------------------------------------------------------
*> SHOW-CONNECTION-PATH
*>   "How am I connected?" for a found profile that is not a direct
*>   connection: the shortest chain of accepted CONN-FILE rows from
*>   the viewer to WS-SEARCH-IDX, two or three hops, naming the
*>   members in between. Nobody hidden, blocked (with viewer or
*>   target), deactivated, or suspended may sit on the chain. The
*>   first member on the chain is a direct connection, so the
*>   viewer can message them for an introduction from here.
*> ---------------------------------------------------------------
SHOW-CONNECTION-PATH.
    IF WS-PROF-USER(WS-SEARCH-IDX) = WS-CURR-USER
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PROF-USER(WS-SEARCH-IDX) TO WS-PF-TARGET

    PERFORM LOAD-MY-CONNECTIONS
    MOVE WS-CURR-USER TO WS-PAIR-A
    MOVE WS-PF-TARGET TO WS-PAIR-B
    PERFORM CHECK-PAIR-CONNECTED
    IF WS-PAIR-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-BLOCKS
    PERFORM LOAD-ALL-DEACTIVATED
    PERFORM LOAD-ALL-SUSPENSIONS

    MOVE 0 TO WS-PF-HOPS
    MOVE SPACES TO WS-PF-HOP1 WS-PF-HOP2

    *> Two hops: a connection of the viewer who knows the target.
    PERFORM VARYING WS-PF-A FROM 1 BY 1
        UNTIL WS-PF-A > WS-CONN-COUNT OR WS-PF-HOPS > 0
        MOVE WS-CSENDER(WS-PF-A)    TO WS-PF-ROW-SENDER
        MOVE WS-CRECIPIENT(WS-PF-A) TO WS-PF-ROW-RECIP
        MOVE WS-CSTATUS(WS-PF-A)    TO WS-PF-ROW-STATUS
        MOVE WS-CURR-USER TO WS-PF-FROM
        PERFORM PATH-NEXT-HOP
        IF WS-PF-OK = "Y"
            MOVE WS-PF-CAND   TO WS-PAIR-A
            MOVE WS-PF-TARGET TO WS-PAIR-B
            PERFORM CHECK-PAIR-CONNECTED
            IF WS-PAIR-FOUND = "Y"
                MOVE 2 TO WS-PF-HOPS
                MOVE WS-PF-CAND TO WS-PF-HOP1
            END-IF
        END-IF
    END-PERFORM

    *> Three hops: viewer -> connection -> their connection -> target.
    *> Each middle member's rows are loaded in turn, so the viewer's
    *> own rows are set aside and put back afterwards.
    MOVE WS-CONNECTIONS TO WS-PF-VIEWER-CONNS
    PERFORM VARYING WS-PF-A FROM 1 BY 1
        UNTIL WS-PF-A > WS-PF-V-COUNT OR WS-PF-HOPS > 0
        MOVE WS-PF-V-SENDER(WS-PF-A)    TO WS-PF-ROW-SENDER
        MOVE WS-PF-V-RECIPIENT(WS-PF-A) TO WS-PF-ROW-RECIP
        MOVE WS-PF-V-STATUS(WS-PF-A)    TO WS-PF-ROW-STATUS
        MOVE WS-CURR-USER TO WS-PF-FROM
        PERFORM PATH-NEXT-HOP
        IF WS-PF-OK = "Y"
            MOVE WS-PF-CAND TO WS-PF-MID
            PERFORM PATH-THIRD-HOP
        END-IF
    END-PERFORM
    MOVE WS-PF-VIEWER-CONNS TO WS-CONNECTIONS
    MOVE WS-CURR-USER TO WS-CONN-OWNER

    IF WS-PF-HOPS = 0
        MOVE "How you're connected: no chain of three hops or fewer."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-PF-HOP1 TO WS-PF-CAND
    PERFORM PATH-MEMBER-NAME
    MOVE WS-PF-NAME TO WS-PF-NAME1
    MOVE WS-PF-TARGET TO WS-PF-CAND
    PERFORM PATH-MEMBER-NAME
    MOVE WS-PF-NAME TO WS-PF-NAMET

    MOVE SPACES TO WS-OUT-LINE
    IF WS-PF-HOPS = 2
        STRING "How you're connected: You -> "
               FUNCTION TRIM(WS-PF-NAME1) " -> "
               FUNCTION TRIM(WS-PF-NAMET)
          INTO WS-OUT-LINE
        END-STRING
    ELSE
        MOVE WS-PF-HOP2 TO WS-PF-CAND
        PERFORM PATH-MEMBER-NAME
        MOVE WS-PF-NAME TO WS-PF-NAME2
        STRING "How you're connected: You -> "
               FUNCTION TRIM(WS-PF-NAME1) " -> "
               FUNCTION TRIM(WS-PF-NAME2) " -> "
               FUNCTION TRIM(WS-PF-NAMET)
          INTO WS-OUT-LINE
        END-STRING
    END-IF
    PERFORM PRINT-LINE

    *> The introduction is an ordinary message, so the daily send cap
    *> applies before it is offered.
    MOVE WS-PF-HOP1 TO WS-MSG-RECIPIENT
    PERFORM CHECK-SEND-VOLUME
    IF WS-VOL-CAPPED = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-PROMPT
    STRING "Message " FUNCTION TRIM(WS-PF-NAME1)
           " asking for an introduction? (Y/N):"
      INTO WS-PROMPT
    END-STRING
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN)) NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE "Add a note for them (blank to skip):" TO WS-PROMPT
    MOVE "X" TO WS-DEST-KIND
    PERFORM PRINT-PROMPT-AND-READ

    MOVE WS-PF-HOP1 TO WS-MSG-RECIPIENT
    MOVE SPACES TO WS-MSG-CONTENT
    STRING "Could you introduce me to "
           FUNCTION TRIM(WS-PF-NAMET) "? "
           FUNCTION TRIM(WS-TOKEN)
      DELIMITED BY SIZE
      INTO WS-MSG-CONTENT
    END-STRING
    MOVE "0000000000" TO WS-MSG-REPLY-PARENT-ID
    PERFORM SAVE-MESSAGE
    IF WS-MSG-SAVE-OK = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    STRING "Introduction request sent to "
           FUNCTION TRIM(WS-PF-HOP1) "."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> PATH-THIRD-HOP
*>   With WS-PF-MID a usable connection of the viewer, loads their
*>   rows and looks for a usable connection of theirs who is
*>   connected to the target.
*> ---------------------------------------------------------------
PATH-THIRD-HOP.
    MOVE WS-PF-MID TO WS-CONN-OWNER
    PERFORM LOAD-MEMBER-CONNECTIONS
    PERFORM VARYING WS-PF-B FROM 1 BY 1
        UNTIL WS-PF-B > WS-CONN-COUNT OR WS-PF-HOPS > 0
        MOVE WS-CSENDER(WS-PF-B)    TO WS-PF-ROW-SENDER
        MOVE WS-CRECIPIENT(WS-PF-B) TO WS-PF-ROW-RECIP
        MOVE WS-CSTATUS(WS-PF-B)    TO WS-PF-ROW-STATUS
        MOVE WS-PF-MID TO WS-PF-FROM
        PERFORM PATH-NEXT-HOP
        IF WS-PF-OK = "Y"
            MOVE WS-PF-CAND   TO WS-PAIR-A
            MOVE WS-PF-TARGET TO WS-PAIR-B
            PERFORM CHECK-PAIR-CONNECTED
            IF WS-PAIR-FOUND = "Y"
                MOVE 3 TO WS-PF-HOPS
                MOVE WS-PF-MID  TO WS-PF-HOP1
                MOVE WS-PF-CAND TO WS-PF-HOP2
            END-IF
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> PATH-NEXT-HOP
*>   WS-PF-OK = "Y" when the connection row the caller left in
*>   WS-PF-ROW-SENDER/RECIP/STATUS is accepted, has WS-PF-FROM on
*>   one side, and the member on the other side
*>   (left in WS-PF-CAND) may stand on a chain: not the viewer or
*>   target, not blocked with either, not deactivated, suspended,
*>   or hidden.
*> ---------------------------------------------------------------
PATH-NEXT-HOP.
    MOVE "N" TO WS-PF-OK
    MOVE SPACES TO WS-PF-CAND
    IF WS-PF-ROW-STATUS NOT = "ACCEPTED"
        EXIT PARAGRAPH
    END-IF
    IF WS-PF-ROW-SENDER = WS-PF-FROM
        MOVE WS-PF-ROW-RECIP TO WS-PF-CAND
    END-IF
    IF WS-PF-ROW-RECIP = WS-PF-FROM
        MOVE WS-PF-ROW-SENDER TO WS-PF-CAND
    END-IF
    IF WS-PF-CAND = SPACES
       OR WS-PF-CAND = WS-CURR-USER
       OR WS-PF-CAND = WS-PF-TARGET
        EXIT PARAGRAPH
    END-IF

    MOVE WS-PF-CAND TO WS-PAIR-A
    MOVE WS-CURR-USER TO WS-PAIR-B
    PERFORM CHECK-BLOCK-PAIR
    IF WS-BLOCKED-PAIR = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PF-TARGET TO WS-PAIR-B
    PERFORM CHECK-BLOCK-PAIR
    IF WS-BLOCKED-PAIR = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE WS-PF-CAND TO WS-DEACT-QUERY
    PERFORM CHECK-USER-DEACTIVATED
    IF WS-IS-DEACTIVATED = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PF-CAND TO WS-SUS-QUERY
    PERFORM CHECK-USER-SUSPENDED
    IF WS-IS-SUSPENDED = "Y"
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-PF-P FROM 1 BY 1 UNTIL WS-PF-P > WS-PROF-COUNT
        IF WS-PROF-USER(WS-PF-P) = WS-PF-CAND
           AND WS-PROF-VISIBILITY(WS-PF-P) = "H"
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    MOVE "Y" TO WS-PF-OK.

*> ---------------------------------------------------------------
*> PATH-MEMBER-NAME
*>   WS-PF-NAME = profile name of WS-PF-CAND, or the username when
*>   they have no profile yet.
*> ---------------------------------------------------------------
PATH-MEMBER-NAME.
    MOVE WS-PF-CAND TO WS-PF-NAME
    PERFORM VARYING WS-PF-P FROM 1 BY 1 UNTIL WS-PF-P > WS-PROF-COUNT
        IF WS-PROF-USER(WS-PF-P) = WS-PF-CAND
            MOVE SPACES TO WS-PF-NAME
            STRING FUNCTION TRIM(WS-PROF-FNAME(WS-PF-P)) " "
                   FUNCTION TRIM(WS-PROF-LNAME(WS-PF-P))
              INTO WS-PF-NAME
            END-STRING
        END-IF
    END-PERFORM.


PRINT-PROMPT-AND-READ.
    MOVE WS-PROMPT TO WS-OUT-LINE
