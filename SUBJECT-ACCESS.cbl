IDENTIFICATION DIVISION.
PROGRAM-ID. SUBJECT-ACCESS.

*> Subject access request: everything held on one student. For a
*> formal data access request this collects, into one dated
*> spooled report (sar_<ID>_<date>.txt, registered in
*> spool_catalog.dat), every record that carries the student's ID:
*>   - the four semester masters, student_profile.dat and
*>     name_change_register.dat;
*>   - fee_ledger.dat, fee_schedule.dat, fee_receipts.dat,
*>     fee_waivers.dat, refund_vouchers.dat and
*>     collection_register.dat;
*>   - attendance_totals.dat;
*>   - the appeals, discipline, deferral, ID card, hostel, bus
*>     pass, excused-absence, exemption and withdrawal clearance
*>     registers;
*>   - exam arrangements, exam board entries, projects,
*>     placements, program changes, advisor assignments, at-risk
*>     scores, the dormancy worklist, convocation, library holds
*>     and service desk queries;
*>   - the admission offer the student was enrolled from
*>     (admission_offers.dat, matched on the enrolled ID);
*>   - notification preferences and notification events on
*>     notify_outbox.dat;
*>   - activity_log.dat and edit_audit_log.dat entries.
*> A student merged away by MERGE-STUDENT keeps history under the
*> retired ID, so merged_ids.dat is followed both ways: the
*> retired IDs folded into this one are searched too, and a
*> retired ID entered at the prompt is searched along with its
*> survivor. Each record shows the ID it was found under. The
*> request itself is written to activity_log.dat (SUBJECT-ACCESS)
*> with the requester's reference.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STUDENT-FILE-SEM1 ASSIGN TO "student_sem1.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID1
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT STUDENT-FILE-SEM2 ASSIGN TO "student_sem2.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID2
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT STUDENT-FILE-SEM3 ASSIGN TO "student_sem3.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID3
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT STUDENT-FILE-SEM4 ASSIGN TO "student_sem4.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STUDENT-ID4
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT MERGED-IDS-FILE ASSIGN TO "merged_ids.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-MERGED.
    SELECT PROFILE-FILE ASSIGN TO "student_profile.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PROFILE.
    SELECT FEE-FILE ASSIGN TO "fee_ledger.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-FEE.
    SELECT SCHEDULE-FILE ASSIGN TO "fee_schedule.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SCHEDULE.
    SELECT RECEIPT-FILE ASSIGN TO "fee_receipts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-RECEIPT.
    SELECT TOTALS-FILE ASSIGN TO "attendance_totals.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-TOTALS.
    SELECT APPEALS-FILE ASSIGN TO "appeals_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-APPEALS.
    SELECT DISCIPLINE-FILE ASSIGN TO "discipline_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DISCIPLINE.
    SELECT DEFERRAL-FILE ASSIGN TO "deferral_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DEFERRAL.
    SELECT CARD-REGISTER-FILE ASSIGN TO "card_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CARDS.
    SELECT ALLOC-FILE ASSIGN TO "hostel_alloc.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ALLOC.
    SELECT TRANSPORT-PASS-FILE ASSIGN TO "transport_passes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-TRANSPORT.
    SELECT EXCUSAL-FILE ASSIGN TO "excused_absences.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-EXCUSAL.
    SELECT CLEARANCE-FILE ASSIGN TO "withdrawal_clearance.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CLEARANCE.
    SELECT EXEMPTION-FILE ASSIGN TO "exemption_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-EXEMPTION.
    SELECT NAME-CHANGE-FILE ASSIGN TO "name_change_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-NAME-CHANGE.
    SELECT ARRANGEMENT-FILE ASSIGN TO "exam_arrangements.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ARRANGEMENT.
    SELECT COLLECTION-FILE ASSIGN TO "collection_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-COLLECTION.
    SELECT WAIVER-FILE ASSIGN TO "fee_waivers.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-WAIVER.
    SELECT VOUCHER-FILE ASSIGN TO "refund_vouchers.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-VOUCHER.
    SELECT HOLD-FILE ASSIGN TO "library_holds.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-HOLD.
    SELECT PLACEMENT-FILE ASSIGN TO "placement_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PLACEMENT.
    SELECT QUERY-FILE ASSIGN TO "service_queries.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-QUERY.
    SELECT PROJECT-FILE ASSIGN TO "project_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PROJECT.
    SELECT CONVOCATION-FILE ASSIGN TO "convocation_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CONVOCATION.
    SELECT ADVISOR-FILE ASSIGN TO "advisor_assignments.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ADVISOR.
    SELECT AT-RISK-FILE ASSIGN TO "at_risk_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-AT-RISK.
    SELECT PROGRAM-CHANGE-FILE ASSIGN TO "program_change_register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PROGRAM-CHANGE.
    SELECT CANDIDATE-FILE ASSIGN TO "board_candidates.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-CANDIDATE.
    SELECT ADMISSION-OFFER-FILE ASSIGN TO "admission_offers.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-OFFER.
    SELECT PREFERENCE-FILE ASSIGN TO "notify_preferences.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-PREFERENCE.
    SELECT DORMANT-FILE ASSIGN TO "dormant_worklist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-DORMANT.
    SELECT OUTBOX-FILE ASSIGN TO "notify_outbox.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-OUTBOX.
    SELECT ACTIVITY-FILE ASSIGN TO "activity_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-ACTIVITY.
    SELECT AUDIT-FILE ASSIGN TO "edit_audit_log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-AUDIT.
    SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SPOOL-CATALOG-FILE ASSIGN TO "spool_catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS-SPOOL-CAT.

DATA DIVISION.
FILE SECTION.
FD  STUDENT-FILE-SEM1.
01  STUDENT-RECORD-SEM1.
    05  STUDENT-ID1        PIC X(10).
    05  STUDENT-NAME1      PIC X(30).
    05  STUDENT-SUBJECTS1.
        10  MARK1-SUBJ     OCCURS 6 TIMES PIC 9(3).
    05  TOTAL-MARKS1       PIC 9(3).
    05  GRADE1             PIC X(2).
    05  ATTENDANCE1        PIC 9(3).
    05  WITHDRAWN1         PIC X.
    05  ELECTIVE-CODE1     PIC X(10).
    05  MARK1-ELECTIVE     PIC 9(3).
    05  COHORT-YEAR1       PIC 9(4).
    05  SECTION1           PIC X.
    05  PROGRAM-CODE1   PIC X(3).

FD  STUDENT-FILE-SEM2.
01  STUDENT-RECORD-SEM2.
    05  STUDENT-ID2        PIC X(10).
    05  STUDENT-NAME2      PIC X(30).
    05  STUDENT-SUBJECTS2.
        10  MARK2-SUBJ     OCCURS 6 TIMES PIC 9(3).
    05  TOTAL-MARKS2       PIC 9(3).
    05  GRADE2             PIC X(2).
    05  WITHDRAWN2         PIC X.
    05  ELECTIVE-CODE2     PIC X(10).
    05  MARK2-ELECTIVE     PIC 9(3).
    05  COHORT-YEAR2       PIC 9(4).
    05  SECTION2           PIC X.
    05  PROGRAM-CODE2   PIC X(3).

FD  STUDENT-FILE-SEM3.
01  STUDENT-RECORD-SEM3.
    05  STUDENT-ID3        PIC X(10).
    05  STUDENT-NAME3      PIC X(30).
    05  STUDENT-SUBJECTS3.
        10  MARK3-SUBJ     OCCURS 6 TIMES PIC 9(3).
    05  TOTAL-MARKS3       PIC 9(3).
    05  GRADE3             PIC X(2).
    05  WITHDRAWN3         PIC X.
    05  ELECTIVE-CODE3     PIC X(10).
    05  MARK3-ELECTIVE     PIC 9(3).
    05  COHORT-YEAR3       PIC 9(4).
    05  SECTION3           PIC X.
    05  PROGRAM-CODE3   PIC X(3).

FD  STUDENT-FILE-SEM4.
01  STUDENT-RECORD-SEM4.
    05  STUDENT-ID4        PIC X(10).
    05  STUDENT-NAME4      PIC X(30).
    05  STUDENT-SUBJECTS4.
        10  MARK4-SUBJ     OCCURS 6 TIMES PIC 9(3).
    05  TOTAL-MARKS4       PIC 9(3).
    05  GRADE4             PIC X(2).
    05  WITHDRAWN4         PIC X.
    05  ELECTIVE-CODE4     PIC X(10).
    05  MARK4-ELECTIVE     PIC 9(3).
    05  COHORT-YEAR4       PIC 9(4).
    05  SECTION4           PIC X.
    05  PROGRAM-CODE4   PIC X(3).

FD  MERGED-IDS-FILE.
01  MERGED-IDS-RECORD.
    05  MRG-RETIRED-ID     PIC X(10).
    05  MRG-SURVIVOR-ID    PIC X(10).
    05  MRG-DATE           PIC X(8).

FD  PROFILE-FILE.
01  PROFILE-RECORD.
    05  PRF-STUDENT-ID     PIC X(10).
    05  PRF-NAME           PIC X(30).
    05  PRF-DOB            PIC X(8).
    05  PRF-PHONE          PIC X(15).
    05  PRF-EMAIL          PIC X(30).
    05  PRF-ADDRESS        PIC X(40).
    05  PRF-GUARDIAN-NAME  PIC X(30).
    05  PRF-GUARDIAN-PHONE PIC X(15).

FD  FEE-FILE.
01  FEE-RECORD.
    05  FEE-STUDENT-ID     PIC X(10).
    05  FEE-POST-DATE      PIC X(8).
    05  FEE-TYPE           PIC X.
    05  FEE-AMOUNT         PIC 9(7)V99.
    05  FEE-DESCRIPTION    PIC X(30).

FD  SCHEDULE-FILE.
01  SCHEDULE-RECORD.
    05  SCH-STUDENT-ID     PIC X(10).
    05  SCH-INSTALLMENT-NO PIC 9(2).
    05  SCH-DUE-DATE       PIC X(8).
    05  SCH-AMOUNT         PIC 9(7)V99.

FD  RECEIPT-FILE.
01  RECEIPT-RECORD.
    05  RCP-NUMBER         PIC 9(6).
    05  RCP-SESSION-NO     PIC 9(4).
    05  RCP-STUDENT-ID     PIC X(10).
    05  RCP-AMOUNT         PIC 9(7)V99.
    05  RCP-DATE           PIC X(8).
    05  RCP-TIME           PIC X(6).
    05  RCP-CASHIER-ID     PIC X(10).
    05  RCP-STATUS         PIC X.
    05  RCP-CANCEL-DATE    PIC X(8).
    05  RCP-CANCEL-REASON  PIC X(2).
    05  RCP-CANCEL-BY      PIC X(10).

FD  TOTALS-FILE.
01  TOTALS-RECORD.
    05  TOT-STUDENT-ID     PIC X(10).
    05  TOT-PRESENT-COUNT  PIC 9(4).
    05  TOT-LAST-DATE      PIC X(8).

FD  APPEALS-FILE.
01  APPEAL-RECORD.
    05  APL-NUMBER         PIC 9(4).
    05  APL-STUDENT-ID     PIC X(10).
    05  APL-SEMESTER       PIC 9.
    05  APL-SUBJECT-CODE   PIC X(10).
    05  APL-REASON         PIC X(30).
    05  APL-FEE-PAID       PIC X.
    05  APL-STATUS         PIC X.
    05  APL-FILED-DATE     PIC X(8).
    05  APL-RESOLVED-DATE  PIC X(8).

FD  DISCIPLINE-FILE.
01  DISCIPLINE-RECORD.
    05  DSC-CASE-NO        PIC 9(5).
    05  DSC-STUDENT-ID     PIC X(10).
    05  DSC-CATEGORY       PIC X(15).
    05  DSC-STATUS         PIC X.
    05  DSC-SANCTION       PIC X(25).
    05  DSC-ANNOTATE       PIC X.
    05  DSC-DECIDED-BY     PIC X(10).
    05  DSC-OPEN-DATE      PIC X(8).
    05  DSC-DECIDED-DATE   PIC X(8).

FD  DEFERRAL-FILE.
01  DEFERRAL-RECORD.
    05  DFR-STUDENT-ID     PIC X(10).
    05  DFR-SEMESTER       PIC 9.
    05  DFR-RETURN-TERM    PIC X(10).
    05  DFR-GRANT-DATE     PIC X(8).
    05  DFR-STATUS         PIC X.

FD  CARD-REGISTER-FILE.
01  CARD-REGISTER-RECORD.
    05  CRD-SERIAL         PIC X(12).
    05  CRD-STUDENT-ID     PIC X(10).
    05  CRD-STATUS         PIC X.
    05  CRD-ISSUE-DATE     PIC X(8).
    05  CRD-STATUS-DATE    PIC X(8).

FD  ALLOC-FILE.
01  ALLOC-RECORD.
    05  HAL-STUDENT-ID     PIC X(10).
    05  HAL-HOSTEL         PIC X(8).
    05  HAL-ROOM           PIC X(6).
    05  HAL-TERM           PIC X(10).
    05  HAL-ALLOC-DATE     PIC X(8).
    05  HAL-STATUS         PIC X.

FD  TRANSPORT-PASS-FILE.
01  TRANSPORT-PASS-RECORD.
    05  TPS-STUDENT-ID     PIC X(10).
    05  TPS-ROUTE          PIC X(6).
    05  TPS-STOP-SEQ       PIC 9(2).
    05  TPS-TERM           PIC X(10).
    05  TPS-ISSUE-DATE     PIC X(8).
    05  TPS-STATUS         PIC X.
    05  TPS-STATUS-DATE    PIC X(8).
    05  TPS-CANCEL-REASON  PIC X.

FD  EXCUSAL-FILE.
01  EXCUSAL-RECORD.
    05  EXA-REF            PIC 9(5).
    05  EXA-STUDENT-ID     PIC X(10).
    05  EXA-TERM           PIC X(10).
    05  EXA-FROM-DATE      PIC X(8).
    05  EXA-TO-DATE        PIC X(8).
    05  EXA-REASON         PIC X(2).
    05  EXA-DOC-REF        PIC X(15).
    05  EXA-SESSIONS       PIC 9(3).
    05  EXA-STATUS         PIC X.
    05  EXA-RECORDED-BY    PIC X(10).
    05  EXA-RECORDED-DATE  PIC X(8).
    05  EXA-APPROVER       PIC X(10).
    05  EXA-DECIDED-DATE   PIC X(8).

FD  CLEARANCE-FILE.
01  CLEARANCE-RECORD.
    05  CLR-CASE           PIC 9(5).
    05  CLR-STUDENT-ID     PIC X(10).
    05  CLR-DEPT           PIC X(8).
    05  CLR-STATUS         PIC X.
    05  CLR-OPENED-DATE    PIC X(8).
    05  CLR-OPENED-BY      PIC X(10).
    05  CLR-CLOSED-DATE    PIC X(8).
    05  CLR-CLOSED-BY      PIC X(10).
    05  CLR-NOTE           PIC X(30).

FD  EXEMPTION-FILE.
01  EXEMPTION-RECORD.
    05  EXM-STUDENT-ID     PIC X(10).
    05  EXM-SEMESTER       PIC 9.
    05  EXM-SUBJECT-CODE   PIC X(10).
    05  EXM-INSTITUTION    PIC X(30).
    05  EXM-APPROVAL-REF   PIC X(15).
    05  EXM-STATUS         PIC X.
    05  EXM-GRANT-DATE     PIC X(8).

FD  NAME-CHANGE-FILE.
01  NAME-CHANGE-RECORD.
    05  NCR-STUDENT-ID     PIC X(10).
    05  NCR-FORMER-NAME    PIC X(30).
    05  NCR-NEW-NAME       PIC X(30).
    05  NCR-EFFECTIVE-DATE PIC X(8).
    05  NCR-REASON         PIC X.
    05  NCR-DOC-REF        PIC X(20).
    05  NCR-SHOW-FORMER    PIC X.
    05  NCR-RECORDED-DATE  PIC X(8).
    05  NCR-RECORDED-BY    PIC X(10).

FD  ARRANGEMENT-FILE.
01  ARRANGEMENT-RECORD.
    05  ARR-STUDENT-ID     PIC X(10).
    05  ARR-TYPE           PIC X.
    05  ARR-EXTRA-MINUTES  PIC 9(3).
    05  ARR-APPROVED-BY    PIC X(10).
    05  ARR-VALID-TERM     PIC X(10).
    05  ARR-STATUS         PIC X.
    05  ARR-APPROVED-DATE  PIC X(8).

FD  COLLECTION-FILE.
01  COLLECTION-RECORD.
    05  COL-STUDENT-ID     PIC X(10).
    05  COL-PLACED-DATE    PIC X(8).
    05  COL-PLACED-AMOUNT  PIC 9(7)V99.
    05  COL-COLLECTED      PIC 9(7)V99.
    05  COL-STATUS         PIC X.
    05  COL-CLOSED-DATE    PIC X(8).

FD  WAIVER-FILE.
01  WAIVER-RECORD.
    05  WVR-NUMBER         PIC 9(6).
    05  WVR-STUDENT-ID     PIC X(10).
    05  WVR-TYPE           PIC X.
    05  WVR-BASIS          PIC X.
    05  WVR-PERCENT        PIC 9(3).
    05  WVR-AMOUNT         PIC 9(7)V99.
    05  WVR-TERM           PIC X(10).
    05  WVR-REQUESTER      PIC X(10).
    05  WVR-APPROVER       PIC X(10).
    05  WVR-STATUS         PIC X.
    05  WVR-REQ-DATE       PIC X(8).
    05  WVR-APPR-DATE      PIC X(8).
    05  WVR-POSTED-AMOUNT  PIC 9(7)V99.
    05  WVR-REASON         PIC X(30).

FD  VOUCHER-FILE.
01  VOUCHER-RECORD.
    05  RFV-NUMBER         PIC 9(6).
    05  RFV-STUDENT-ID     PIC X(10).
    05  RFV-RUN-DATE       PIC X(8).
    05  RFV-REASON         PIC X.
    05  RFV-WITHDRAW-DATE  PIC X(8).
    05  RFV-ELAPSED-PCT    PIC 9(3).
    05  RFV-REFUND-PCT     PIC 9(3).
    05  RFV-CREDIT         PIC 9(7)V99.
    05  RFV-AMOUNT         PIC 9(7)V99.
    05  RFV-RETAINED       PIC 9(7)V99.
    05  RFV-STATUS         PIC X.
    05  RFV-RAISED-BY      PIC X(10).
    05  RFV-APPROVER       PIC X(10).
    05  RFV-APPR-DATE      PIC X(8).
    05  RFV-PAID-DATE      PIC X(8).
    05  RFV-PAY-REF        PIC X(15).

FD  HOLD-FILE.
01  HOLD-RECORD.
    05  LBH-STUDENT-ID     PIC X(10).
    05  LBH-ITEMS-OUT      PIC 9(3).
    05  LBH-FINES-DUE      PIC 9(5)V99.
    05  LBH-STATUS         PIC X.
    05  LBH-UPDATED        PIC X(8).

FD  PLACEMENT-FILE.
01  PLACEMENT-RECORD.
    05  PLC-STUDENT-ID     PIC X(10).
    05  PLC-EMPLOYER       PIC X(30).
    05  PLC-SUPERVISOR     PIC X(30).
    05  PLC-SUPER-PHONE    PIC X(15).
    05  PLC-START-DATE     PIC X(8).
    05  PLC-END-DATE       PIC X(8).
    05  PLC-ACAD-SUPER     PIC X(6).
    05  PLC-VISIT-COUNT    PIC 9.
    05  PLC-VISIT-DATE     OCCURS 3 TIMES PIC X(8).
    05  PLC-STATUS         PIC X.
    05  PLC-EMPLOYER-SCORE PIC 9(3).
    05  PLC-REPORT-MARK    PIC 9(3).
    05  PLC-RESULT         PIC 9(3).

FD  QUERY-FILE.
01  QUERY-RECORD.
    05  SDQ-NUMBER         PIC 9(6).
    05  SDQ-STUDENT-ID     PIC X(10).
    05  SDQ-CATEGORY       PIC X(4).
    05  SDQ-CHANNEL        PIC X.
    05  SDQ-SUMMARY        PIC X(40).
    05  SDQ-ASSIGNED-TO    PIC X(10).
    05  SDQ-STATUS         PIC X.
    05  SDQ-OPENED         PIC X(14).
    05  SDQ-LOGGED-BY      PIC X(10).
    05  SDQ-RESPONDED      PIC X(14).
    05  SDQ-RESOLVED-AT    PIC X(14).
    05  FILLER             PIC X(34).

FD  PROJECT-FILE.
01  PROJECT-RECORD.
    05  PRJ-STUDENT-ID     PIC X(10).
    05  PRJ-TITLE          PIC X(40).
    05  PRJ-SUPERVISOR     PIC X(6).
    05  PRJ-SECOND-EXAMINER PIC X(6).
    05  PRJ-APPROVED-DATE  PIC X(8).
    05  PRJ-APPROVED-BY    PIC X(10).
    05  PRJ-MILESTONE      OCCURS 3 TIMES.
        10  PRJ-DUE-DATE   PIC X(8).
        10  PRJ-RECEIVED-DATE PIC X(8).
    05  PRJ-SUPER-MARK     PIC 9(3).
    05  PRJ-SECOND-MARK    PIC 9(3).
    05  PRJ-THIRD-EXAMINER PIC X(6).
    05  PRJ-THIRD-MARK     PIC 9(3).
    05  PRJ-AGREED-MARK    PIC 9(3).
    05  PRJ-STATUS         PIC X.

FD  CONVOCATION-FILE.
01  CONVOCATION-RECORD.
    05  CNV-STUDENT-ID     PIC X(10).
    05  CNV-NAME           PIC X(30).
    05  CNV-PHONETIC       PIC X(30).
    05  CNV-PROGRAM-CODE   PIC X(3).
    05  CNV-CLASS          PIC X(12).
    05  CNV-MODE           PIC X.
    05  CNV-GUESTS         PIC 9(2).
    05  CNV-REG-DATE       PIC X(8).

FD  ADVISOR-FILE.
01  ADVISOR-RECORD.
    05  ADV-STUDENT-ID     PIC X(10).
    05  ADV-INSTRUCTOR-ID  PIC X(6).
    05  ADV-ASSIGNED-DATE  PIC X(8).
    05  ADV-ASSIGNED-BY    PIC X(10).

FD  AT-RISK-FILE.
01  AT-RISK-RECORD.
    05  ATR-RUN-DATE       PIC X(8).
    05  ATR-RANK           PIC 9(4).
    05  ATR-STUDENT-ID     PIC X(10).
    05  ATR-SEMESTER       PIC 9.
    05  ATR-SCORE          PIC 9(3).
    05  ATR-BAND           PIC X(6).
    05  ATR-ATT-PCT        PIC 9(3).
    05  ATR-F-ATTEND       PIC 9(3).
    05  ATR-F-MARKS        PIC 9(3).
    05  ATR-F-GRADE        PIC 9(3).
    05  ATR-F-RETAKE       PIC 9(3).
    05  ATR-F-FEES         PIC 9(3).

FD  PROGRAM-CHANGE-FILE.
01  PROGRAM-CHANGE-RECORD.
    05  PCR-STUDENT-ID     PIC X(10).
    05  PCR-OLD-PROGRAM    PIC X(3).
    05  PCR-NEW-PROGRAM    PIC X(3).
    05  PCR-EFFECTIVE-TERM PIC X(10).
    05  PCR-CHANGE-DATE    PIC X(8).
    05  PCR-RECORDED-BY    PIC X(10).
    05  PCR-CARRIED        PIC 9(2).
    05  PCR-EXEMPTED       PIC 9(2).
    05  PCR-OWED           PIC 9(2).
    05  PCR-DROPPED        PIC 9(2).

FD  CANDIDATE-FILE.
01  CANDIDATE-RECORD.
    05  BCR-STUDENT-ID     PIC X(10).
    05  BCR-EXAM-YEAR      PIC X(4).
    05  BCR-CANDIDATE-NO   PIC X(10).
    05  BCR-ENTRY-DATE     PIC X(8).
    05  BCR-SUBJECT-FLAGS  PIC X(12).
    05  BCR-STATUS         PIC X.

FD  ADMISSION-OFFER-FILE.
01  ADMISSION-OFFER-RECORD.
    05  AOF-REF            PIC X(10).
    05  AOF-NAME           PIC X(30).
    05  AOF-PROGRAM        PIC X(3).
    05  AOF-SCORE          PIC 9(3)V99.
    05  AOF-RANK           PIC 9(4).
    05  AOF-STATUS         PIC X.
    05  AOF-OFFER-DATE     PIC X(8).
    05  AOF-EXPIRY-DATE    PIC X(8).
    05  AOF-RESPONSE-DATE  PIC X(8).
    05  AOF-DEPOSIT-PAID   PIC 9(5)V99.
    05  AOF-DEPOSIT-DATE   PIC X(8).
    05  AOF-DEPOSIT-OK     PIC X.
    05  AOF-STUDENT-ID     PIC X(10).

FD  PREFERENCE-FILE.
01  PREFERENCE-RECORD.
    05  NPF-STUDENT-ID     PIC X(10).
    05  NPF-RECIPIENT      PIC X.
    05  NPF-CHANNEL        PIC X.
    05  NPF-STOP-ALL       PIC X.
    05  NPF-OPT-OUT-EVENT  OCCURS 8 TIMES PIC X(12).
    05  NPF-QUIET-START    PIC X(4).
    05  NPF-QUIET-END      PIC X(4).
    05  NPF-UPDATED        PIC X(8).
    05  NPF-UPDATED-BY     PIC X(10).

FD  DORMANT-FILE.
01  DORMANT-RECORD.
    05  DWL-STUDENT-ID     PIC X(10).
    05  DWL-SEMESTER       PIC 9.
    05  DWL-SECTION        PIC X.
    05  DWL-SOURCE         PIC X(8).
    05  DWL-RUN-DATE       PIC X(8).
    05  DWL-LAST-SWIPE     PIC X(8).
    05  DWL-LAST-MARK      PIC X(8).
    05  DWL-LAST-PAYMENT   PIC X(8).
    05  DWL-LAST-CARD      PIC X(8).
    05  DWL-GHOST          PIC X.
    05  DWL-STATUS         PIC X.
    05  DWL-DECIDED-BY     PIC X(10).
    05  DWL-DECIDED-DATE   PIC X(8).

FD  OUTBOX-FILE.
01  OUTBOX-RECORD.
    05  NTF-STUDENT-ID     PIC X(10).
    05  NTF-EVENT-TYPE     PIC X(12).
    05  NTF-TEMPLATE       PIC X(8).
    05  NTF-TIMESTAMP      PIC X(14).
    05  NTF-DISPATCH       PIC X.

FD  ACTIVITY-FILE.
01  ACTIVITY-RECORD.
    05  ACT-DATE           PIC X(8).
    05  ACT-TIME           PIC X(6).
    05  ACT-STAFF-ID       PIC X(10).
    05  ACT-FUNCTION       PIC X(20).
    05  ACT-STUDENT-ID     PIC X(10).
    05  ACT-SEMESTER       PIC 9.
    05  ACT-DETAIL         PIC X(25).

FD  AUDIT-FILE.
01  AUDIT-RECORD.
    05  AUDIT-STUDENT-ID   PIC X(10).
    05  AUDIT-SEMESTER     PIC 9.
    05  AUDIT-FIELD-NAME   PIC X(15).
    05  AUDIT-OLD-VALUE    PIC X(30).
    05  AUDIT-NEW-VALUE    PIC X(30).
    05  AUDIT-OPERATOR-ID  PIC X(10).
    05  AUDIT-TIMESTAMP    PIC X(14).

FD  SPOOL-FILE.
01  SPOOL-LINE             PIC X(100).

FD  SPOOL-CATALOG-FILE.
01  SPOOL-CATALOG-RECORD.
    05  SPL-RUN-NUMBER     PIC 9(5).
    05  SPL-REPORT-ID      PIC X(20).
    05  SPL-PARAMS         PIC X(20).
    05  SPL-STAFF-ID       PIC X(10).
    05  SPL-TIMESTAMP      PIC X(14).
    05  SPL-FILENAME       PIC X(30).

WORKING-STORAGE SECTION.
01  WS-MASTER-STATUS       PIC XX.
01  FILE-STATUS-MERGED     PIC XX.
01  FILE-STATUS-PROFILE    PIC XX.
01  FILE-STATUS-FEE        PIC XX.
01  FILE-STATUS-SCHEDULE   PIC XX.
01  FILE-STATUS-RECEIPT    PIC XX.
01  FILE-STATUS-TOTALS     PIC XX.
01  FILE-STATUS-APPEALS    PIC XX.
01  FILE-STATUS-DISCIPLINE PIC XX.
01  FILE-STATUS-DEFERRAL   PIC XX.
01  FILE-STATUS-CARDS      PIC XX.
01  FILE-STATUS-ALLOC      PIC XX.
01  FILE-STATUS-TRANSPORT  PIC XX.
01  FILE-STATUS-EXCUSAL    PIC XX.
01  FILE-STATUS-CLEARANCE  PIC XX.
01  FILE-STATUS-EXEMPTION  PIC XX.
01  FILE-STATUS-NAME-CHANGE    PIC XX.
01  FILE-STATUS-ARRANGEMENT    PIC XX.
01  FILE-STATUS-COLLECTION     PIC XX.
01  FILE-STATUS-WAIVER         PIC XX.
01  FILE-STATUS-VOUCHER        PIC XX.
01  FILE-STATUS-HOLD           PIC XX.
01  FILE-STATUS-PLACEMENT      PIC XX.
01  FILE-STATUS-QUERY          PIC XX.
01  FILE-STATUS-PROJECT        PIC XX.
01  FILE-STATUS-CONVOCATION    PIC XX.
01  FILE-STATUS-ADVISOR        PIC XX.
01  FILE-STATUS-AT-RISK        PIC XX.
01  FILE-STATUS-PROGRAM-CHANGE PIC XX.
01  FILE-STATUS-CANDIDATE      PIC XX.
01  FILE-STATUS-OFFER          PIC XX.
01  FILE-STATUS-PREFERENCE     PIC XX.
01  FILE-STATUS-DORMANT        PIC XX.
01  FILE-STATUS-OUTBOX     PIC XX.
01  FILE-STATUS-ACTIVITY   PIC XX.
01  FILE-STATUS-AUDIT      PIC XX.
01  FILE-STATUS-SPOOL-CAT  PIC XX.
01  WS-EOF                 PIC X VALUE 'N'.
    88  END-OF-FILE         VALUE 'Y'.
    88  NOT-END-OF-FILE     VALUE 'N'.
01  WS-OPERATOR-ID         PIC X(10).
01  WS-ID-INPUT            PIC X(10).
01  WS-REQUEST-REF         PIC X(25).
01  WS-CONFIRM             PIC X.
01  WS-TODAY               PIC X(8).

*> The entered ID plus every ID merged into it (or it into).
01  WS-SUBJECT-COUNT       PIC 9(2) VALUE 0.
01  WS-SUBJECT-TABLE.
    05  WS-SUBJECT-ID      OCCURS 20 TIMES PIC X(10).
01  WS-SUBJECT-IX          PIC 9(2).
01  WS-CHECK-ID            PIC X(10).
01  WS-IS-SUBJECT          PIC X.
01  WS-ADDED               PIC X.
01  WS-MERGE-NOTES         PIC 9(2) VALUE 0.
01  WS-MERGE-NOTE-TABLE.
    05  WS-MERGE-NOTE      OCCURS 20 TIMES PIC X(60).
01  WS-NOTE-IX             PIC 9(2).

01  WS-SECTION-COUNT       PIC 9(5).
01  WS-GRAND-COUNT         PIC 9(6) VALUE 0.
01  WS-SECTION-TITLE       PIC X(60).
01  WS-MARKS-TEXT          PIC X(40).
01  WS-MARK-DISP           PIC ZZ9.
01  WS-SUBJ-IX             PIC 9.
01  WS-AMT-DISP            PIC Z(6)9.99.
01  WS-AMT2-DISP           PIC Z(6)9.99.
01  WS-SCORE-DISP          PIC ZZ9.99.

01  WS-SPOOL-FILENAME      PIC X(40).
01  WS-SPOOL-RUN           PIC 9(5) VALUE 0.
01  WS-SPOOL-EOF           PIC X VALUE 'N'.

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "--- Subject Access Request ---"
    DISPLAY "Enter your Staff ID: "
    ACCEPT WS-OPERATOR-ID
    DISPLAY "Student ID the request is for: "
    ACCEPT WS-ID-INPUT
    IF WS-ID-INPUT = SPACES
        DISPLAY "No student ID entered."
        STOP RUN
    END-IF
    DISPLAY "Request reference (requester / letter ref): "
    ACCEPT WS-REQUEST-REF
    IF WS-REQUEST-REF = SPACES
        DISPLAY "A request reference is required for the log."
        STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM RESOLVE-MERGED-IDS
    DISPLAY "IDs searched:"
    PERFORM VARYING WS-SUBJECT-IX FROM 1 BY 1
            UNTIL WS-SUBJECT-IX > WS-SUBJECT-COUNT
        DISPLAY "  " WS-SUBJECT-ID(WS-SUBJECT-IX)
    END-PERFORM
    DISPLAY "Produce the report (Y/N): "
    ACCEPT WS-CONFIRM
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
        DISPLAY "Cancelled - nothing written."
        STOP RUN
    END-IF
    MOVE SPACES TO WS-SPOOL-FILENAME
    STRING "sar_" FUNCTION TRIM(WS-ID-INPUT) "_"
        WS-TODAY ".txt"
        DELIMITED BY SIZE INTO WS-SPOOL-FILENAME
    OPEN OUTPUT SPOOL-FILE
    PERFORM WRITE-REPORT-HEADER
    PERFORM REPORT-MASTERS
    PERFORM REPORT-PROFILE
    PERFORM REPORT-NAME-CHANGES
    PERFORM REPORT-FEE-LEDGER
    PERFORM REPORT-FEE-SCHEDULE
    PERFORM REPORT-RECEIPTS
    PERFORM REPORT-FEE-WAIVERS
    PERFORM REPORT-REFUNDS
    PERFORM REPORT-COLLECTIONS
    PERFORM REPORT-ATTENDANCE
    PERFORM REPORT-APPEALS
    PERFORM REPORT-DISCIPLINE
    PERFORM REPORT-DEFERRALS
    PERFORM REPORT-CARDS
    PERFORM REPORT-HOSTEL
    PERFORM REPORT-TRANSPORT
    PERFORM REPORT-EXCUSALS
    PERFORM REPORT-EXEMPTIONS
    PERFORM REPORT-CLEARANCE
    PERFORM REPORT-ARRANGEMENTS
    PERFORM REPORT-BOARD-ENTRIES
    PERFORM REPORT-PROJECTS
    PERFORM REPORT-PLACEMENTS
    PERFORM REPORT-PROGRAM-CHANGES
    PERFORM REPORT-ADVISORS
    PERFORM REPORT-AT-RISK
    PERFORM REPORT-DORMANT
    PERFORM REPORT-CONVOCATION
    PERFORM REPORT-LIBRARY
    PERFORM REPORT-SERVICE-QUERIES
    PERFORM REPORT-ADMISSION
    PERFORM REPORT-PREFERENCES
    PERFORM REPORT-OUTBOX
    PERFORM REPORT-ACTIVITY
    PERFORM REPORT-EDIT-AUDIT
    MOVE SPACES TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE ALL "=" TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "END OF REPORT - " WS-GRAND-COUNT " record(s) in total"
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    CLOSE SPOOL-FILE
    PERFORM SPOOL-REGISTER-RUN
    PERFORM LOG-REQUEST
    DISPLAY WS-GRAND-COUNT " record(s) collected into "
        FUNCTION TRIM(WS-SPOOL-FILENAME)
    DISPLAY "Request logged to activity_log.dat."
    STOP RUN.

RESOLVE-MERGED-IDS.
    *> Repeats until a pass adds nothing, so chains of merges
    *> (A into B, B into C) are followed to the end either way.
    MOVE 1 TO WS-SUBJECT-COUNT
    MOVE WS-ID-INPUT TO WS-SUBJECT-ID(1)
    MOVE 0 TO WS-MERGE-NOTES
    MOVE 'Y' TO WS-ADDED
    PERFORM UNTIL WS-ADDED = 'N'
        MOVE 'N' TO WS-ADDED
        MOVE 'N' TO WS-EOF
        OPEN INPUT MERGED-IDS-FILE
        IF FILE-STATUS-MERGED NOT = "00"
            SET END-OF-FILE TO TRUE
        END-IF
        PERFORM UNTIL END-OF-FILE
            READ MERGED-IDS-FILE
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    MOVE MRG-SURVIVOR-ID TO WS-CHECK-ID
                    PERFORM CHECK-SUBJECT-ID
                    IF WS-IS-SUBJECT = 'Y'
                        MOVE MRG-RETIRED-ID TO WS-CHECK-ID
                        PERFORM ADD-SUBJECT-ID
                    ELSE
                        MOVE MRG-RETIRED-ID TO WS-CHECK-ID
                        PERFORM CHECK-SUBJECT-ID
                        IF WS-IS-SUBJECT = 'Y'
                            MOVE MRG-SURVIVOR-ID TO WS-CHECK-ID
                            PERFORM ADD-SUBJECT-ID
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF FILE-STATUS-MERGED NOT = "35"
            CLOSE MERGED-IDS-FILE
        END-IF
    END-PERFORM.

ADD-SUBJECT-ID.
    PERFORM CHECK-SUBJECT-ID
    IF WS-IS-SUBJECT = 'N' AND WS-SUBJECT-COUNT < 20
        ADD 1 TO WS-SUBJECT-COUNT
        MOVE WS-CHECK-ID TO WS-SUBJECT-ID(WS-SUBJECT-COUNT)
        MOVE 'Y' TO WS-ADDED
        ADD 1 TO WS-MERGE-NOTES
        MOVE SPACES TO WS-MERGE-NOTE(WS-MERGE-NOTES)
        STRING "Retired ID " MRG-RETIRED-ID " merged into "
            MRG-SURVIVOR-ID " on " MRG-DATE
            DELIMITED BY SIZE INTO WS-MERGE-NOTE(WS-MERGE-NOTES)
    END-IF.

CHECK-SUBJECT-ID.
    MOVE 'N' TO WS-IS-SUBJECT
    PERFORM VARYING WS-SUBJECT-IX FROM 1 BY 1
            UNTIL WS-SUBJECT-IX > WS-SUBJECT-COUNT
        IF WS-SUBJECT-ID(WS-SUBJECT-IX) = WS-CHECK-ID
                AND WS-CHECK-ID NOT = SPACES
            MOVE 'Y' TO WS-IS-SUBJECT
        END-IF
    END-PERFORM.

WRITE-REPORT-HEADER.
    MOVE ALL "=" TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE "SUBJECT ACCESS REQUEST - ALL RECORDS HELD" TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE ALL "=" TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Student ID   : " WS-ID-INPUT
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Request ref  : " WS-REQUEST-REF
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE SPACES TO SPOOL-LINE
    STRING "Produced     : " WS-TODAY " by " WS-OPERATOR-ID
        DELIMITED BY SIZE INTO SPOOL-LINE
    WRITE SPOOL-LINE
    PERFORM VARYING WS-NOTE-IX FROM 1 BY 1
            UNTIL WS-NOTE-IX > WS-MERGE-NOTES
        MOVE SPACES TO SPOOL-LINE
        STRING "Merged ID    : " WS-MERGE-NOTE(WS-NOTE-IX)
            DELIMITED BY SIZE INTO SPOOL-LINE
        WRITE SPOOL-LINE
    END-PERFORM.

START-SECTION.
    MOVE 0 TO WS-SECTION-COUNT
    MOVE SPACES TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE WS-SECTION-TITLE TO SPOOL-LINE
    WRITE SPOOL-LINE
    MOVE ALL "-" TO SPOOL-LINE
    WRITE SPOOL-LINE.

END-SECTION.
    IF WS-SECTION-COUNT = 0
        MOVE "  (no records held)" TO SPOOL-LINE
        WRITE SPOOL-LINE
    END-IF
    ADD WS-SECTION-COUNT TO WS-GRAND-COUNT.

WRITE-FOUND-LINE.
    WRITE SPOOL-LINE
    ADD 1 TO WS-SECTION-COUNT.

REPORT-MASTERS.
    MOVE "SEMESTER MASTER RECORDS" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    PERFORM VARYING WS-SUBJECT-IX FROM 1 BY 1
            UNTIL WS-SUBJECT-IX > WS-SUBJECT-COUNT
        OPEN INPUT STUDENT-FILE-SEM1
        IF WS-MASTER-STATUS = "00"
            MOVE WS-SUBJECT-ID(WS-SUBJECT-IX) TO STUDENT-ID1
            READ STUDENT-FILE-SEM1 KEY IS STUDENT-ID1
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SPACES TO WS-MARKS-TEXT
                    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                            UNTIL WS-SUBJ-IX > 6
                        MOVE MARK1-SUBJ(WS-SUBJ-IX) TO WS-MARK-DISP
                        STRING FUNCTION TRIM(WS-MARKS-TEXT) " "
                            WS-MARK-DISP
                            DELIMITED BY SIZE INTO WS-MARKS-TEXT
                    END-PERFORM
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  SEM1 " STUDENT-ID1 " " STUDENT-NAME1
                        " marks" WS-MARKS-TEXT(1:26) " total "
                        TOTAL-MARKS1
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "       grade " GRADE1 " att " ATTENDANCE1
                        " wd " WITHDRAWN1 " elective " ELECTIVE-CODE1 " "
                        MARK1-ELECTIVE " cohort " COHORT-YEAR1
                        " section " SECTION1 " program "
                        PROGRAM-CODE1
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
            END-READ
            CLOSE STUDENT-FILE-SEM1
        END-IF
        OPEN INPUT STUDENT-FILE-SEM2
        IF WS-MASTER-STATUS = "00"
            MOVE WS-SUBJECT-ID(WS-SUBJECT-IX) TO STUDENT-ID2
            READ STUDENT-FILE-SEM2 KEY IS STUDENT-ID2
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SPACES TO WS-MARKS-TEXT
                    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                            UNTIL WS-SUBJ-IX > 6
                        MOVE MARK2-SUBJ(WS-SUBJ-IX) TO WS-MARK-DISP
                        STRING FUNCTION TRIM(WS-MARKS-TEXT) " "
                            WS-MARK-DISP
                            DELIMITED BY SIZE INTO WS-MARKS-TEXT
                    END-PERFORM
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  SEM2 " STUDENT-ID2 " " STUDENT-NAME2
                        " marks" WS-MARKS-TEXT(1:26) " total "
                        TOTAL-MARKS2
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "       grade " GRADE2 " wd " WITHDRAWN2
                        " elective " ELECTIVE-CODE2 " "
                        MARK2-ELECTIVE " cohort " COHORT-YEAR2
                        " section " SECTION2 " program "
                        PROGRAM-CODE2
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
            END-READ
            CLOSE STUDENT-FILE-SEM2
        END-IF
        OPEN INPUT STUDENT-FILE-SEM3
        IF WS-MASTER-STATUS = "00"
            MOVE WS-SUBJECT-ID(WS-SUBJECT-IX) TO STUDENT-ID3
            READ STUDENT-FILE-SEM3 KEY IS STUDENT-ID3
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SPACES TO WS-MARKS-TEXT
                    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                            UNTIL WS-SUBJ-IX > 6
                        MOVE MARK3-SUBJ(WS-SUBJ-IX) TO WS-MARK-DISP
                        STRING FUNCTION TRIM(WS-MARKS-TEXT) " "
                            WS-MARK-DISP
                            DELIMITED BY SIZE INTO WS-MARKS-TEXT
                    END-PERFORM
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  SEM3 " STUDENT-ID3 " " STUDENT-NAME3
                        " marks" WS-MARKS-TEXT(1:26) " total "
                        TOTAL-MARKS3
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "       grade " GRADE3 " wd " WITHDRAWN3
                        " elective " ELECTIVE-CODE3 " "
                        MARK3-ELECTIVE " cohort " COHORT-YEAR3
                        " section " SECTION3 " program "
                        PROGRAM-CODE3
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
            END-READ
            CLOSE STUDENT-FILE-SEM3
        END-IF
        OPEN INPUT STUDENT-FILE-SEM4
        IF WS-MASTER-STATUS = "00"
            MOVE WS-SUBJECT-ID(WS-SUBJECT-IX) TO STUDENT-ID4
            READ STUDENT-FILE-SEM4 KEY IS STUDENT-ID4
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SPACES TO WS-MARKS-TEXT
                    PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                            UNTIL WS-SUBJ-IX > 6
                        MOVE MARK4-SUBJ(WS-SUBJ-IX) TO WS-MARK-DISP
                        STRING FUNCTION TRIM(WS-MARKS-TEXT) " "
                            WS-MARK-DISP
                            DELIMITED BY SIZE INTO WS-MARKS-TEXT
                    END-PERFORM
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  SEM4 " STUDENT-ID4 " " STUDENT-NAME4
                        " marks" WS-MARKS-TEXT(1:26) " total "
                        TOTAL-MARKS4
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "       grade " GRADE4 " wd " WITHDRAWN4
                        " elective " ELECTIVE-CODE4 " "
                        MARK4-ELECTIVE " cohort " COHORT-YEAR4
                        " section " SECTION4 " program "
                        PROGRAM-CODE4
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
            END-READ
            CLOSE STUDENT-FILE-SEM4
        END-IF
    END-PERFORM
    PERFORM END-SECTION.

REPORT-PROFILE.
    MOVE "STUDENT PROFILE (student_profile.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT PROFILE-FILE
    IF FILE-STATUS-PROFILE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PROFILE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE PRF-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " PRF-STUDENT-ID " " PRF-NAME
                        " born " PRF-DOB " phone " PRF-PHONE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    email " PRF-EMAIL " address "
                        PRF-ADDRESS
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    guardian " PRF-GUARDIAN-NAME " phone "
                        PRF-GUARDIAN-PHONE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PROFILE NOT = "35"
        CLOSE PROFILE-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-FEE-LEDGER.
    MOVE "FEE LEDGER (fee_ledger.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT FEE-FILE
    IF FILE-STATUS-FEE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ FEE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE FEE-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE FEE-AMOUNT TO WS-AMT-DISP
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " FEE-STUDENT-ID " " FEE-POST-DATE
                        " type " FEE-TYPE " " WS-AMT-DISP " "
                        FEE-DESCRIPTION
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-FEE NOT = "35"
        CLOSE FEE-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-FEE-SCHEDULE.
    MOVE "FEE INSTALLMENT SCHEDULE (fee_schedule.dat)"
        TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT SCHEDULE-FILE
    IF FILE-STATUS-SCHEDULE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ SCHEDULE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE SCH-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SCH-AMOUNT TO WS-AMT-DISP
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " SCH-STUDENT-ID " installment "
                        SCH-INSTALLMENT-NO " due " SCH-DUE-DATE " "
                        WS-AMT-DISP
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-SCHEDULE NOT = "35"
        CLOSE SCHEDULE-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-RECEIPTS.
    MOVE "FEE RECEIPTS (fee_receipts.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT RECEIPT-FILE
    IF FILE-STATUS-RECEIPT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ RECEIPT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE RCP-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE RCP-AMOUNT TO WS-AMT-DISP
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " RCP-STUDENT-ID " receipt " RCP-NUMBER
                        " " RCP-DATE " " RCP-TIME " " WS-AMT-DISP
                        " cashier " RCP-CASHIER-ID " status "
                        RCP-STATUS
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    IF RCP-CANCEL-DATE NOT = SPACES
                        MOVE SPACES TO SPOOL-LINE
                        STRING "    cancelled " RCP-CANCEL-DATE
                            " reason " RCP-CANCEL-REASON " by "
                            RCP-CANCEL-BY
                            DELIMITED BY SIZE INTO SPOOL-LINE
                        WRITE SPOOL-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-RECEIPT NOT = "35"
        CLOSE RECEIPT-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-ATTENDANCE.
    MOVE "ATTENDANCE TOTALS (attendance_totals.dat)"
        TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT TOTALS-FILE
    IF FILE-STATUS-TOTALS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ TOTALS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE TOT-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " TOT-STUDENT-ID " sessions present "
                        TOT-PRESENT-COUNT " last swipe " TOT-LAST-DATE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-TOTALS NOT = "35"
        CLOSE TOTALS-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-APPEALS.
    MOVE "MARK APPEALS (appeals_register.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT APPEALS-FILE
    IF FILE-STATUS-APPEALS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ APPEALS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE APL-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " APL-STUDENT-ID " appeal " APL-NUMBER
                        " sem " APL-SEMESTER " " APL-SUBJECT-CODE " "
                        APL-REASON
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    fee " APL-FEE-PAID " status "
                        APL-STATUS " filed " APL-FILED-DATE
                        " resolved " APL-RESOLVED-DATE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-APPEALS NOT = "35"
        CLOSE APPEALS-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-DISCIPLINE.
    MOVE "DISCIPLINE CASES (discipline_register.dat)"
        TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT DISCIPLINE-FILE
    IF FILE-STATUS-DISCIPLINE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ DISCIPLINE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE DSC-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " DSC-STUDENT-ID " case " DSC-CASE-NO
                        " " DSC-CATEGORY " status " DSC-STATUS
                        " sanction " DSC-SANCTION
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    annotate " DSC-ANNOTATE " by "
                        DSC-DECIDED-BY " opened " DSC-OPEN-DATE
                        " decided " DSC-DECIDED-DATE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-DISCIPLINE NOT = "35"
        CLOSE DISCIPLINE-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-DEFERRALS.
    MOVE "DEFERRALS (deferral_register.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT DEFERRAL-FILE
    IF FILE-STATUS-DEFERRAL NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ DEFERRAL-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE DFR-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " DFR-STUDENT-ID " sem " DFR-SEMESTER
                        " return " DFR-RETURN-TERM " granted "
                        DFR-GRANT-DATE " status " DFR-STATUS
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-DEFERRAL NOT = "35"
        CLOSE DEFERRAL-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-CARDS.
    MOVE "ID CARDS (card_register.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT CARD-REGISTER-FILE
    IF FILE-STATUS-CARDS NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CARD-REGISTER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE CRD-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " CRD-STUDENT-ID " card " CRD-SERIAL
                        " status " CRD-STATUS " issued "
                        CRD-ISSUE-DATE " status date "
                        CRD-STATUS-DATE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CARDS NOT = "35"
        CLOSE CARD-REGISTER-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-HOSTEL.
    MOVE "HOSTEL ALLOCATIONS (hostel_alloc.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT ALLOC-FILE
    IF FILE-STATUS-ALLOC NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ALLOC-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE HAL-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " HAL-STUDENT-ID " hostel " HAL-HOSTEL
                        " room " HAL-ROOM " term " HAL-TERM
                        " allocated " HAL-ALLOC-DATE " status "
                        HAL-STATUS
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ALLOC NOT = "35"
        CLOSE ALLOC-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-TRANSPORT.
    MOVE "BUS PASSES (transport_passes.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT TRANSPORT-PASS-FILE
    IF FILE-STATUS-TRANSPORT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ TRANSPORT-PASS-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE TPS-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " TPS-STUDENT-ID " route " TPS-ROUTE
                        " stop " TPS-STOP-SEQ " term " TPS-TERM
                        " issued " TPS-ISSUE-DATE " status "
                        TPS-STATUS " " TPS-STATUS-DATE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-TRANSPORT NOT = "35"
        CLOSE TRANSPORT-PASS-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-EXCUSALS.
    MOVE "EXCUSED ABSENCES (excused_absences.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT EXCUSAL-FILE
    IF FILE-STATUS-EXCUSAL NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ EXCUSAL-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE EXA-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " EXA-STUDENT-ID " ref " EXA-REF " "
                        EXA-FROM-DATE "-" EXA-TO-DATE " reason "
                        EXA-REASON " doc " EXA-DOC-REF " status "
                        EXA-STATUS " by " EXA-APPROVER
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-EXCUSAL NOT = "35"
        CLOSE EXCUSAL-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-CLEARANCE.
    MOVE "WITHDRAWAL CLEARANCE (withdrawal_clearance.dat)"
        TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT CLEARANCE-FILE
    IF FILE-STATUS-CLEARANCE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CLEARANCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE CLR-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " CLR-STUDENT-ID " case " CLR-CASE " "
                        CLR-DEPT " status " CLR-STATUS " opened "
                        CLR-OPENED-DATE " closed " CLR-CLOSED-DATE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    " CLR-NOTE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CLEARANCE NOT = "35"
        CLOSE CLEARANCE-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-EXEMPTIONS.
    MOVE "EXEMPTIONS (exemption_register.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT EXEMPTION-FILE
    IF FILE-STATUS-EXEMPTION NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ EXEMPTION-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE EXM-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " EXM-STUDENT-ID " sem " EXM-SEMESTER
                        " " EXM-SUBJECT-CODE " " EXM-INSTITUTION
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    ref " EXM-APPROVAL-REF " status "
                        EXM-STATUS " granted " EXM-GRANT-DATE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-EXEMPTION NOT = "35"
        CLOSE EXEMPTION-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-NAME-CHANGES.
    MOVE "NAME CHANGES (name_change_register.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT NAME-CHANGE-FILE
    IF FILE-STATUS-NAME-CHANGE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ NAME-CHANGE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE NCR-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " NCR-STUDENT-ID " former " NCR-FORMER-NAME
                        " effective " NCR-EFFECTIVE-DATE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    new name " NCR-NEW-NAME " reason "
                        NCR-REASON " doc " NCR-DOC-REF
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    show former name " NCR-SHOW-FORMER
                        " recorded " NCR-RECORDED-DATE " by "
                        NCR-RECORDED-BY
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-NAME-CHANGE NOT = "35"
        CLOSE NAME-CHANGE-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-FEE-WAIVERS.
    MOVE "FEE WAIVERS (fee_waivers.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT WAIVER-FILE
    IF FILE-STATUS-WAIVER NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ WAIVER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE WVR-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE WVR-AMOUNT TO WS-AMT-DISP
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " WVR-STUDENT-ID " waiver " WVR-NUMBER
                        " type " WVR-TYPE " basis " WVR-BASIS
                        " pct " WVR-PERCENT " " WS-AMT-DISP
                        " term " WVR-TERM
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    status " WVR-STATUS " requested "
                        WVR-REQ-DATE " by " WVR-REQUESTER
                        " approved " WVR-APPR-DATE " by " WVR-APPROVER
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                    MOVE WVR-POSTED-AMOUNT TO WS-AMT-DISP
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    posted " WS-AMT-DISP " reason " WVR-REASON
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-WAIVER NOT = "35"
        CLOSE WAIVER-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-REFUNDS.
    MOVE "REFUND VOUCHERS (refund_vouchers.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT VOUCHER-FILE
    IF FILE-STATUS-VOUCHER NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ VOUCHER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE RFV-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE RFV-AMOUNT TO WS-AMT-DISP
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " RFV-STUDENT-ID " voucher " RFV-NUMBER
                        " run " RFV-RUN-DATE " reason " RFV-REASON
                        " withdrawn " RFV-WITHDRAW-DATE
                        " refund " WS-AMT-DISP " status " RFV-STATUS
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE RFV-CREDIT TO WS-AMT-DISP
                    MOVE RFV-RETAINED TO WS-AMT2-DISP
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    credit " WS-AMT-DISP " retained " WS-AMT2-DISP
                        " approved " RFV-APPR-DATE " paid " RFV-PAID-DATE
                        " ref " RFV-PAY-REF
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-VOUCHER NOT = "35"
        CLOSE VOUCHER-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-COLLECTIONS.
    MOVE "DEBT COLLECTION (collection_register.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT COLLECTION-FILE
    IF FILE-STATUS-COLLECTION NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ COLLECTION-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE COL-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE COL-PLACED-AMOUNT TO WS-AMT-DISP
                    MOVE COL-COLLECTED TO WS-AMT2-DISP
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " COL-STUDENT-ID " placed " COL-PLACED-DATE
                        " " WS-AMT-DISP " collected " WS-AMT2-DISP
                        " status " COL-STATUS " closed " COL-CLOSED-DATE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-COLLECTION NOT = "35"
        CLOSE COLLECTION-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-ARRANGEMENTS.
    MOVE "EXAM ARRANGEMENTS (exam_arrangements.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT ARRANGEMENT-FILE
    IF FILE-STATUS-ARRANGEMENT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ARRANGEMENT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE ARR-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " ARR-STUDENT-ID " type " ARR-TYPE
                        " extra min " ARR-EXTRA-MINUTES " term "
                        ARR-VALID-TERM " status " ARR-STATUS
                        " approved " ARR-APPROVED-DATE " by "
                        ARR-APPROVED-BY
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ARRANGEMENT NOT = "35"
        CLOSE ARRANGEMENT-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-BOARD-ENTRIES.
    MOVE "EXAM BOARD ENTRIES (board_candidates.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT CANDIDATE-FILE
    IF FILE-STATUS-CANDIDATE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CANDIDATE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE BCR-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " BCR-STUDENT-ID " year " BCR-EXAM-YEAR
                        " candidate " BCR-CANDIDATE-NO " entered "
                        BCR-ENTRY-DATE " status " BCR-STATUS
                        " subjects " BCR-SUBJECT-FLAGS
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CANDIDATE NOT = "35"
        CLOSE CANDIDATE-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-PROJECTS.
    MOVE "FINAL-YEAR PROJECTS (project_register.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT PROJECT-FILE
    IF FILE-STATUS-PROJECT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PROJECT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE PRJ-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " PRJ-STUDENT-ID " " PRJ-TITLE
                        " status " PRJ-STATUS
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    supervisor " PRJ-SUPERVISOR " second "
                        PRJ-SECOND-EXAMINER " third " PRJ-THIRD-EXAMINER
                        " approved " PRJ-APPROVED-DATE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    marks " PRJ-SUPER-MARK " / " PRJ-SECOND-MARK
                        " / " PRJ-THIRD-MARK " agreed " PRJ-AGREED-MARK
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PROJECT NOT = "35"
        CLOSE PROJECT-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-PLACEMENTS.
    MOVE "PLACEMENTS (placement_register.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT PLACEMENT-FILE
    IF FILE-STATUS-PLACEMENT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PLACEMENT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE PLC-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " PLC-STUDENT-ID " " PLC-EMPLOYER " "
                        PLC-START-DATE "-" PLC-END-DATE
                        " status " PLC-STATUS
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    supervisor " PLC-SUPERVISOR " phone "
                        PLC-SUPER-PHONE " academic " PLC-ACAD-SUPER
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    visits " PLC-VISIT-COUNT " employer score "
                        PLC-EMPLOYER-SCORE " report " PLC-REPORT-MARK
                        " result " PLC-RESULT
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PLACEMENT NOT = "35"
        CLOSE PLACEMENT-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-PROGRAM-CHANGES.
    MOVE "PROGRAM CHANGES (program_change_register.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT PROGRAM-CHANGE-FILE
    IF FILE-STATUS-PROGRAM-CHANGE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PROGRAM-CHANGE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE PCR-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " PCR-STUDENT-ID " " PCR-OLD-PROGRAM " to "
                        PCR-NEW-PROGRAM " from " PCR-EFFECTIVE-TERM
                        " on " PCR-CHANGE-DATE " by " PCR-RECORDED-BY
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    carried " PCR-CARRIED " exempted "
                        PCR-EXEMPTED " owed " PCR-OWED " dropped "
                        PCR-DROPPED
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PROGRAM-CHANGE NOT = "35"
        CLOSE PROGRAM-CHANGE-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-ADVISORS.
    MOVE "ADVISOR ASSIGNMENTS (advisor_assignments.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT ADVISOR-FILE
    IF FILE-STATUS-ADVISOR NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ADVISOR-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE ADV-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " ADV-STUDENT-ID " advisor " ADV-INSTRUCTOR-ID
                        " assigned " ADV-ASSIGNED-DATE " by "
                        ADV-ASSIGNED-BY
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ADVISOR NOT = "35"
        CLOSE ADVISOR-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-AT-RISK.
    MOVE "AT-RISK SCORES (at_risk_register.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT AT-RISK-FILE
    IF FILE-STATUS-AT-RISK NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ AT-RISK-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE ATR-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " ATR-STUDENT-ID " run " ATR-RUN-DATE
                        " sem " ATR-SEMESTER " rank " ATR-RANK
                        " score " ATR-SCORE " " ATR-BAND
                        " att% " ATR-ATT-PCT " factors " ATR-F-ATTEND
                        "/" ATR-F-MARKS "/" ATR-F-GRADE "/" ATR-F-RETAKE
                        "/" ATR-F-FEES
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-AT-RISK NOT = "35"
        CLOSE AT-RISK-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-DORMANT.
    MOVE "DORMANCY REVIEW (dormant_worklist.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT DORMANT-FILE
    IF FILE-STATUS-DORMANT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ DORMANT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE DWL-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " DWL-STUDENT-ID " flagged " DWL-RUN-DATE
                        " sem " DWL-SEMESTER " section " DWL-SECTION
                        " via " DWL-SOURCE " status " DWL-STATUS
                        " by " DWL-DECIDED-BY " " DWL-DECIDED-DATE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    last swipe " DWL-LAST-SWIPE " mark "
                        DWL-LAST-MARK " payment " DWL-LAST-PAYMENT
                        " card " DWL-LAST-CARD
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-DORMANT NOT = "35"
        CLOSE DORMANT-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-CONVOCATION.
    MOVE "CONVOCATION (convocation_register.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT CONVOCATION-FILE
    IF FILE-STATUS-CONVOCATION NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ CONVOCATION-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE CNV-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " CNV-STUDENT-ID " " CNV-NAME " "
                        CNV-PROGRAM-CODE " " CNV-CLASS " mode " CNV-MODE
                        " guests " CNV-GUESTS
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    phonetic " CNV-PHONETIC " registered "
                        CNV-REG-DATE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-CONVOCATION NOT = "35"
        CLOSE CONVOCATION-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-LIBRARY.
    MOVE "LIBRARY HOLDS (library_holds.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT HOLD-FILE
    IF FILE-STATUS-HOLD NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ HOLD-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE LBH-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE LBH-FINES-DUE TO WS-AMT-DISP
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " LBH-STUDENT-ID " items out " LBH-ITEMS-OUT
                        " fines " WS-AMT-DISP " status " LBH-STATUS
                        " updated " LBH-UPDATED
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-HOLD NOT = "35"
        CLOSE HOLD-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-SERVICE-QUERIES.
    MOVE "SERVICE DESK QUERIES (service_queries.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT QUERY-FILE
    IF FILE-STATUS-QUERY NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ QUERY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE SDQ-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " SDQ-STUDENT-ID " query " SDQ-NUMBER " "
                        SDQ-CATEGORY " via " SDQ-CHANNEL " status "
                        SDQ-STATUS " opened " SDQ-OPENED
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    " SDQ-SUMMARY " resolved " SDQ-RESOLVED-AT
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-QUERY NOT = "35"
        CLOSE QUERY-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-ADMISSION.
    MOVE "ADMISSION OFFER (admission_offers.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT ADMISSION-OFFER-FILE
    IF FILE-STATUS-OFFER NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ADMISSION-OFFER-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE AOF-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " AOF-STUDENT-ID " offer " AOF-REF " "
                        AOF-NAME " " AOF-PROGRAM " status " AOF-STATUS
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE AOF-SCORE TO WS-SCORE-DISP
                    MOVE AOF-DEPOSIT-PAID TO WS-AMT-DISP
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    score " WS-SCORE-DISP " rank " AOF-RANK
                        " offered " AOF-OFFER-DATE " responded "
                        AOF-RESPONSE-DATE " deposit " WS-AMT-DISP
                        " on " AOF-DEPOSIT-DATE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-OFFER NOT = "35"
        CLOSE ADMISSION-OFFER-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-PREFERENCES.
    MOVE "NOTIFICATION PREFERENCES (notify_preferences.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT PREFERENCE-FILE
    IF FILE-STATUS-PREFERENCE NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ PREFERENCE-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE NPF-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " NPF-STUDENT-ID " recipient " NPF-RECIPIENT
                        " channel " NPF-CHANNEL " stop all " NPF-STOP-ALL
                        " quiet " NPF-QUIET-START "-" NPF-QUIET-END
                        " updated " NPF-UPDATED " by " NPF-UPDATED-BY
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    IF NPF-OPT-OUT-EVENT(1) NOT = SPACES
                        MOVE SPACES TO SPOOL-LINE
                        STRING "    opted out: " NPF-OPT-OUT-EVENT(1) " "
                            NPF-OPT-OUT-EVENT(2) " " NPF-OPT-OUT-EVENT(3)
                            " " NPF-OPT-OUT-EVENT(4)
                            DELIMITED BY SIZE INTO SPOOL-LINE
                        WRITE SPOOL-LINE
                    END-IF
                    IF NPF-OPT-OUT-EVENT(5) NOT = SPACES
                        MOVE SPACES TO SPOOL-LINE
                        STRING "               " NPF-OPT-OUT-EVENT(5) " "
                            NPF-OPT-OUT-EVENT(6) " " NPF-OPT-OUT-EVENT(7)
                            " " NPF-OPT-OUT-EVENT(8)
                            DELIMITED BY SIZE INTO SPOOL-LINE
                        WRITE SPOOL-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-PREFERENCE NOT = "35"
        CLOSE PREFERENCE-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-OUTBOX.
    MOVE "NOTIFICATIONS (notify_outbox.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT OUTBOX-FILE
    IF FILE-STATUS-OUTBOX NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ OUTBOX-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE NTF-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " NTF-STUDENT-ID " " NTF-EVENT-TYPE
                        " template " NTF-TEMPLATE " queued "
                        NTF-TIMESTAMP " dispatch " NTF-DISPATCH
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-OUTBOX NOT = "35"
        CLOSE OUTBOX-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-ACTIVITY.
    MOVE "STAFF ACTIVITY LOG (activity_log.dat)" TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ ACTIVITY-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE ACT-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " ACT-STUDENT-ID " " ACT-DATE " "
                        ACT-TIME " staff " ACT-STAFF-ID " "
                        ACT-FUNCTION " sem " ACT-SEMESTER " "
                        ACT-DETAIL
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-ACTIVITY NOT = "35"
        CLOSE ACTIVITY-FILE
    END-IF
    PERFORM END-SECTION.

REPORT-EDIT-AUDIT.
    MOVE "RECORD CHANGE HISTORY (edit_audit_log.dat)"
        TO WS-SECTION-TITLE
    PERFORM START-SECTION
    MOVE 'N' TO WS-EOF
    OPEN INPUT AUDIT-FILE
    IF FILE-STATUS-AUDIT NOT = "00"
        SET END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL END-OF-FILE
        READ AUDIT-FILE
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                MOVE AUDIT-STUDENT-ID TO WS-CHECK-ID
                PERFORM CHECK-SUBJECT-ID
                IF WS-IS-SUBJECT = 'Y'
                    MOVE SPACES TO SPOOL-LINE
                    STRING "  " AUDIT-STUDENT-ID " sem "
                        AUDIT-SEMESTER " " AUDIT-FIELD-NAME " by "
                        AUDIT-OPERATOR-ID " at " AUDIT-TIMESTAMP
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    PERFORM WRITE-FOUND-LINE
                    MOVE SPACES TO SPOOL-LINE
                    STRING "    from " AUDIT-OLD-VALUE " to "
                        AUDIT-NEW-VALUE
                        DELIMITED BY SIZE INTO SPOOL-LINE
                    WRITE SPOOL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF FILE-STATUS-AUDIT NOT = "35"
        CLOSE AUDIT-FILE
    END-IF
    PERFORM END-SECTION.

LOG-REQUEST.
    OPEN EXTEND ACTIVITY-FILE
    IF FILE-STATUS-ACTIVITY NOT = "00"
        OPEN OUTPUT ACTIVITY-FILE
    END-IF
    MOVE SPACES TO ACTIVITY-RECORD
    MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-TIME
    MOVE WS-OPERATOR-ID TO ACT-STAFF-ID
    MOVE "SUBJECT-ACCESS" TO ACT-FUNCTION
    MOVE WS-ID-INPUT TO ACT-STUDENT-ID
    MOVE 0 TO ACT-SEMESTER
    MOVE WS-REQUEST-REF TO ACT-DETAIL
    WRITE ACTIVITY-RECORD
    CLOSE ACTIVITY-FILE.

SPOOL-REGISTER-RUN.
    MOVE 0 TO WS-SPOOL-RUN
    MOVE 'N' TO WS-SPOOL-EOF
    OPEN INPUT SPOOL-CATALOG-FILE
    IF FILE-STATUS-SPOOL-CAT = "00"
        PERFORM UNTIL WS-SPOOL-EOF = 'Y'
            READ SPOOL-CATALOG-FILE
                AT END
                    MOVE 'Y' TO WS-SPOOL-EOF
                NOT AT END
                    IF SPL-RUN-NUMBER > WS-SPOOL-RUN
                        MOVE SPL-RUN-NUMBER TO WS-SPOOL-RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SPOOL-CATALOG-FILE
    END-IF
    ADD 1 TO WS-SPOOL-RUN
    OPEN EXTEND SPOOL-CATALOG-FILE
    IF FILE-STATUS-SPOOL-CAT NOT = "00"
        OPEN OUTPUT SPOOL-CATALOG-FILE
    END-IF
    MOVE SPACES TO SPOOL-CATALOG-RECORD
    MOVE WS-SPOOL-RUN TO SPL-RUN-NUMBER
    MOVE "SUBJECT-ACCESS" TO SPL-REPORT-ID
    MOVE WS-ID-INPUT TO SPL-PARAMS
    MOVE WS-OPERATOR-ID TO SPL-STAFF-ID
    MOVE FUNCTION CURRENT-DATE(1:14) TO SPL-TIMESTAMP
    MOVE WS-SPOOL-FILENAME TO SPL-FILENAME
    WRITE SPOOL-CATALOG-RECORD
    CLOSE SPOOL-CATALOG-FILE.
