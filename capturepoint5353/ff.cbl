           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAYMENT-DETAIL-FILE.

           SELECT OPTIONAL PAYMENT-DETAIL-WORK-FILE
           ASSIGN TO "PAYDETL.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAYMENT-DETAIL-WORK-FILE.

           SELECT OPTIONAL BILLING-DETAIL-FILE
           ASSIGN TO "BILLDETL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAM-FILE.

           SELECT OPTIONAL MERGE-REPORT-FILE
           ASSIGN TO "MERGERPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MERGE-REPORT-FILE.

           SELECT OPTIONAL CHARGE-MASTER-FILE
           ASSIGN TO "CHGMSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-MASTER-KEY
           FILE STATUS IS FS-CHARGE-MASTER-FILE.

           SELECT OPTIONAL CHARGE-MASTER-WORK-FILE
           ASSIGN TO "CHGMSTR.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MW-MASTER-KEY
           FILE STATUS IS FS-CHARGE-MASTER-WORK-FILE.

           SELECT OPTIONAL CHARGE-OLD-FILE
           ASSIGN TO "CHARGES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CO-CHARGE-ID
           FILE STATUS IS FS-CHARGE-OLD-FILE.

           SELECT OPTIONAL PRICE-IMPACT-FILE
           ASSIGN TO "PRICEIMP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRICE-IMPACT-FILE.

           SELECT OPTIONAL DRUG-STOCK-FILE
           ASSIGN TO "DRUGSTOK.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DS-STOCK-KEY
           FILE STATUS IS FS-DRUG-STOCK-FILE.

           SELECT OPTIONAL DRUG-STOCK-WORK-FILE
           ASSIGN TO "DRUGSTOK.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SW-STOCK-KEY
           FILE STATUS IS FS-DRUG-STOCK-WORK-FILE.

           SELECT OPTIONAL PULL-SHORT-FILE
           ASSIGN TO "PULLSHRT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PULL-SHORT-FILE.

           SELECT OPTIONAL STOCK-REPORT-FILE
           ASSIGN TO "STOCKRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STOCK-REPORT-FILE.

           SELECT OPTIONAL READMIT-REPORT-FILE
           ASSIGN TO "READMIT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-READMIT-REPORT-FILE.

           SELECT OPTIONAL BED-QUEUE-FILE
           ASSIGN TO "BEDQUEUE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BQ-QUEUE-ID
           FILE STATUS IS FS-BED-QUEUE-FILE.

           SELECT OPTIONAL BED-QUEUE-WORK-FILE
           ASSIGN TO "BEDQUEUE.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BW-QUEUE-ID
           FILE STATUS IS FS-BED-QUEUE-WORK-FILE.

           SELECT OPTIONAL DOCTOR-AVAIL-FILE
           ASSIGN TO "DOCAVAIL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DA-AVAIL-ID
           FILE STATUS IS FS-DOCTOR-AVAIL-FILE.

           SELECT OPTIONAL DOCTOR-AVAIL-WORK-FILE
           ASSIGN TO "DOCAVAIL.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AX-AVAIL-ID
           FILE STATUS IS FS-DOCTOR-AVAIL-WORK-FILE.

           SELECT LEAVE-CONFLICT-FILE
           ASSIGN TO "LEAVEAFF.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEAVE-CONFLICT-FILE.

           SELECT OPTIONAL REFUND-FILE
           ASSIGN TO "REFUNDS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RN-REFUND-ID
           FILE STATUS IS FS-REFUND-FILE.

           SELECT OPTIONAL REFUND-WORK-FILE
           ASSIGN TO "REFUNDS.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NW-REFUND-ID
           FILE STATUS IS FS-REFUND-WORK-FILE.

           SELECT OPTIONAL REFUND-REGISTER-FILE
           ASSIGN TO "REFUNDRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REFUND-REGISTER-FILE.

           SELECT CREDIT-BALANCE-FILE
           ASSIGN TO "CREDITBL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CREDIT-BALANCE-FILE.

           SELECT SCORECARD-REPORT-FILE
           ASSIGN TO "PHYSCARD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SCORECARD-REPORT-FILE.

           SELECT SCORECARD-FILE
           ASSIGN TO "PHYSCARD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SCORECARD-FILE.

           SELECT OPTIONAL DISCHARGE-SUMMARY-FILE
           ASSIGN TO "DISCHSUM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISCHARGE-SUMMARY-FILE.

           SELECT OPTIONAL REFERRAL-EXTRACT-FILE
           ASSIGN TO "REFERRAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REFERRAL-EXTRACT-FILE.

           SELECT DISCHARGE-REPRINT-FILE
           ASSIGN TO "DISREPRT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISCHARGE-REPRINT-FILE.

           SELECT REFERRAL-REPRINT-FILE
           ASSIGN TO "REFREPRT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REFERRAL-REPRINT-FILE.

           SELECT OPTIONAL LAB-IMPORT-FILE
           ASSIGN TO "LABIN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LAB-IMPORT-FILE.

           SELECT OPTIONAL LAB-IMPORT-EXCEPTION-FILE
           ASSIGN TO "LABEXC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LAB-IMPORT-EXCEPTION-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD DOCTOR-FILE.
          05 CG-QUANTITY        PIC 9(5).
          05 CG-UNIT-PRICE      PIC 9(5)V99.
          05 CG-CHARGE-SOURCE   PIC X(1).
          05 CG-CHARGE-CODE     PIC X(8).

       FD FORMULARY-FILE.
       01 FORMULARY-RECORD.
       01 PAYMENT-DETAIL-RECORD.
          05 PD-PAYMENT-DATE    PIC 9(8).
          05 PD-PATIENT-ID      PIC 9(6).
          05 PD-PAID-AMOUNT     PIC S9(7)V99.
          05 PD-PAYMENT-SOURCE  PIC X(1).

       FD PAYMENT-DETAIL-WORK-FILE.
       01 PAYMENT-DETAIL-WORK-RECORD PIC X(24).

       FD BILLING-DETAIL-FILE.
       01 BILLING-DETAIL-RECORD.
          05 BL-POST-DATE       PIC 9(8).
       FD CHARGE-WORK-FILE.
       01 CHARGE-WORK-RECORD.
          05 KW-CHARGE-ID       PIC 9(8).
          05 FILLER             PIC X(75).

       FD FORMULARY-WORK-FILE.
       01 FORMULARY-WORK-RECORD.
             10 CN-WARD-TOTAL    PIC 9(4).
          05 CN-ADMISSIONS      PIC 9(4).
          05 CN-DISCHARGES      PIC 9(4).
          05 CN-CLEANING-STATS.
             10 CN-WARD-CLEANING OCCURS 5 TIMES PIC 9(4).

       FD CENSUS-TREND-FILE.
       01 CENSUS-TREND-LINE     PIC X(132).
       FD PARAM-FILE.
       01 PARAM-LINE            PIC X(60).

       FD MERGE-REPORT-FILE.
       01 MERGE-REPORT-LINE     PIC X(132).

       FD CHARGE-MASTER-FILE.
       01 CHARGE-MASTER-RECORD.
          05 CM-MASTER-KEY.
             10 CM-CHARGE-CODE  PIC X(8).
             10 CM-EFFECTIVE-DATE PIC 9(8).
          05 CM-DESCRIPTION     PIC X(30).
          05 CM-CHARGE-TYPE     PIC X(10).
          05 CM-STANDARD-PRICE  PIC 9(5)V99.
          05 CM-EXPIRY-DATE     PIC 9(8).

       FD CHARGE-MASTER-WORK-FILE.
       01 CHARGE-MASTER-WORK-RECORD.
          05 MW-MASTER-KEY      PIC X(16).
          05 FILLER             PIC X(55).

       FD CHARGE-OLD-FILE.
       01 CHARGE-OLD-RECORD.
          05 CO-CHARGE-ID       PIC 9(8).
          05 CO-CHARGE-OLD-DATA PIC X(67).

       FD PRICE-IMPACT-FILE.
       01 PRICE-IMPACT-LINE     PIC X(132).

       FD DRUG-STOCK-FILE.
       01 DRUG-STOCK-RECORD.
          05 DS-STOCK-KEY.
             10 DS-DRUG-NAME    PIC X(30).
             10 DS-LOT-NUMBER   PIC X(12).
          05 DS-QTY-ON-HAND     PIC 9(7).
          05 DS-REORDER-POINT   PIC 9(7).
          05 DS-REORDER-QTY     PIC 9(7).
          05 DS-EXPIRY-DATE     PIC 9(8).

       FD DRUG-STOCK-WORK-FILE.
       01 DRUG-STOCK-WORK-RECORD.
          05 SW-STOCK-KEY       PIC X(42).
          05 FILLER             PIC X(29).

       FD PULL-SHORT-FILE.
       01 PULL-SHORT-RECORD.
          05 PS-SHORT-DATE      PIC 9(8).
          05 PS-WARD            PIC X(20).
          05 PS-ROOM-NUMBER     PIC 9(4).
          05 PS-PATIENT-ID      PIC 9(6).
          05 PS-DRUG-NAME       PIC X(30).
          05 PS-DOSAGE          PIC X(20).

       FD STOCK-REPORT-FILE.
       01 STOCK-REPORT-LINE     PIC X(132).

       FD READMIT-REPORT-FILE.
       01 READMIT-REPORT-LINE   PIC X(132).

       FD BED-QUEUE-FILE.
       01 BED-QUEUE-RECORD.
          05 BQ-QUEUE-ID        PIC 9(8).
          05 BQ-PATIENT-ID      PIC 9(6).
          05 BQ-WARD            PIC X(20).
          05 BQ-PRIORITY        PIC 9(1).
          05 BQ-REQUEST-DATE    PIC 9(8).
          05 BQ-STATUS          PIC X(10).
          05 BQ-ROOM-NUMBER     PIC 9(4).

       FD BED-QUEUE-WORK-FILE.
       01 BED-QUEUE-WORK-RECORD.
          05 BW-QUEUE-ID        PIC 9(8).
          05 FILLER             PIC X(49).

       FD DOCTOR-AVAIL-FILE.
       01 DOCTOR-AVAIL-RECORD.
          05 DA-AVAIL-ID        PIC 9(8).
          05 DA-DOCTOR-ID       PIC 9(5).
          05 DA-ENTRY-TYPE      PIC X(1).
          05 DA-WEEKDAY         PIC 9(1).
          05 DA-START-TIME      PIC 9(4).
          05 DA-END-TIME        PIC 9(4).
          05 DA-SLOT-MINUTES    PIC 9(3).
          05 DA-FROM-DATE       PIC 9(8).
          05 DA-TO-DATE         PIC 9(8).
          05 DA-REASON          PIC X(20).

       FD DOCTOR-AVAIL-WORK-FILE.
       01 DOCTOR-AVAIL-WORK-RECORD.
          05 AX-AVAIL-ID        PIC 9(8).
          05 FILLER             PIC X(54).

       FD LEAVE-CONFLICT-FILE.
       01 LEAVE-CONFLICT-LINE   PIC X(132).

       FD REFUND-FILE.
       01 REFUND-RECORD.
          05 RN-REFUND-ID       PIC 9(8).
          05 RN-PATIENT-ID      PIC 9(6).
          05 RN-AMOUNT          PIC 9(7)V99.
          05 RN-PAYEE-TYPE      PIC X(1).
          05 RN-PAYEE-NAME      PIC X(30).
          05 RN-REASON          PIC X(30).
          05 RN-STATUS          PIC X(10).
          05 RN-REQUEST-DATE    PIC 9(8).
          05 RN-REQUESTED-BY    PIC X(8).
          05 RN-APPROVE-DATE    PIC 9(8).
          05 RN-APPROVED-BY     PIC X(8).
          05 RN-ISSUE-DATE      PIC 9(8).

       FD REFUND-WORK-FILE.
       01 REFUND-WORK-RECORD.
          05 NW-REFUND-ID       PIC 9(8).
          05 FILLER             PIC X(126).

       FD REFUND-REGISTER-FILE.
       01 REFUND-REGISTER-RECORD.
          05 RG-REFUND-ID       PIC 9(8).
          05 RG-ISSUE-DATE      PIC 9(8).
          05 RG-PATIENT-ID      PIC 9(6).
          05 RG-PAYEE-TYPE      PIC X(1).
          05 RG-PAYEE-NAME      PIC X(30).
          05 RG-AMOUNT          PIC 9(7)V99.
          05 RG-APPROVED-BY     PIC X(8).
          05 RG-REASON          PIC X(30).

       FD CREDIT-BALANCE-FILE.
       01 CREDIT-BALANCE-LINE   PIC X(132).

       FD SCORECARD-REPORT-FILE.
       01 SCORECARD-REPORT-LINE PIC X(132).

       FD SCORECARD-FILE.
       01 SCORECARD-RECORD.
          05 SX-PERIOD          PIC 9(6).
          05 SX-DOCTOR-ID       PIC 9(5).
          05 SX-DOCTOR-NAME     PIC X(30).
          05 SX-VISITS-COMPLETED PIC 9(4).
          05 SX-VISITS-CANCELLED PIC 9(4).
          05 SX-VISITS-NOSHOW   PIC 9(4).
          05 SX-INPATIENT-DAYS  PIC 9(5).
          05 SX-GROSS-CHARGES   PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 SX-COLLECTIONS     PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 SX-DENIAL-COUNT    PIC 9(4).
          05 SX-DENIAL-AMOUNT   PIC 9(9)V99.
          05 SX-DENIAL-RATE     PIC 9(3)V99.
          05 SX-RATING-COUNT    PIC 9(4).
          05 SX-AVG-RATING      PIC 9(1)V99.
          05 SX-MONTHLY-SALARY  PIC 9(6)V99.
          05 SX-CHARGE-SALARY-PCT PIC 9(5)V99.
          05 SX-INCENTIVE       PIC 9(7)V99.

       FD DISCHARGE-SUMMARY-FILE.
       01 DISCHARGE-SUMMARY-LINE PIC X(132).

       FD REFERRAL-EXTRACT-FILE.
       01 REFERRAL-EXTRACT-RECORD.
          05 RX-RECORD-TYPE     PIC X(2).
          05 RX-PRODUCED-DATE   PIC 9(8).
          05 RX-PATIENT-ID      PIC 9(6).
          05 RX-PATIENT-NAME    PIC X(30).
          05 RX-PATIENT-AGE     PIC 9(3).
          05 RX-PATIENT-GENDER  PIC X(1).
          05 RX-PATIENT-PHONE   PIC X(15).
          05 RX-PATIENT-ADDRESS PIC X(100).
          05 RX-INSURANCE-ID    PIC X(20).
          05 RX-DOCTOR-ID       PIC 9(5).
          05 RX-DOCTOR-NAME     PIC X(30).
          05 RX-ADMIT-DATE      PIC 9(8).
          05 RX-DISCHARGE-DATE  PIC 9(8).
          05 RX-LOS-DAYS        PIC 9(4).
          05 RX-ADMIT-ROOM      PIC 9(4).
          05 RX-DISCHARGE-ROOM  PIC 9(4).
          05 RX-TRANSFER-COUNT  PIC 9(2).
          05 RX-DIAGNOSIS       PIC X(30).
          05 RX-HISTORY OCCURS 10 TIMES PIC X(100).
          05 RX-MEDICATION OCCURS 10 TIMES.
             10 RX-MED-NAME     PIC X(30).
             10 RX-MED-DOSAGE   PIC X(20).
             10 RX-MED-FREQ     PIC X(20).
             10 RX-MED-FLAG     PIC X(1).
          05 RX-ALLERGY OCCURS 5 TIMES PIC X(30).
          05 RX-LAB OCCURS 10 TIMES.
             10 RX-LAB-TEST     PIC X(10).
             10 RX-LAB-DATE     PIC 9(8).
             10 RX-LAB-VALUE    PIC 9(3)V99.
             10 RX-LAB-UNIT     PIC X(10).
             10 RX-LAB-ABNORMAL PIC X(1).
             10 RX-LAB-TREND    PIC X(1).
             10 RX-LAB-PRIOR-VALUE PIC 9(3)V99.
          05 RX-FOLLOWUP-APPT-ID PIC 9(8).
          05 RX-FOLLOWUP-DATE   PIC 9(8).
          05 RX-FOLLOWUP-TIME   PIC 9(4).
          05 RX-FOLLOWUP-DOCTOR-ID PIC 9(5).
          05 RX-BILL-AMOUNT     PIC 9(7)V99.
          05 RX-PAID-AMOUNT     PIC 9(7)V99.
          05 RX-BALANCE         PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD DISCHARGE-REPRINT-FILE.
       01 DISCHARGE-REPRINT-LINE PIC X(132).

       FD REFERRAL-REPRINT-FILE.
       01 REFERRAL-REPRINT-RECORD PIC X(2593).

       FD LAB-IMPORT-FILE.
       01 LAB-IMPORT-RECORD.
          05 LI-PATIENT-ID      PIC 9(6).
          05 LI-INSURANCE-ID    PIC X(20).
          05 LI-COLLECT-DATE    PIC 9(8).
          05 LI-COLLECT-PARTS REDEFINES LI-COLLECT-DATE.
             10 LI-COLLECT-YEAR  PIC 9(4).
             10 LI-COLLECT-MONTH PIC 9(2).
             10 LI-COLLECT-DAY   PIC 9(2).
          05 LI-TEST-CODE       PIC X(10).
          05 LI-RESULT-VALUE    PIC 9(3)V99.
          05 LI-RESULT-UNIT     PIC X(10).
          05 FILLER             PIC X(21).

       FD LAB-IMPORT-EXCEPTION-FILE.
       01 LAB-IMPORT-EXCEPTION-LINE PIC X(132).

       FD APPOINTMENT-FILE.
       01 APPOINTMENT-RECORD.
          05 AF-APPOINTMENT-ID  PIC 9(8).
          05 EFFICIENCY        PIC 9(3)V99.
          05 TOTAL-BEDS        PIC 9(4) VALUE 500.
          05 OCCUPIED-BEDS     PIC 9(4) VALUE 320.
          05 CLEANING-BEDS     PIC 9(4) VALUE 0.
          05 AVG-RECOVERY-RATE PIC 9(2)V99 VALUE 5.5.
          05 ADMISSION-RATE    PIC 9(1)V99 VALUE 2.7.
          05 DISCHARGE-RATE    PIC 9(1)V99 VALUE 3.2.
          05 FS-OPERATOR-WORK-FILE   PIC XX.
          05 FS-GL-EXTRACT-FILE      PIC XX.
          05 FS-PAYMENT-DETAIL-FILE  PIC XX.
          05 FS-PAYMENT-DETAIL-WORK-FILE PIC XX.
          05 FS-BILLING-DETAIL-FILE  PIC XX.
          05 FS-PAYPLAN-FILE         PIC XX.
          05 FS-PAYPLAN-WORK-FILE    PIC XX.
          05 FS-METRICS-CHECKPOINT-FILE  PIC XX.
          05 FS-HOSPINFO-CHECKPOINT-FILE PIC XX.
          05 FS-PARAM-FILE           PIC XX.
          05 FS-MERGE-REPORT-FILE    PIC XX.
          05 FS-CHARGE-MASTER-FILE   PIC XX.
          05 FS-CHARGE-MASTER-WORK-FILE PIC XX.
          05 FS-CHARGE-OLD-FILE      PIC XX.
          05 FS-PRICE-IMPACT-FILE    PIC XX.
          05 FS-DRUG-STOCK-FILE      PIC XX.
          05 FS-DRUG-STOCK-WORK-FILE PIC XX.
          05 FS-PULL-SHORT-FILE      PIC XX.
          05 FS-STOCK-REPORT-FILE    PIC XX.
          05 FS-READMIT-REPORT-FILE  PIC XX.
          05 FS-LAB-IMPORT-FILE      PIC XX.
          05 FS-BED-QUEUE-FILE       PIC XX.
          05 FS-BED-QUEUE-WORK-FILE  PIC XX.
          05 FS-DOCTOR-AVAIL-FILE    PIC XX.
          05 FS-DOCTOR-AVAIL-WORK-FILE PIC XX.
          05 FS-LEAVE-CONFLICT-FILE  PIC XX.
          05 FS-REFUND-FILE          PIC XX.
          05 FS-REFUND-WORK-FILE     PIC XX.
          05 FS-REFUND-REGISTER-FILE PIC XX.
          05 FS-CREDIT-BALANCE-FILE  PIC XX.
          05 FS-SCORECARD-REPORT-FILE PIC XX.
          05 FS-SCORECARD-FILE       PIC XX.
          05 FS-DISCHARGE-SUMMARY-FILE PIC XX.
          05 FS-REFERRAL-EXTRACT-FILE PIC XX.
          05 FS-DISCHARGE-REPRINT-FILE PIC XX.
          05 FS-REFERRAL-REPRINT-FILE PIC XX.
          05 FS-LAB-IMPORT-EXCEPTION-FILE PIC XX.

       01 ROOM-TABLE.
          05 ROOM-COUNT         PIC 9(4) VALUE 0.
             10 WARD-TOTAL-ROOMS     PIC 9(4).
             10 WARD-OCCUPIED-ROOMS  PIC 9(4).
             10 WARD-NURSE-RATIO     PIC 9(2).
             10 WARD-CLEANING-ROOMS  PIC 9(4).

       01 ROOM-ADMIT-VARS.
          05 RA-PATIENT-ID      PIC 9(6).
          05 RA-ROOM-FOUND      PIC X(1).
          05 RA-MATCHED-PAT-IDX PIC 9(4).
          05 RA-MATCHED-RM-IDX  PIC 9(4).
          05 RA-FROM-QUEUE      PIC X(1).
          05 RA-ADMITTED        PIC X(1).

       01 BED-QUEUE-TABLE.
          05 BEDQ-COUNT         PIC 9(3) VALUE 0.
          05 BEDQ-ENTRY OCCURS 200 TIMES INDEXED BY BQ-IDX.
             10 BEDQ-ID            PIC 9(8).
             10 BEDQ-PATIENT-ID    PIC 9(6).
             10 BEDQ-WARD          PIC X(20).
             10 BEDQ-PRIORITY      PIC 9(1).
             10 BEDQ-REQUEST-DATE  PIC 9(8).
             10 BEDQ-STATUS        PIC X(10).
             10 BEDQ-ROOM-NUMBER   PIC 9(4).

       01 BED-TURNAROUND-VARS.
          05 BT-CHOICE          PIC 9(1).
          05 BT-ROOM-NUMBER     PIC 9(4).
          05 BT-FOUND           PIC X(1).
          05 BT-MATCHED-RM-IDX  PIC 9(4).
          05 BT-WARD-NAME       PIC X(20).
          05 BT-WARD-FOUND      PIC X(1).
          05 BT-PRIORITY        PIC 9(1).
          05 BT-PRIORITY-TEXT   PIC X(9).
          05 BT-CONFIRM         PIC X(1).
          05 BT-QUEUE-ID        PIC 9(8).
          05 BT-NEXT-QUEUE-ID   PIC 9(8).
          05 BT-BEST-IDX        PIC 9(3).
          05 BT-LISTED-COUNT    PIC 9(4).
          05 BT-WARD-COUNT      PIC 9(4).
          05 BT-QUEUE-CHANGED   PIC X(1).

       01 ADT-VARS.
          05 ADT-CHOICE          PIC 9(1).
          05 ADT-ALLERGY-TEXT    PIC X(30).
          05 ADT-ALLERGY-DONE    PIC X(1).

       01 DUPLICATE-CHECK-VARS.
          05 DP-IDX-A           PIC 9(4).
          05 DP-IDX-B           PIC 9(4).
          05 DP-NAME-A          PIC X(30).
          05 DP-NAME-B          PIC X(30).
          05 DP-PHONE-A         PIC X(15).
          05 DP-PHONE-B         PIC X(15).
          05 DP-INSURANCE-A     PIC X(20).
          05 DP-INSURANCE-B     PIC X(20).
          05 DP-AGE-A           PIC 9(3).
          05 DP-AGE-B           PIC 9(3).
          05 DP-SCORE           PIC 9(1).
          05 DP-NAME-MATCH      PIC X(1).
          05 DP-LIKELY          PIC X(1).
          05 DP-MATCH-COUNT     PIC 9(3).
          05 DP-FIRST-MATCH-ID  PIC 9(6).
          05 DP-PROCEED         PIC X(1).
          05 DP-LOWER-ALPHA     PIC X(26)
                                VALUE "abcdefghijklmnopqrstuvwxyz".
          05 DP-UPPER-ALPHA     PIC X(26)
                                VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01 PATIENT-MERGE-VARS.
          05 MG-SURVIVOR-ID     PIC 9(6).
          05 MG-LOSER-ID        PIC 9(6).
          05 MG-SURV-IDX        PIC 9(4).
          05 MG-LOSER-IDX       PIC 9(4).
          05 MG-SURV-FOUND      PIC X(1).
          05 MG-LOSER-FOUND     PIC X(1).
          05 MG-CONFIRM         PIC X(1).
          05 MG-LIST-PAIRS      PIC X(1).
          05 MG-OK              PIC X(1).
          05 MG-IDX             PIC 9(4).
          05 MG-IDX2            PIC 9(4).
          05 MG-SLOT-IDX        PIC 9(2).
          05 MG-SLOT-FOUND      PIC X(1).
          05 MG-NEXT-SEQ        PIC 9(2).
          05 MG-SURV-ACTIVE     PIC X(1).
          05 MG-LOSER-ACTIVE    PIC X(1).
          05 MG-CHARGE-COUNT    PIC 9(4).
          05 MG-LAB-COUNT       PIC 9(4).
          05 MG-APPOINT-COUNT   PIC 9(4).
          05 MG-FEEDBACK-COUNT  PIC 9(4).
          05 MG-WAITLIST-COUNT  PIC 9(4).
          05 MG-DENIAL-COUNT    PIC 9(4).
          05 MG-PAYPLAN-COUNT   PIC 9(4).
          05 MG-ROOM-COUNT      PIC 9(4).
          05 MG-BEDQ-COUNT      PIC 9(4).
          05 MG-REFUND-COUNT    PIC 9(4).
          05 MG-PAYDETL-COUNT   PIC 9(4).
          05 MG-MOVE-STAY       PIC X(1).
          05 MG-ARCHIVE-IDX     PIC 9(4).
          05 MG-FILE-NAME       PIC X(12).
          05 MG-FILE-COUNT      PIC 9(4).
          05 MG-PLAN-NOTE       PIC X(60).
          05 MG-ROOM-NOTE       PIC X(60).
          05 MG-HIST-NOTE       PIC X(80).
          05 MG-LOSER-BILL      PIC 9(7)V99.
          05 MG-LOSER-PAID      PIC 9(7)V99.

       01 FEEDBACK-TABLE.
          05 FEEDBACK-COUNT     PIC 9(4) VALUE 0.
          05 FEEDBACK-ENTRY OCCURS 500 TIMES INDEXED BY FB-IDX.
          05 LAB-LOAD-OVERFLOW         PIC X(1) VALUE "N".
          05 OPERATOR-LOAD-OVERFLOW    PIC X(1) VALUE "N".
          05 PAYPLAN-LOAD-OVERFLOW     PIC X(1) VALUE "N".
          05 CHGMSTR-LOAD-OVERFLOW     PIC X(1) VALUE "N".
          05 DRUGSTOK-LOAD-OVERFLOW    PIC X(1) VALUE "N".
          05 BEDQUEUE-LOAD-OVERFLOW    PIC X(1) VALUE "N".
          05 DOCAVAIL-LOAD-OVERFLOW    PIC X(1) VALUE "N".
          05 REFUND-LOAD-OVERFLOW      PIC X(1) VALUE "N".

       01 SAFE-SAVE-VARS.
          05 SS-LIVE-NAME       PIC X(20).

       01 PAYMENT-DETAIL-VARS.
          05 PDW-PATIENT-ID     PIC 9(6).
          05 PDW-PAID-AMOUNT    PIC S9(7)V99.
          05 PDW-PAYMENT-SOURCE PIC X(1).

       01 BILLING-DETAIL-VARS.
             10 CHARGE-QUANTITY    PIC 9(5).
             10 CHARGE-UNIT-PRICE  PIC 9(5)V99.
             10 CHARGE-SOURCE      PIC X(1).
             10 CHARGE-CODE        PIC X(8).

       01 CHARGE-LEDGER-VARS.
          05 CL-CHOICE          PIC 9(1).
          05 CL-EFF-ROOM-RATE   PIC 9(5)V99.
          05 CL-EFF-MED-RATE    PIC 9(5)V99.

       01 CHARGE-MASTER-TABLE.
          05 CDM-COUNT          PIC 9(3) VALUE 0.
          05 CDM-ENTRY OCCURS 300 TIMES INDEXED BY CDM-IDX.
             10 CDM-CHARGE-CODE    PIC X(8).
             10 CDM-EFFECTIVE-DATE PIC 9(8).
             10 CDM-DESCRIPTION    PIC X(30).
             10 CDM-CHARGE-TYPE    PIC X(10).
             10 CDM-STANDARD-PRICE PIC 9(5)V99.
             10 CDM-EXPIRY-DATE    PIC 9(8).

       01 CHARGE-MASTER-VARS.
          05 CD-CHOICE          PIC 9(1).
          05 CD-CHARGE-CODE     PIC X(8).
          05 CD-EFFECTIVE-DATE  PIC 9(8).
          05 CD-EXPIRY-DATE     PIC 9(8).
          05 CD-SERVICE-DATE    PIC 9(8).
          05 CD-TODAY-DATE      PIC 9(8).
          05 CD-DATE-WORK       PIC 9(8).
          05 CD-DATE-PARTS REDEFINES CD-DATE-WORK.
             10 CD-DATE-YEAR    PIC 9(4).
             10 CD-DATE-MONTH   PIC 9(2).
             10 CD-DATE-DAY     PIC 9(2).
          05 CD-DAY-INT         PIC 9(7).
          05 CD-FOUND           PIC X(1).
          05 CD-CODE-ON-FILE    PIC X(1).
          05 CD-MATCHED-IDX     PIC 9(3).
          05 CD-LATEST-IDX      PIC 9(3).
          05 CD-POST-OK         PIC X(1).
          05 CD-DESCRIPTION     PIC X(30).
          05 CD-CHARGE-TYPE     PIC X(10).
          05 CD-STANDARD-PRICE  PIC 9(5)V99.
          05 CD-PROPOSED-PRICE  PIC 9(5)V99.
          05 CD-OLD-PRICE       PIC 9(5)V99.
          05 CD-PERIOD          PIC 9(6).
          05 CD-FROM-DATE       PIC 9(8).
          05 CD-TO-DATE         PIC 9(8).
          05 CD-CHARGE-DATE     PIC 9(8).
          05 CD-LINE-COUNT      PIC 9(4).
          05 CD-QTY-TOTAL       PIC 9(7).
          05 CD-LINE-AMOUNT     PIC 9(9)V99.
          05 CD-NEW-LINE-AMOUNT PIC 9(9)V99.
          05 CD-CURRENT-TOTAL   PIC 9(9)V99.
          05 CD-PROPOSED-TOTAL  PIC 9(9)V99.
          05 CD-LEDGER-TOTAL    PIC 9(9)V99.
          05 CD-LEDGER-NEW-TOTAL PIC 9(9)V99.
          05 CD-DIFFERENCE      PIC S9(9)V99.
          05 CD-DIFF-EDIT       PIC -(8)9.99.

       01 APPOINTMENT-MGMT-VARS.
          05 NEXT-APPOINTMENT-ID PIC 9(8).
          05 AM-CHOICE           PIC 9(2).
          05 AM-DOCTOR-ID        PIC 9(5).
          05 AM-PATIENT-ID       PIC 9(6).
          05 AM-APP-YEAR         PIC 9(4).
          05 WT-ADD-CONFIRM     PIC X(1).
          05 WT-LISTED-COUNT    PIC 9(3).

       01 DOCTOR-AVAIL-TABLE.
          05 AVAIL-COUNT        PIC 9(3) VALUE 0.
          05 AVAIL-ENTRY OCCURS 300 TIMES INDEXED BY AVL-IDX.
             10 AVL-ID             PIC 9(8).
             10 AVL-DOCTOR-ID      PIC 9(5).
             10 AVL-TYPE           PIC X(1).
             10 AVL-WEEKDAY        PIC 9(1).
             10 AVL-START-TIME.
                15 AVL-START-HH    PIC 9(2).
                15 AVL-START-MM    PIC 9(2).
             10 AVL-END-TIME.
                15 AVL-END-HH      PIC 9(2).
                15 AVL-END-MM      PIC 9(2).
             10 AVL-SLOT-MINUTES   PIC 9(3).
             10 AVL-FROM-DATE      PIC 9(8).
             10 AVL-TO-DATE        PIC 9(8).
             10 AVL-REASON         PIC X(20).

       01 DOCTOR-AVAIL-VARS.
          05 DV-CHOICE          PIC 9(1).
          05 DV-NEXT-AVAIL-ID   PIC 9(8).
          05 DV-AVAIL-ID        PIC 9(8).
          05 DV-FOUND           PIC X(1).
          05 DV-MATCHED-IDX     PIC 9(3).
          05 DV-AVAILABLE       PIC X(1).
          05 DV-REJECT-TEXT     PIC X(60).
          05 DV-DATE            PIC 9(8).
          05 DV-DATE-INT        PIC 9(7).
          05 DV-WEEKDAY         PIC 9(1).
          05 DV-WEEKDAY-NAME    PIC X(9).
          05 DV-WORK-DAYS       PIC 9(7).
          05 DV-WEEKS           PIC 9(7).
          05 DV-SESSION-COUNT   PIC 9(3).
          05 DV-IN-SESSION      PIC X(1).
          05 DV-START-MIN       PIC 9(5).
          05 DV-END-MIN         PIC 9(5).
          05 DV-BLOCK-START-MIN PIC 9(5).
          05 DV-BLOCK-END-MIN   PIC 9(5).
          05 DV-ENTRY-TIMES.
             10 DV-START-TIME.
                15 DV-START-HH  PIC 9(2).
                15 DV-START-MM  PIC 9(2).
             10 DV-END-TIME.
                15 DV-END-HH    PIC 9(2).
                15 DV-END-MM    PIC 9(2).
          05 DV-TIMES-OK        PIC X(1).
          05 DV-START-INPUT     PIC 9(4).
          05 DV-END-INPUT       PIC 9(4).
          05 DV-CONFIRM         PIC X(1).
          05 DV-SES-START-MIN   PIC 9(5).
          05 DV-SES-END-MIN     PIC 9(5).
          05 DV-PAT-NAME        PIC X(30).
          05 DV-PAT-PHONE       PIC X(15).
          05 DV-SLOT-MINUTES    PIC 9(3).
          05 DV-FROM-DATE       PIC 9(8).
          05 DV-TO-DATE         PIC 9(8).
          05 DV-REASON          PIC X(20).
          05 DV-CLASH-FOUND     PIC X(1).
          05 DV-AFFECTED-COUNT  PIC 9(4).
          05 DV-APP-DATE        PIC 9(8).
          05 DV-SCAN-DATE       PIC 9(8).
          05 DV-SCAN-PARTS REDEFINES DV-SCAN-DATE.
             10 DV-SCAN-YEAR    PIC 9(4).
             10 DV-SCAN-MONTH   PIC 9(2).
             10 DV-SCAN-DAY     PIC 9(2).
          05 DV-SCAN-INT        PIC 9(7).
          05 DV-START-INT       PIC 9(7).
          05 DV-DAY-OFFSET      PIC 9(3).
          05 DV-SES-IDX         PIC 9(3).
          05 DV-SLOT-START      PIC 9(5).
          05 DV-SLOTS-WANTED    PIC 9(2).
          05 DV-SLOTS-SHOWN     PIC 9(2).
          05 DV-TODAY-DATE      PIC 9(8).
          05 DV-NOW-MIN         PIC 9(5).
          05 DV-TIME-RAW        PIC 9(8).
          05 DV-TIME-PARTS REDEFINES DV-TIME-RAW.
             10 DV-TIME-HH      PIC 9(2).
             10 DV-TIME-MM      PIC 9(2).
             10 FILLER          PIC 9(4).
          05 DV-LISTED-COUNT    PIC 9(3).

       01 RECONCILIATION-VARS.
          05 RECON-ISSUE-COUNT  PIC 9(4).

             10 DRUG-DOSE-UNIT     PIC X(10).
             10 DRUG-INTERACTION-CLASS PIC X(10).

       01 DRUG-STOCK-TABLE.
          05 STOCK-COUNT        PIC 9(3) VALUE 0.
          05 STOCK-ENTRY OCCURS 300 TIMES INDEXED BY STK-IDX.
             10 STOCK-DRUG-NAME     PIC X(30).
             10 STOCK-LOT-NUMBER    PIC X(12).
             10 STOCK-QTY-ON-HAND   PIC 9(7).
             10 STOCK-REORDER-POINT PIC 9(7).
             10 STOCK-REORDER-QTY   PIC 9(7).
             10 STOCK-EXPIRY-DATE   PIC 9(8).

       01 DRUG-STOCK-VARS.
          05 SK-CHOICE          PIC 9(1).
          05 SK-DRUG-NAME       PIC X(30).
          05 SK-LOT-NUMBER      PIC X(12).
          05 SK-QTY             PIC 9(7).
          05 SK-REORDER-POINT   PIC 9(7).
          05 SK-REORDER-QTY     PIC 9(7).
          05 SK-EXPIRY-DATE     PIC 9(8).
          05 SK-EXPIRY-PARTS REDEFINES SK-EXPIRY-DATE.
             10 SK-EXPIRY-YEAR  PIC 9(4).
             10 SK-EXPIRY-MONTH PIC 9(2).
             10 SK-EXPIRY-DAY   PIC 9(2).
          05 SK-FOUND           PIC X(1).
          05 SK-DRUG-FOUND      PIC X(1).
          05 SK-MATCHED-IDX     PIC 9(3).
          05 SK-BEST-IDX        PIC 9(3).
          05 SK-IDX2            PIC 9(3).
          05 SK-FIRST-ROW       PIC X(1).
          05 SK-SHORT-FILE-OK   PIC X(1).
          05 SK-OLD-QTY         PIC 9(7).
          05 SK-EXPIRY-DAYS     PIC 9(3) VALUE 30.
          05 SK-TODAY-DATE      PIC 9(8).
          05 SK-TODAY-INT       PIC 9(7).
          05 SK-WARN-DATE       PIC 9(8).
          05 SK-USABLE-QTY      PIC 9(7).
          05 SK-WARD-NAME       PIC X(20).
          05 SK-WARD-FOUND      PIC X(1).
          05 SK-CONFIRM         PIC X(1).
          05 SK-DISPENSED-COUNT PIC 9(4).
          05 SK-UNFILLED-COUNT  PIC 9(4).
          05 SK-BELOW-COUNT     PIC 9(4).
          05 SK-EXPIRING-COUNT  PIC 9(4).
          05 SK-SHORT-COUNT     PIC 9(4).
          05 SK-LOT-STATUS      PIC X(8).

       01 READMISSION-TABLE.
          05 RDA-COUNT          PIC 9(3) VALUE 0.
          05 RDA-ENTRY OCCURS 100 TIMES INDEXED BY RDA-IDX.
             10 RDA-PAT-IDX        PIC 9(3).
             10 RDA-ADMIT-DATE     PIC 9(8).
             10 RDA-ADMIT-INT      PIC 9(7).
             10 RDA-WARD           PIC X(20).
             10 RDA-PRIOR-FOUND    PIC X(1).
             10 RDA-PRIOR-ID       PIC 9(6).
             10 RDA-PRIOR-ADM-DATE PIC 9(8).
             10 RDA-PRIOR-DIS-DATE PIC 9(8).
             10 RDA-PRIOR-DIS-INT  PIC 9(7).
             10 RDA-PRIOR-DISEASE  PIC X(30).
             10 RDA-PRIOR-DOCTOR   PIC 9(5).
             10 RDA-PRIOR-SOURCE   PIC X(7).
             10 RDA-DAYS-BETWEEN   PIC 9(3).

       01 READMISSION-GROUP-TABLE.
          05 RDG-COUNT          PIC 9(3) VALUE 0.
          05 RDG-ENTRY OCCURS 200 TIMES INDEXED BY RDG-IDX.
             10 RDG-TYPE        PIC X(1).
             10 RDG-KEY         PIC X(30).
             10 RDG-ADMITS      PIC 9(4).
             10 RDG-READMITS    PIC 9(4).

       01 READMISSION-VARS.
          05 RD-PERIOD          PIC 9(6).
          05 RD-FROM-DATE       PIC 9(8).
          05 RD-TO-DATE         PIC 9(8).
          05 RD-WINDOW-DAYS     PIC 9(3) VALUE 30.
          05 RD-STAY-OK         PIC X(1).
          05 RD-CAND-IDX        PIC 9(3).
          05 RD-CAND-PAT-IDX    PIC 9(3).
          05 RD-CAND-ID         PIC 9(6).
          05 RD-CAND-ADM-DATE   PIC 9(8).
          05 RD-CAND-DIS-DATE   PIC 9(8).
          05 RD-CAND-DIS-PARTS REDEFINES RD-CAND-DIS-DATE.
             10 RD-CAND-DIS-YEAR  PIC 9(4).
             10 RD-CAND-DIS-MONTH PIC 9(2).
             10 RD-CAND-DIS-DAY   PIC 9(2).
          05 RD-CAND-DIS-INT    PIC 9(7).
          05 RD-CAND-DISEASE    PIC X(30).
          05 RD-CAND-DOCTOR     PIC 9(5).
          05 RD-CAND-SOURCE     PIC X(7).
          05 RD-SAME-PATIENT    PIC X(1).
          05 RD-HIST-COUNT      PIC 9(5).
          05 RD-READMIT-COUNT   PIC 9(3).
          05 RD-ROOM-NUMBER     PIC 9(4).
          05 RD-WARD-NAME       PIC X(20).
          05 RD-DOCTOR-ID       PIC 9(5).
          05 RD-DOCTOR-NAME     PIC X(30).
          05 RD-GROUP-TYPE      PIC X(1).
          05 RD-GROUP-KEY       PIC X(30).
          05 RD-GROUP-FOUND     PIC X(1).
          05 RD-GROUP-TITLE     PIC X(40).
          05 RD-RATE            PIC 9(3)V99.
          05 RD-RATE-EDIT       PIC ZZ9.99.

       01 FORMULARY-MAINT-VARS.
          05 FR-CHOICE          PIC 9(1).
          05 FR-DRUG-NAME       PIC X(30).
             10 LAB-RESULT-UNIT    PIC X(10).
             10 LAB-ABNORMAL-FLAG  PIC X(1).

       01 LAB-IMPORT-VARS.
          05 LI-LINE-COUNT      PIC 9(4).
          05 LI-POSTED-COUNT    PIC 9(4).
          05 LI-EXCEPTION-COUNT PIC 9(4).
          05 LI-ABNORMAL-COUNT  PIC 9(4).
          05 LI-LINE-OK         PIC X(1).
          05 LI-DUPLICATE       PIC X(1).
          05 LI-TODAY-DATE      PIC 9(8).
          05 LI-PAT-IDX         PIC 9(3).
          05 LI-TOUCHED OCCURS 100 TIMES PIC X(1).

       01 LAB-TREND-TABLE.
          05 LAB-TREND-COUNT    PIC 9(2) VALUE 0.
          05 LAB-TREND-ENTRY OCCURS 50 TIMES INDEXED BY TRD-IDX.
          05 GL-LINE-AMOUNT     PIC S9(9)V99.
          05 GL-CHARGE-TOTAL    PIC S9(9)V99.
          05 GL-PAID-TOTAL      PIC 9(9)V99.
          05 GL-REFUND-TOTAL    PIC 9(9)V99.
          05 GL-TOTAL-DEBITS    PIC S9(11)V99.
          05 GL-TOTAL-CREDITS   PIC S9(11)V99.
          05 GL-LINE-COUNT      PIC 9(4).
          05 GL-CHARGE-TYPE-WK  PIC X(10).
          05 GL-WARD            PIC X(20).

       01 REFUND-TABLE.
          05 REFUND-COUNT       PIC 9(3) VALUE 0.
          05 REFUND-ENTRY OCCURS 200 TIMES INDEXED BY RFN-IDX.
             10 RFN-ID             PIC 9(8).
             10 RFN-PATIENT-ID     PIC 9(6).
             10 RFN-AMOUNT         PIC 9(7)V99.
             10 RFN-PAYEE-TYPE     PIC X(1).
             10 RFN-PAYEE-NAME     PIC X(30).
             10 RFN-REASON         PIC X(30).
             10 RFN-STATUS         PIC X(10).
             10 RFN-REQUEST-DATE   PIC 9(8).
             10 RFN-REQUESTED-BY   PIC X(8).
             10 RFN-APPROVE-DATE   PIC 9(8).
             10 RFN-APPROVED-BY    PIC X(8).
             10 RFN-ISSUE-DATE     PIC 9(8).

       01 CREDIT-REFUND-VARS.
          05 CB-CHOICE          PIC 9(1).
          05 CB-PATIENT-ID      PIC 9(6).
          05 CB-PATIENT-FOUND   PIC X(1).
          05 CB-MATCHED-PAT-IDX PIC 9(4).
          05 CB-CREDIT          PIC S9(7)V99.
          05 CB-PENDING         PIC 9(7)V99.
          05 CB-AVAILABLE       PIC S9(7)V99.
          05 CB-REQ-AMOUNT      PIC 9(7)V99.
          05 CB-PAYEE-TYPE      PIC X(1).
          05 CB-PAYEE-NAME      PIC X(30).
          05 CB-REASON          PIC X(30).
          05 CB-REFUND-ID       PIC 9(8).
          05 CB-NEXT-REFUND-ID  PIC 9(8).
          05 CB-FOUND           PIC X(1).
          05 CB-MATCHED-IDX     PIC 9(3).
          05 CB-DECISION        PIC X(1).
          05 CB-CONFIRM         PIC X(1).
          05 CB-TODAY-DATE      PIC 9(8).
          05 CB-TODAY-INT       PIC 9(7).
          05 CB-RUNNING         PIC S9(8)V99.
          05 CB-LAST-PAY-DATE   PIC 9(8).
          05 CB-DAYS-HELD       PIC 9(5).
          05 CB-SOURCE-TEXT     PIC X(16).
          05 CB-OVER-FLAG       PIC X(11).
          05 CB-LINE-COUNT      PIC 9(4).
          05 CB-PATIENT-COUNT   PIC 9(4).
          05 CB-CREDIT-TOTAL    PIC S9(9)V99.
          05 CB-ISSUE-COUNT     PIC 9(3).
          05 CB-ISSUE-TOTAL     PIC 9(9)V99.
          05 CB-SKIP-COUNT      PIC 9(3).
          05 CB-LISTED-COUNT    PIC 9(3).
          05 CB-AMOUNT-EDIT     PIC -(7)9.99.
          05 CB-RUNNING-EDIT    PIC -(8)9.99.
          05 CB-BILL-EDIT       PIC Z(6)9.99.
          05 CB-PAID-EDIT       PIC Z(6)9.99.
          05 CB-TOTAL-EDIT      PIC -(9)9.99.

       01 SCORECARD-TABLE.
          05 SCD-ENTRY OCCURS 50 TIMES INDEXED BY SCD-IDX.
             10 SCD-COMPLETED      PIC 9(4).
             10 SCD-CANCELLED      PIC 9(4).
             10 SCD-NOSHOW         PIC 9(4).
             10 SCD-OPEN           PIC 9(4).
             10 SCD-INPT-DAYS      PIC 9(5).
             10 SCD-CHARGES        PIC S9(9)V99.
             10 SCD-COLLECTIONS    PIC S9(9)V99.
             10 SCD-DENIAL-COUNT   PIC 9(4).
             10 SCD-DENIAL-AMOUNT  PIC 9(9)V99.
             10 SCD-RATING-SUM     PIC 9(5)V99.
             10 SCD-RATING-COUNT   PIC 9(4).

       01 SCORECARD-HIST-TABLE.
          05 SCH-COUNT          PIC 9(4) VALUE 0.
          05 SCH-ENTRY OCCURS 1000 TIMES INDEXED BY SCH-IDX.
             10 SCH-PATIENT-ID     PIC 9(6).
             10 SCH-DOCTOR-ID      PIC 9(5).

       01 SCORECARD-VARS.
          05 SC-INCENTIVE-PCT   PIC 9(3)V99 VALUE 5.00.
          05 SC-INCENTIVE-THRESHOLD PIC 9(7)V99 VALUE 20000.00.
          05 SC-PCT-INPUT       PIC 9(3)V99.
          05 SC-THRESHOLD-INPUT PIC 9(7)V99.
          05 SC-CONFIRM         PIC X(1).
          05 SC-PERIOD          PIC 9(6).
          05 SC-FROM-DATE       PIC 9(8).
          05 SC-TO-DATE         PIC 9(8).
          05 SC-NEXT-DATE       PIC 9(8).
          05 SC-FROM-INT        PIC 9(7).
          05 SC-NEXT-INT        PIC 9(7).
          05 SC-TODAY-DATE      PIC 9(8).
          05 SC-TODAY-INT       PIC 9(7).
          05 SC-SEARCH-DOCTOR-ID PIC 9(5).
          05 SC-SEARCH-PATIENT-ID PIC 9(6).
          05 SC-DOC-SLOT        PIC 9(3).
          05 SC-FOUND           PIC X(1).
          05 SC-VISIT-STATUS    PIC X(10).
          05 SC-STAY-ADM        PIC 9(8).
          05 SC-STAY-DIS        PIC 9(8).
          05 SC-STAY-START-INT  PIC 9(7).
          05 SC-STAY-END-INT    PIC 9(7).
          05 SC-STAY-DAYS       PIC S9(5).
          05 SC-CHARGE-AMOUNT   PIC 9(9)V99.
          05 SC-UNATTRIB-CHARGES PIC S9(9)V99.
          05 SC-UNATTRIB-COLLECT PIC S9(9)V99.
          05 SC-MONTHLY-SALARY  PIC 9(6)V99.
          05 SC-SALARY-PCT      PIC 9(5)V99.
          05 SC-DENIAL-RATE     PIC 9(3)V99.
          05 SC-AVG-RATING      PIC 9(1)V99.
          05 SC-INCENTIVE       PIC 9(7)V99.
          05 SC-TOT-CHARGES     PIC S9(11)V99.
          05 SC-TOT-COLLECT     PIC S9(11)V99.
          05 SC-TOT-INCENTIVE   PIC 9(9)V99.
          05 SC-APPOINTMENT-ID  PIC 9(8).
          05 SC-MATCHED-APP-IDX PIC 9(4).
          05 SC-APP-DATE        PIC 9(8).
          05 SC-OUTCOME         PIC X(1).
          05 SC-PCT-EDIT        PIC ZZ9.99.
          05 SC-SALPCT-EDIT     PIC ZZZZ9.99.
          05 SC-RATING-EDIT     PIC 9.99.
          05 SC-MONEY-EDIT      PIC Z(6)9.99.
          05 SC-TOTAL-EDIT      PIC -(10)9.99.
          05 SC-TOTAL-EDIT2     PIC -(10)9.99.

       01 DISCHARGE-SUMMARY-VARS.
          05 SM-OUTPUT-MODE     PIC X(1).
          05 SM-PARAM-FROM      PIC 9(8) VALUE 0.
          05 SM-PARAM-TO        PIC 9(8) VALUE 0.
          05 SM-FROM-DATE       PIC 9(8).
          05 SM-TO-DATE         PIC 9(8).
          05 SM-TODAY-DATE      PIC 9(8).
          05 SM-TODAY-INT       PIC 9(7).
          05 SM-DATE-OK         PIC X(1).
          05 SM-SUMMARY-COUNT   PIC 9(4).
          05 SM-LINE            PIC X(132).
          05 SM-LINE-POS        PIC 9(3).
          05 SM-ADM-DATE        PIC 9(8).
          05 SM-DIS-DATE        PIC 9(8).
          05 SM-LOS-DAYS        PIC 9(4).
          05 SM-DOCTOR-ID       PIC 9(5).
          05 SM-DOCTOR-NAME     PIC X(30).
          05 SM-ADMIT-ROOM      PIC 9(4).
          05 SM-MOVE-COUNT      PIC 9(2).
          05 SM-IDX             PIC 9(2).
          05 SM-IDX2            PIC 9(2).
          05 SM-ALG-IDX         PIC 9(1).
          05 SM-LISTED-COUNT    PIC 9(2).
          05 SM-MED-FLAG        PIC X(1).
          05 SM-MED-CLASS       PIC X(20).
          05 SM-MED-INTERACTION PIC X(10).
          05 SM-TEST-COUNT      PIC 9(2).
          05 SM-TEST-FOUND      PIC X(1).
          05 SM-TEST-CODE OCCURS 10 TIMES PIC X(10).
          05 SM-LATEST-VALUE    PIC 9(3)V99.
          05 SM-PRIOR-VALUE     PIC 9(3)V99.
          05 SM-TREND-TEXT      PIC X(8).
          05 SM-TREND-CODE      PIC X(1).
          05 SM-TREND-START     PIC 9(2).
          05 SM-ABN-MARK        PIC X(1).
          05 SM-FOLLOW-IDX      PIC 9(4).
          05 SM-FOLLOW-KEY      PIC 9(12).
          05 SM-APP-KEY         PIC 9(12).
          05 SM-APP-DATE        PIC 9(8).
          05 SM-BALANCE         PIC S9(7)V99.
          05 SM-VALUE-EDIT      PIC ZZ9.99.
          05 SM-BILL-EDIT       PIC Z(6)9.99.
          05 SM-PAID-EDIT       PIC Z(6)9.99.
          05 SM-MONEY-EDIT      PIC -(7)9.99.

       01 PAYPLAN-TABLE.
          05 PAYPLAN-COUNT      PIC 9(3) VALUE 0.
          05 PAYPLAN-ENTRY OCCURS 100 TIMES INDEXED BY PLN-IDX.
           PERFORM LOAD-LAB-FILE.
           PERFORM LOAD-OPERATOR-FILE.
           PERFORM LOAD-PAYPLAN-FILE.
           PERFORM LOAD-CHARGE-MASTER-FILE.
           PERFORM LOAD-DRUG-STOCK-FILE.
           PERFORM LOAD-BED-QUEUE-FILE.
           PERFORM LOAD-DOCTOR-AVAIL-FILE.
           PERFORM LOAD-REFUND-FILE.
           IF OPERATOR-COUNT = 0
               PERFORM INITIALIZE-OPERATORS
           END-IF.
           IF PAYER-COUNT = 0
               PERFORM INITIALIZE-PAYERS
           END-IF.
           IF CDM-COUNT = 0
               PERFORM INITIALIZE-CHARGE-MASTER
           END-IF.
           PERFORM INITIALIZE-WARD-NAMES.
           PERFORM SYNC-ROOM-OCCUPANCY.
           PERFORM CALCULATE-PATIENT-METRICS.
       LOAD-CHARGE-FILE.
           OPEN INPUT CHARGE-FILE.
           MOVE "N" TO CHARGE-LOAD-OVERFLOW.
           IF FS-CHARGE-FILE = "39"
               PERFORM CONVERT-CHARGE-FILE-LAYOUT
               OPEN INPUT CHARGE-FILE
           END-IF.
           IF FS-CHARGE-FILE = "00"
               MOVE 0 TO CHARGE-COUNT
               PERFORM UNTIL FS-CHARGE-FILE NOT = "00"
                       MOVE CG-QUANTITY      TO CHARGE-QUANTITY(CHG-IDX)
                       MOVE CG-UNIT-PRICE    TO CHARGE-UNIT-PRICE(CHG-IDX)
                       MOVE CG-CHARGE-SOURCE TO CHARGE-SOURCE(CHG-IDX)
                       MOVE CG-CHARGE-CODE   TO CHARGE-CODE(CHG-IDX)
                   END-IF
               END-PERFORM
               IF CHARGE-COUNT >= 500
               END-IF
           END-IF.

       LOAD-CHARGE-MASTER-FILE.
           OPEN INPUT CHARGE-MASTER-FILE.
           MOVE "N" TO CHGMSTR-LOAD-OVERFLOW.
           IF FS-CHARGE-MASTER-FILE = "00"
               MOVE 0 TO CDM-COUNT
               PERFORM UNTIL FS-CHARGE-MASTER-FILE NOT = "00"
                       OR CDM-COUNT >= 300
                   READ CHARGE-MASTER-FILE NEXT RECORD
                   IF FS-CHARGE-MASTER-FILE = "00"
                       ADD 1 TO CDM-COUNT
                       SET CDM-IDX TO CDM-COUNT
                       MOVE CM-CHARGE-CODE    TO CDM-CHARGE-CODE(CDM-IDX)
                       MOVE CM-EFFECTIVE-DATE TO CDM-EFFECTIVE-DATE(CDM-IDX)
                       MOVE CM-DESCRIPTION    TO CDM-DESCRIPTION(CDM-IDX)
                       MOVE CM-CHARGE-TYPE    TO CDM-CHARGE-TYPE(CDM-IDX)
                       MOVE CM-STANDARD-PRICE TO CDM-STANDARD-PRICE(CDM-IDX)
                       MOVE CM-EXPIRY-DATE    TO CDM-EXPIRY-DATE(CDM-IDX)
                   END-IF
               END-PERFORM
               IF CDM-COUNT >= 300
                   READ CHARGE-MASTER-FILE NEXT RECORD
                   IF FS-CHARGE-MASTER-FILE = "00"
                       MOVE "Y" TO CHGMSTR-LOAD-OVERFLOW
                       DISPLAY "WARNING: CHGMSTR.DAT holds more than 300 "
                               "record(s); excess not loaded and saves of "
                               "this file are disabled. Run archive/purge."
                   END-IF
               END-IF
               CLOSE CHARGE-MASTER-FILE
           ELSE
               IF FS-CHARGE-MASTER-FILE NOT = "05"
                   AND FS-CHARGE-MASTER-FILE NOT = "35"
                   DISPLAY "WARNING: CHGMSTR.DAT could not be opened (status "
                           FS-CHARGE-MASTER-FILE "). Continuing with "
                           "in-memory data."
               END-IF
           END-IF.

       LOAD-DRUG-STOCK-FILE.
           OPEN INPUT DRUG-STOCK-FILE.
           MOVE "N" TO DRUGSTOK-LOAD-OVERFLOW.
           IF FS-DRUG-STOCK-FILE = "00"
               MOVE 0 TO STOCK-COUNT
               PERFORM UNTIL FS-DRUG-STOCK-FILE NOT = "00"
                       OR STOCK-COUNT >= 300
                   READ DRUG-STOCK-FILE NEXT RECORD
                   IF FS-DRUG-STOCK-FILE = "00"
                       ADD 1 TO STOCK-COUNT
                       SET STK-IDX TO STOCK-COUNT
                       MOVE DS-DRUG-NAME     TO STOCK-DRUG-NAME(STK-IDX)
                       MOVE DS-LOT-NUMBER    TO STOCK-LOT-NUMBER(STK-IDX)
                       MOVE DS-QTY-ON-HAND   TO STOCK-QTY-ON-HAND(STK-IDX)
                       MOVE DS-REORDER-POINT TO STOCK-REORDER-POINT(STK-IDX)
                       MOVE DS-REORDER-QTY   TO STOCK-REORDER-QTY(STK-IDX)
                       MOVE DS-EXPIRY-DATE   TO STOCK-EXPIRY-DATE(STK-IDX)
                   END-IF
               END-PERFORM
               IF STOCK-COUNT >= 300
                   READ DRUG-STOCK-FILE NEXT RECORD
                   IF FS-DRUG-STOCK-FILE = "00"
                       MOVE "Y" TO DRUGSTOK-LOAD-OVERFLOW
                       DISPLAY "WARNING: DRUGSTOK.DAT holds more than 300 "
                               "record(s); excess not loaded and saves of "
                               "this file are disabled. Run archive/purge."
                   END-IF
               END-IF
               CLOSE DRUG-STOCK-FILE
           ELSE
               IF FS-DRUG-STOCK-FILE NOT = "05"
                   AND FS-DRUG-STOCK-FILE NOT = "35"
                   DISPLAY "WARNING: DRUGSTOK.DAT could not be opened "
                           "(status " FS-DRUG-STOCK-FILE "). Continuing "
                           "with in-memory data."
               END-IF
           END-IF.

       LOAD-BED-QUEUE-FILE.
           OPEN INPUT BED-QUEUE-FILE.
           MOVE "N" TO BEDQUEUE-LOAD-OVERFLOW.
           IF FS-BED-QUEUE-FILE = "00"
               MOVE 0 TO BEDQ-COUNT
               PERFORM UNTIL FS-BED-QUEUE-FILE NOT = "00"
                       OR BEDQ-COUNT >= 200
                   READ BED-QUEUE-FILE NEXT RECORD
                   IF FS-BED-QUEUE-FILE = "00"
                       ADD 1 TO BEDQ-COUNT
                       SET BQ-IDX TO BEDQ-COUNT
                       MOVE BQ-QUEUE-ID      TO BEDQ-ID(BQ-IDX)
                       MOVE BQ-PATIENT-ID    TO BEDQ-PATIENT-ID(BQ-IDX)
                       MOVE BQ-WARD          TO BEDQ-WARD(BQ-IDX)
                       MOVE BQ-PRIORITY      TO BEDQ-PRIORITY(BQ-IDX)
                       MOVE BQ-REQUEST-DATE  TO BEDQ-REQUEST-DATE(BQ-IDX)
                       MOVE BQ-STATUS        TO BEDQ-STATUS(BQ-IDX)
                       MOVE BQ-ROOM-NUMBER   TO BEDQ-ROOM-NUMBER(BQ-IDX)
                   END-IF
               END-PERFORM
               IF BEDQ-COUNT >= 200
                   READ BED-QUEUE-FILE NEXT RECORD
                   IF FS-BED-QUEUE-FILE = "00"
                       MOVE "Y" TO BEDQUEUE-LOAD-OVERFLOW
                       DISPLAY "WARNING: BEDQUEUE.DAT holds more than 200 "
                               "record(s); excess not loaded and saves of "
                               "this file are disabled. Run archive/purge."
                   END-IF
               END-IF
               CLOSE BED-QUEUE-FILE
           ELSE
               IF FS-BED-QUEUE-FILE NOT = "05"
                   AND FS-BED-QUEUE-FILE NOT = "35"
                   DISPLAY "WARNING: BEDQUEUE.DAT could not be opened "
                           "(status " FS-BED-QUEUE-FILE "). Continuing "
                           "with in-memory data."
               END-IF
           END-IF.

       LOAD-DOCTOR-AVAIL-FILE.
           OPEN INPUT DOCTOR-AVAIL-FILE.
           MOVE "N" TO DOCAVAIL-LOAD-OVERFLOW.
           IF FS-DOCTOR-AVAIL-FILE = "00"
               MOVE 0 TO AVAIL-COUNT
               PERFORM UNTIL FS-DOCTOR-AVAIL-FILE NOT = "00"
                       OR AVAIL-COUNT >= 300
                   READ DOCTOR-AVAIL-FILE NEXT RECORD
                   IF FS-DOCTOR-AVAIL-FILE = "00"
                       ADD 1 TO AVAIL-COUNT
                       SET AVL-IDX TO AVAIL-COUNT
                       MOVE DA-AVAIL-ID      TO AVL-ID(AVL-IDX)
                       MOVE DA-DOCTOR-ID     TO AVL-DOCTOR-ID(AVL-IDX)
                       MOVE DA-ENTRY-TYPE    TO AVL-TYPE(AVL-IDX)
                       MOVE DA-WEEKDAY       TO AVL-WEEKDAY(AVL-IDX)
                       MOVE DA-START-TIME    TO AVL-START-TIME(AVL-IDX)
                       MOVE DA-END-TIME      TO AVL-END-TIME(AVL-IDX)
                       MOVE DA-SLOT-MINUTES  TO AVL-SLOT-MINUTES(AVL-IDX)
                       MOVE DA-FROM-DATE     TO AVL-FROM-DATE(AVL-IDX)
                       MOVE DA-TO-DATE       TO AVL-TO-DATE(AVL-IDX)
                       MOVE DA-REASON        TO AVL-REASON(AVL-IDX)
                   END-IF
               END-PERFORM
               IF AVAIL-COUNT >= 300
                   READ DOCTOR-AVAIL-FILE NEXT RECORD
                   IF FS-DOCTOR-AVAIL-FILE = "00"
                       MOVE "Y" TO DOCAVAIL-LOAD-OVERFLOW
                       DISPLAY "WARNING: DOCAVAIL.DAT holds more than 300 "
                               "record(s); excess not loaded and saves of "
                               "this file are disabled. Run archive/purge."
                   END-IF
               END-IF
               CLOSE DOCTOR-AVAIL-FILE
           ELSE
               IF FS-DOCTOR-AVAIL-FILE NOT = "05"
                   AND FS-DOCTOR-AVAIL-FILE NOT = "35"
                   DISPLAY "WARNING: DOCAVAIL.DAT could not be opened "
                           "(status " FS-DOCTOR-AVAIL-FILE "). Continuing "
                           "with in-memory data."
               END-IF
           END-IF.

       LOAD-REFUND-FILE.
           OPEN INPUT REFUND-FILE.
           MOVE "N" TO REFUND-LOAD-OVERFLOW.
           IF FS-REFUND-FILE = "00"
               MOVE 0 TO REFUND-COUNT
               PERFORM UNTIL FS-REFUND-FILE NOT = "00"
                       OR REFUND-COUNT >= 200
                   READ REFUND-FILE NEXT RECORD
                   IF FS-REFUND-FILE = "00"
                       ADD 1 TO REFUND-COUNT
                       SET RFN-IDX TO REFUND-COUNT
                       MOVE RN-REFUND-ID     TO RFN-ID(RFN-IDX)
                       MOVE RN-PATIENT-ID    TO RFN-PATIENT-ID(RFN-IDX)
                       MOVE RN-AMOUNT        TO RFN-AMOUNT(RFN-IDX)
                       MOVE RN-PAYEE-TYPE    TO RFN-PAYEE-TYPE(RFN-IDX)
                       MOVE RN-PAYEE-NAME    TO RFN-PAYEE-NAME(RFN-IDX)
                       MOVE RN-REASON        TO RFN-REASON(RFN-IDX)
                       MOVE RN-STATUS        TO RFN-STATUS(RFN-IDX)
                       MOVE RN-REQUEST-DATE  TO RFN-REQUEST-DATE(RFN-IDX)
                       MOVE RN-REQUESTED-BY  TO RFN-REQUESTED-BY(RFN-IDX)
                       MOVE RN-APPROVE-DATE  TO RFN-APPROVE-DATE(RFN-IDX)
                       MOVE RN-APPROVED-BY   TO RFN-APPROVED-BY(RFN-IDX)
                       MOVE RN-ISSUE-DATE    TO RFN-ISSUE-DATE(RFN-IDX)
                   END-IF
               END-PERFORM
               IF REFUND-COUNT >= 200
                   READ REFUND-FILE NEXT RECORD
                   IF FS-REFUND-FILE = "00"
                       MOVE "Y" TO REFUND-LOAD-OVERFLOW
                       DISPLAY "WARNING: REFUNDS.DAT holds more than 200 "
                               "record(s); excess not loaded and saves of "
                               "this file are disabled. Run archive/purge."
                   END-IF
               END-IF
               CLOSE REFUND-FILE
           ELSE
               IF FS-REFUND-FILE NOT = "05" AND FS-REFUND-FILE NOT = "35"
                   DISPLAY "WARNING: REFUNDS.DAT could not be opened "
                           "(status " FS-REFUND-FILE "). Continuing "
                           "with in-memory data."
               END-IF
           END-IF.

       LOAD-FORMULARY-FILE.
           OPEN INPUT FORMULARY-FILE.
           MOVE "N" TO FORMULARY-LOAD-OVERFLOW.
               END-IF
           END-IF.

       CONVERT-CHARGE-FILE-LAYOUT.
           DISPLAY "CHARGES.DAT is in the prior record layout - "
                   "converting.".
           OPEN INPUT CHARGE-OLD-FILE.
           IF FS-CHARGE-OLD-FILE NOT = "00"
               DISPLAY "WARNING: CHARGES.DAT layout conversion failed "
                       "(status " FS-CHARGE-OLD-FILE "). File left "
                       "untouched."
           ELSE
               MOVE 0 TO CHARGE-COUNT
               PERFORM UNTIL FS-CHARGE-OLD-FILE NOT = "00"
                       OR CHARGE-COUNT >= 500
                   READ CHARGE-OLD-FILE NEXT RECORD
                   IF FS-CHARGE-OLD-FILE = "00"
                       ADD 1 TO CHARGE-COUNT
                       SET CHG-IDX TO CHARGE-COUNT
                       MOVE SPACES TO CHARGE-RECORD
                       MOVE CHARGE-OLD-RECORD TO CHARGE-RECORD(1:75)
                       MOVE CHARGE-RECORD TO CHARGE-ENTRY(CHG-IDX)
                   END-IF
               END-PERFORM
               IF CHARGE-COUNT >= 500
                   READ CHARGE-OLD-FILE NEXT RECORD
                   IF FS-CHARGE-OLD-FILE = "00"
                       MOVE "Y" TO CHARGE-LOAD-OVERFLOW
                       DISPLAY "WARNING: CHARGES.DAT holds more than 500 "
                               "record(s); conversion abandoned and the "
                               "file left untouched."
                   END-IF
               END-IF
               CLOSE CHARGE-OLD-FILE
               IF CHARGE-LOAD-OVERFLOW = "N"
                   PERFORM SAVE-CHARGE-FILE
                   DISPLAY "Converted " CHARGE-COUNT " charge record(s) "
                           "to the new layout. Prior file kept as "
                           "CHARGES.DAT.BK1."
                   MOVE "SYSTEM"    TO AW-RECORD-TYPE
                   MOVE 0           TO AW-RECORD-KEY
                   MOVE 0           TO AW-PATIENT-ID
                   MOVE 0           TO AW-DOCTOR-ID
                   MOVE "CONVERT"   TO AW-ACTION
                   MOVE "PRIOR CHARGE LAYOUT" TO AW-BEFORE-VALUE
                   MOVE SPACES TO AW-AFTER-VALUE
                   STRING CHARGE-COUNT DELIMITED BY SIZE
                       " RECORDS CONVERTED" DELIMITED BY SIZE
                       INTO AW-AFTER-VALUE
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       SAVE-DOCTOR-FILE.
           IF DOCTOR-LOAD-OVERFLOW = "Y"
               DISPLAY "WARNING: DOCTORS.DAT NOT saved - the table could not "
               MOVE CHARGE-QUANTITY(CHG-IDX)    TO CG-QUANTITY
               MOVE CHARGE-UNIT-PRICE(CHG-IDX)  TO CG-UNIT-PRICE
               MOVE CHARGE-SOURCE(CHG-IDX)      TO CG-CHARGE-SOURCE
               MOVE CHARGE-CODE(CHG-IDX)        TO CG-CHARGE-CODE
               WRITE CHARGE-WORK-RECORD FROM CHARGE-RECORD
           END-PERFORM
           CLOSE CHARGE-WORK-FILE
               END-IF
           END-IF.

       SAVE-CHARGE-MASTER-FILE.
           IF CHGMSTR-LOAD-OVERFLOW = "Y"
               DISPLAY "WARNING: CHGMSTR.DAT NOT saved - the table could not "
                       "hold every record at load. File left untouched."
           ELSE
               OPEN OUTPUT CHARGE-MASTER-WORK-FILE
           PERFORM VARYING CDM-IDX FROM 1 BY 1
                   UNTIL CDM-IDX > CDM-COUNT
               MOVE CDM-CHARGE-CODE(CDM-IDX)    TO CM-CHARGE-CODE
               MOVE CDM-EFFECTIVE-DATE(CDM-IDX) TO CM-EFFECTIVE-DATE
               MOVE CDM-DESCRIPTION(CDM-IDX)    TO CM-DESCRIPTION
               MOVE CDM-CHARGE-TYPE(CDM-IDX)    TO CM-CHARGE-TYPE
               MOVE CDM-STANDARD-PRICE(CDM-IDX) TO CM-STANDARD-PRICE
               MOVE CDM-EXPIRY-DATE(CDM-IDX)    TO CM-EXPIRY-DATE
               WRITE CHARGE-MASTER-WORK-RECORD FROM CHARGE-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM
           CLOSE CHARGE-MASTER-WORK-FILE
               IF FS-CHARGE-MASTER-WORK-FILE = "00"
                   MOVE "CHGMSTR.DAT" TO SS-LIVE-NAME
                   MOVE "CHGMSTR.NEW" TO SS-WORK-NAME
                   PERFORM PROMOTE-SAVED-FILE
               END-IF
           END-IF.

       SAVE-DRUG-STOCK-FILE.
           IF DRUGSTOK-LOAD-OVERFLOW = "Y"
               DISPLAY "WARNING: DRUGSTOK.DAT NOT saved - the table could "
                       "not hold every record at load. File left untouched."
           ELSE
               OPEN OUTPUT DRUG-STOCK-WORK-FILE
           PERFORM VARYING STK-IDX FROM 1 BY 1
                   UNTIL STK-IDX > STOCK-COUNT
               MOVE STOCK-DRUG-NAME(STK-IDX)     TO DS-DRUG-NAME
               MOVE STOCK-LOT-NUMBER(STK-IDX)    TO DS-LOT-NUMBER
               MOVE STOCK-QTY-ON-HAND(STK-IDX)   TO DS-QTY-ON-HAND
               MOVE STOCK-REORDER-POINT(STK-IDX) TO DS-REORDER-POINT
               MOVE STOCK-REORDER-QTY(STK-IDX)   TO DS-REORDER-QTY
               MOVE STOCK-EXPIRY-DATE(STK-IDX)   TO DS-EXPIRY-DATE
               WRITE DRUG-STOCK-WORK-RECORD FROM DRUG-STOCK-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM
           CLOSE DRUG-STOCK-WORK-FILE
               IF FS-DRUG-STOCK-WORK-FILE = "00"
                   MOVE "DRUGSTOK.DAT" TO SS-LIVE-NAME
                   MOVE "DRUGSTOK.NEW" TO SS-WORK-NAME
                   PERFORM PROMOTE-SAVED-FILE
               END-IF
           END-IF.

       SAVE-BED-QUEUE-FILE.
           IF BEDQUEUE-LOAD-OVERFLOW = "Y"
               DISPLAY "WARNING: BEDQUEUE.DAT NOT saved - the table could "
                       "not hold every record at load. File left untouched."
           ELSE
               OPEN OUTPUT BED-QUEUE-WORK-FILE
           PERFORM VARYING BQ-IDX FROM 1 BY 1
                   UNTIL BQ-IDX > BEDQ-COUNT
               MOVE BEDQ-ID(BQ-IDX)           TO BQ-QUEUE-ID
               MOVE BEDQ-PATIENT-ID(BQ-IDX)   TO BQ-PATIENT-ID
               MOVE BEDQ-WARD(BQ-IDX)         TO BQ-WARD
               MOVE BEDQ-PRIORITY(BQ-IDX)     TO BQ-PRIORITY
               MOVE BEDQ-REQUEST-DATE(BQ-IDX) TO BQ-REQUEST-DATE
               MOVE BEDQ-STATUS(BQ-IDX)       TO BQ-STATUS
               MOVE BEDQ-ROOM-NUMBER(BQ-IDX)  TO BQ-ROOM-NUMBER
               WRITE BED-QUEUE-WORK-RECORD FROM BED-QUEUE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM
           CLOSE BED-QUEUE-WORK-FILE
               IF FS-BED-QUEUE-WORK-FILE = "00"
                   MOVE "BEDQUEUE.DAT" TO SS-LIVE-NAME
                   MOVE "BEDQUEUE.NEW" TO SS-WORK-NAME
                   PERFORM PROMOTE-SAVED-FILE
               END-IF
           END-IF.

       SAVE-DOCTOR-AVAIL-FILE.
           IF DOCAVAIL-LOAD-OVERFLOW = "Y"
               DISPLAY "WARNING: DOCAVAIL.DAT NOT saved - the table could "
                       "not hold every record at load. File left untouched."
           ELSE
               OPEN OUTPUT DOCTOR-AVAIL-WORK-FILE
           PERFORM VARYING AVL-IDX FROM 1 BY 1
                   UNTIL AVL-IDX > AVAIL-COUNT
               MOVE AVL-ID(AVL-IDX)           TO DA-AVAIL-ID
               MOVE AVL-DOCTOR-ID(AVL-IDX)    TO DA-DOCTOR-ID
               MOVE AVL-TYPE(AVL-IDX)         TO DA-ENTRY-TYPE
               MOVE AVL-WEEKDAY(AVL-IDX)      TO DA-WEEKDAY
               MOVE AVL-START-TIME(AVL-IDX)   TO DA-START-TIME
               MOVE AVL-END-TIME(AVL-IDX)     TO DA-END-TIME
               MOVE AVL-SLOT-MINUTES(AVL-IDX) TO DA-SLOT-MINUTES
               MOVE AVL-FROM-DATE(AVL-IDX)    TO DA-FROM-DATE
               MOVE AVL-TO-DATE(AVL-IDX)      TO DA-TO-DATE
               MOVE AVL-REASON(AVL-IDX)       TO DA-REASON
               WRITE DOCTOR-AVAIL-WORK-RECORD FROM DOCTOR-AVAIL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM
           CLOSE DOCTOR-AVAIL-WORK-FILE
               IF FS-DOCTOR-AVAIL-WORK-FILE = "00"
                   MOVE "DOCAVAIL.DAT" TO SS-LIVE-NAME
                   MOVE "DOCAVAIL.NEW" TO SS-WORK-NAME
                   PERFORM PROMOTE-SAVED-FILE
               END-IF
           END-IF.

       SAVE-REFUND-FILE.
           IF REFUND-LOAD-OVERFLOW = "Y"
               DISPLAY "WARNING: REFUNDS.DAT NOT saved - the table could "
                       "not hold every record at load. File left untouched."
           ELSE
               OPEN OUTPUT REFUND-WORK-FILE
           PERFORM VARYING RFN-IDX FROM 1 BY 1
                   UNTIL RFN-IDX > REFUND-COUNT
               MOVE RFN-ID(RFN-IDX)           TO RN-REFUND-ID
               MOVE RFN-PATIENT-ID(RFN-IDX)   TO RN-PATIENT-ID
               MOVE RFN-AMOUNT(RFN-IDX)       TO RN-AMOUNT
               MOVE RFN-PAYEE-TYPE(RFN-IDX)   TO RN-PAYEE-TYPE
               MOVE RFN-PAYEE-NAME(RFN-IDX)   TO RN-PAYEE-NAME
               MOVE RFN-REASON(RFN-IDX)       TO RN-REASON
               MOVE RFN-STATUS(RFN-IDX)       TO RN-STATUS
               MOVE RFN-REQUEST-DATE(RFN-IDX) TO RN-REQUEST-DATE
               MOVE RFN-REQUESTED-BY(RFN-IDX) TO RN-REQUESTED-BY
               MOVE RFN-APPROVE-DATE(RFN-IDX) TO RN-APPROVE-DATE
               MOVE RFN-APPROVED-BY(RFN-IDX)  TO RN-APPROVED-BY
               MOVE RFN-ISSUE-DATE(RFN-IDX)   TO RN-ISSUE-DATE
               WRITE REFUND-WORK-RECORD FROM REFUND-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM
           CLOSE REFUND-WORK-FILE
               IF FS-REFUND-WORK-FILE = "00"
                   MOVE "REFUNDS.DAT" TO SS-LIVE-NAME
                   MOVE "REFUNDS.NEW" TO SS-WORK-NAME
                   PERFORM PROMOTE-SAVED-FILE
               END-IF
           END-IF.

       SAVE-FORMULARY-FILE.
           IF FORMULARY-LOAD-OVERFLOW = "Y"
               DISPLAY "WARNING: FORMULRY.DAT NOT saved - the table could not "
           PERFORM SAVE-LAB-FILE.
           PERFORM SAVE-OPERATOR-FILE.
           PERFORM SAVE-PAYPLAN-FILE.
           PERFORM SAVE-CHARGE-MASTER-FILE.
           PERFORM SAVE-DRUG-STOCK-FILE.
           PERFORM SAVE-BED-QUEUE-FILE.
           PERFORM SAVE-DOCTOR-AVAIL-FILE.
           PERFORM SAVE-REFUND-FILE.
           MOVE "SYSTEM"   TO AW-RECORD-TYPE.
           MOVE 0          TO AW-RECORD-KEY.
           MOVE 0          TO AW-PATIENT-ID.
           MOVE SPACES     TO AW-BEFORE-VALUE.
           MOVE SPACES TO AW-AFTER-VALUE.
           STRING SS-PROMOTE-COUNT DELIMITED BY SIZE
               " OF 19 MASTER FILES REWRITTEN" DELIMITED BY SIZE
               INTO AW-AFTER-VALUE.
           PERFORM WRITE-AUDIT-ENTRY.

           DISPLAY "30. Operator Maintenance".
           DISPLAY "31. GL Period-Close Extract".
           DISPLAY "32. Patient Statements / Payment Plans".
           DISPLAY "33. Charge Description Master".
           DISPLAY "34. Pharmacy Stock / Reorder".
           DISPLAY "35. 30-Day Readmission Report".
           DISPLAY "36. Bed Turnaround / Admission Queue".
           DISPLAY "37. Credit Balances / Refunds".
           DISPLAY "38. Physician Scorecard".
           DISPLAY "39. Discharge Summary Reprint".
           DISPLAY "Enter your choice (1-39): " WITH NO ADVANCING.
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
                   END-IF
               WHEN 31 PERFORM GL-PERIOD-CLOSE-EXTRACT
               WHEN 32 PERFORM PATIENT-STATEMENT-MENU
               WHEN 33 PERFORM CHARGE-MASTER-MAINTENANCE
               WHEN 34 PERFORM PHARMACY-STOCK-MENU
               WHEN 35 PERFORM READMISSION-REPORT
               WHEN 36 PERFORM BED-TURNAROUND-MENU
               WHEN 37 PERFORM CREDIT-REFUND-MENU
               WHEN 38 PERFORM PHYSICIAN-SCORECARD
               WHEN 39 PERFORM DISCHARGE-SUMMARY-REPRINT
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
                   PERFORM MAIN-MENU
           MOVE 25.00  TO PAYER-MED-DISPENSE-RATE(3).
           MOVE 90.00  TO PAYER-REIMBURSE-PCT(3).

       INITIALIZE-CHARGE-MASTER.
           MOVE 6 TO CDM-COUNT.
           MOVE "CONS01"   TO CDM-CHARGE-CODE(1).
           MOVE "Consultation - standard"  TO CDM-DESCRIPTION(1).
           MOVE "CONSULT"    TO CDM-CHARGE-TYPE(1).
           MOVE 150.00 TO CDM-STANDARD-PRICE(1).
           MOVE "CONS02"   TO CDM-CHARGE-CODE(2).
           MOVE "Consultation - specialist" TO CDM-DESCRIPTION(2).
           MOVE "CONSULT"    TO CDM-CHARGE-TYPE(2).
           MOVE 275.00 TO CDM-STANDARD-PRICE(2).
           MOVE "PROC-ECG" TO CDM-CHARGE-CODE(3).
           MOVE "Electrocardiogram"        TO CDM-DESCRIPTION(3).
           MOVE "PROCEDURE"  TO CDM-CHARGE-TYPE(3).
           MOVE 95.00  TO CDM-STANDARD-PRICE(3).
           MOVE "PROC-XR"  TO CDM-CHARGE-CODE(4).
           MOVE "X-ray, single view"       TO CDM-DESCRIPTION(4).
           MOVE "PROCEDURE"  TO CDM-CHARGE-TYPE(4).
           MOVE 120.00 TO CDM-STANDARD-PRICE(4).
           MOVE "PROC-IV"  TO CDM-CHARGE-CODE(5).
           MOVE "IV line insertion"        TO CDM-DESCRIPTION(5).
           MOVE "PROCEDURE"  TO CDM-CHARGE-TYPE(5).
           MOVE 65.00  TO CDM-STANDARD-PRICE(5).
           MOVE "MED-INJ"  TO CDM-CHARGE-CODE(6).
           MOVE "Injection administration" TO CDM-DESCRIPTION(6).
           MOVE "MEDICATION" TO CDM-CHARGE-TYPE(6).
           MOVE 30.00  TO CDM-STANDARD-PRICE(6).
           PERFORM VARYING CDM-IDX FROM 1 BY 1 UNTIL CDM-IDX > CDM-COUNT
               MOVE 20250101 TO CDM-EFFECTIVE-DATE(CDM-IDX)
               MOVE 0        TO CDM-EXPIRY-DATE(CDM-IDX)
           END-PERFORM.

       INITIALIZE-ROOMS.
           MOVE 0 TO ROOM-COUNT.
           PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > 500

       SYNC-ROOM-OCCUPANCY.
           PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > ROOM-COUNT
               IF ROOM-STATUS(RM-IDX) NOT = "CLEANING"
                   MOVE "AVAILABLE" TO ROOM-STATUS(RM-IDX)
               END-IF
               MOVE 0 TO ROOM-PATIENT-ID(RM-IDX)
           END-PERFORM.

       COMPUTE-WARD-STATS.
           MOVE ROOM-COUNT TO TOTAL-BEDS.
           MOVE 0 TO OCCUPIED-BEDS.
           MOVE 0 TO CLEANING-BEDS.
           PERFORM VARYING WARD-IDX FROM 1 BY 1 UNTIL WARD-IDX > WARD-COUNT
               MOVE 0 TO WARD-TOTAL-ROOMS(WARD-IDX)
               MOVE 0 TO WARD-OCCUPIED-ROOMS(WARD-IDX)
               MOVE 0 TO WARD-CLEANING-ROOMS(WARD-IDX)
           END-PERFORM.

           PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > ROOM-COUNT
                           ADD 1 TO WARD-OCCUPIED-ROOMS(WARD-IDX)
                           ADD 1 TO OCCUPIED-BEDS
                       END-IF
                       IF ROOM-STATUS(RM-IDX) = "CLEANING"
                           ADD 1 TO WARD-CLEANING-ROOMS(WARD-IDX)
                           ADD 1 TO CLEANING-BEDS
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY "----------------------".
           DISPLAY "Enter Patient ID: " WITH NO ADVANCING.
           ACCEPT RA-PATIENT-ID.
           DISPLAY "Enter Room Number (0 = none free, queue for a ward): "
                   WITH NO ADVANCING.
           ACCEPT RA-ROOM-NUMBER.
           MOVE "N" TO RA-FROM-QUEUE.
           IF RA-ROOM-NUMBER = 0
               PERFORM QUEUE-PATIENT-FOR-WARD
           ELSE
               PERFORM PROCESS-ROOM-ADMISSION
           END-IF.

       PROCESS-ROOM-ADMISSION.
           MOVE "N" TO RA-ADMITTED.
           MOVE "N" TO RA-PATIENT-FOUND.
           PERFORM VARYING PAT-IDX FROM 1 BY 1
                   UNTIL PAT-IDX > PATIENT-COUNT OR RA-PATIENT-FOUND = "Y"
                   DISPLAY "Room number not found."
               ELSE
                   IF ROOM-STATUS(RA-MATCHED-RM-IDX) = "OCCUPIED"
                       OR ROOM-STATUS(RA-MATCHED-RM-IDX) = "CLEANING"
                       IF ROOM-STATUS(RA-MATCHED-RM-IDX) = "OCCUPIED"
                           DISPLAY "Room " RA-ROOM-NUMBER
                                   " is already occupied by patient "
                                   ROOM-PATIENT-ID(RA-MATCHED-RM-IDX)
                                   ". Admission refused."
                       ELSE
                           DISPLAY "Room " RA-ROOM-NUMBER
                                   " is awaiting cleaning. Admission "
                                   "refused."
                       END-IF
                       IF RA-FROM-QUEUE = "N"
                           MOVE ROOM-WARD(RA-MATCHED-RM-IDX) TO BT-WARD-NAME
                           PERFORM OFFER-BED-QUEUE-ENTRY
                       END-IF
                   ELSE
                       MOVE "Y" TO RD-STAY-OK
                       IF DIS-YEAR(RA-MATCHED-PAT-IDX) NOT = 0
                           PERFORM ARCHIVE-COMPLETED-STAY
                       END-IF
                       IF RD-STAY-OK = "N"
                           DISPLAY "Previous stay for patient "
                                   RA-PATIENT-ID " could not be written "
                                   "to PATHIST.DAT (status "
                                   FS-PATIENT-HIST-FILE
                                   "). Admission refused."
                       ELSE
                           MOVE SPACES TO AW-BEFORE-VALUE
                           STRING "ROOM " DELIMITED BY SIZE
                               PATIENT-ROOM-NUMBER(RA-MATCHED-PAT-IDX)
                                   DELIMITED BY SIZE
                               INTO AW-BEFORE-VALUE
                           MOVE RA-ROOM-NUMBER TO
                                PATIENT-ROOM-NUMBER(RA-MATCHED-PAT-IDX)
                           IF ADM-YEAR(RA-MATCHED-PAT-IDX) = 0
                               ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
                               MOVE CURR-YEAR  TO ADM-YEAR(RA-MATCHED-PAT-IDX)
                               MOVE CURR-MONTH TO ADM-MONTH(RA-MATCHED-PAT-IDX)
                               MOVE CURR-DAY   TO ADM-DAY(RA-MATCHED-PAT-IDX)
                           END-IF
                           PERFORM SYNC-ROOM-OCCUPANCY
                           SET PAT-IDX TO RA-MATCHED-PAT-IDX
                           PERFORM APPLY-PATIENT-UPDATE
                           PERFORM SAVE-ROOM-FILE
                           DISPLAY "Patient " RA-PATIENT-ID " admitted to room "
                                   RA-ROOM-NUMBER "."
                           MOVE "PATIENT"      TO AW-RECORD-TYPE
                           MOVE RA-PATIENT-ID  TO AW-RECORD-KEY
                           MOVE RA-PATIENT-ID  TO AW-PATIENT-ID
                           MOVE PATIENT-DOCTOR-ID(RA-MATCHED-PAT-IDX)
                               TO AW-DOCTOR-ID
                           MOVE "ADMIT"        TO AW-ACTION
                           MOVE SPACES TO AW-AFTER-VALUE
                           STRING "ROOM " DELIMITED BY SIZE
                               RA-ROOM-NUMBER DELIMITED BY SIZE
                               INTO AW-AFTER-VALUE
                           PERFORM WRITE-AUDIT-ENTRY
                           MOVE "Y" TO RA-ADMITTED
                           PERFORM CLOSE-BED-QUEUE-FOR-PATIENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ARCHIVE-COMPLETED-STAY.
           OPEN EXTEND PATIENT-HIST-FILE.
           IF FS-PATIENT-HIST-FILE = "00" OR FS-PATIENT-HIST-FILE = "05"
               MOVE PATIENT-ENTRY(RA-MATCHED-PAT-IDX) TO PATIENT-RECORD
               MOVE PATIENT-RECORD TO PH-PATIENT-DATA
               INSPECT PH-PATIENT-DATA REPLACING ALL LOW-VALUE BY SPACE
               WRITE PATIENT-HIST-RECORD
               CLOSE PATIENT-HIST-FILE
               DISPLAY "Previous stay "
                       ADM-YEAR(RA-MATCHED-PAT-IDX) "/"
                       ADM-MONTH(RA-MATCHED-PAT-IDX) "/"
                       ADM-DAY(RA-MATCHED-PAT-IDX) " - "
                       DIS-YEAR(RA-MATCHED-PAT-IDX) "/"
                       DIS-MONTH(RA-MATCHED-PAT-IDX) "/"
                       DIS-DAY(RA-MATCHED-PAT-IDX)
                       " moved to PATHIST.DAT."
               MOVE 0 TO ADM-YEAR(RA-MATCHED-PAT-IDX)
               MOVE 0 TO ADM-MONTH(RA-MATCHED-PAT-IDX)
               MOVE 0 TO ADM-DAY(RA-MATCHED-PAT-IDX)
               MOVE 0 TO DIS-YEAR(RA-MATCHED-PAT-IDX)
               MOVE 0 TO DIS-MONTH(RA-MATCHED-PAT-IDX)
               MOVE 0 TO DIS-DAY(RA-MATCHED-PAT-IDX)
           ELSE
               MOVE "N" TO RD-STAY-OK
           END-IF.

       QUEUE-PATIENT-FOR-WARD.
           MOVE "N" TO RA-PATIENT-FOUND.
           PERFORM VARYING PAT-IDX FROM 1 BY 1
                   UNTIL PAT-IDX > PATIENT-COUNT OR RA-PATIENT-FOUND = "Y"
               IF PATIENT-ID(PAT-IDX) = RA-PATIENT-ID
                   MOVE "Y" TO RA-PATIENT-FOUND
                   MOVE PAT-IDX TO RA-MATCHED-PAT-IDX
               END-IF
           END-PERFORM.
           IF RA-PATIENT-FOUND = "N"
               DISPLAY "Patient ID not found."
           ELSE
               IF PATIENT-ROOM-NUMBER(RA-MATCHED-PAT-IDX) NOT = 0
                   AND ADM-YEAR(RA-MATCHED-PAT-IDX) NOT = 0
                   AND DIS-YEAR(RA-MATCHED-PAT-IDX) = 0
                   DISPLAY "Patient " RA-PATIENT-ID " is already in room "
                           PATIENT-ROOM-NUMBER(RA-MATCHED-PAT-IDX)
                           ". Not queued."
               ELSE
                   PERFORM ACCEPT-BED-QUEUE-WARD
                   IF BT-WARD-FOUND = "Y"
                       PERFORM ACCEPT-BED-QUEUE-PRIORITY
                       PERFORM ADD-BED-QUEUE-ENTRY
                   END-IF
               END-IF
           END-IF.

       OFFER-BED-QUEUE-ENTRY.
           DISPLAY "Queue patient " RA-PATIENT-ID " for the next "
                   FUNCTION TRIM(BT-WARD-NAME) " bed? (Y/N): "
                   WITH NO ADVANCING.
           ACCEPT BT-CONFIRM.
           IF BT-CONFIRM = "Y" OR BT-CONFIRM = "y"
               PERFORM ACCEPT-BED-QUEUE-PRIORITY
               PERFORM ADD-BED-QUEUE-ENTRY
           END-IF.

       ACCEPT-BED-QUEUE-WARD.
           MOVE "N" TO BT-WARD-FOUND.
           DISPLAY "Wards:".
           PERFORM VARYING WARD-IDX FROM 1 BY 1 UNTIL WARD-IDX > WARD-COUNT
               DISPLAY "   " WARD-NAME(WARD-IDX)
           END-PERFORM.
           DISPLAY "Enter Ward: " WITH NO ADVANCING.
           ACCEPT BT-WARD-NAME.
           INSPECT BT-WARD-NAME CONVERTING DP-LOWER-ALPHA TO DP-UPPER-ALPHA.
           PERFORM VARYING WARD-IDX FROM 1 BY 1
                   UNTIL WARD-IDX > WARD-COUNT OR BT-WARD-FOUND = "Y"
               IF WARD-NAME(WARD-IDX) = BT-WARD-NAME
                   MOVE "Y" TO BT-WARD-FOUND
               END-IF
           END-PERFORM.
           IF BT-WARD-FOUND = "N"
               DISPLAY "Unknown ward."
           END-IF.

       ACCEPT-BED-QUEUE-PRIORITY.
           DISPLAY "Priority (1=Emergency 2=Urgent 3=Routine): "
                   WITH NO ADVANCING.
           ACCEPT BT-PRIORITY.
           IF BT-PRIORITY < 1 OR BT-PRIORITY > 3
               DISPLAY "Priority not recognised - queued as Routine."
               MOVE 3 TO BT-PRIORITY
           END-IF.

       SET-BED-PRIORITY-TEXT.
           EVALUATE BT-PRIORITY
               WHEN 1 MOVE "EMERGENCY" TO BT-PRIORITY-TEXT
               WHEN 2 MOVE "URGENT"    TO BT-PRIORITY-TEXT
               WHEN OTHER MOVE "ROUTINE" TO BT-PRIORITY-TEXT
           END-EVALUATE.

       GET-NEXT-BED-QUEUE-ID.
           MOVE 60000000 TO BT-NEXT-QUEUE-ID.
           PERFORM VARYING BQ-IDX FROM 1 BY 1
                   UNTIL BQ-IDX > BEDQ-COUNT
               IF BEDQ-ID(BQ-IDX) > BT-NEXT-QUEUE-ID
                   MOVE BEDQ-ID(BQ-IDX) TO BT-NEXT-QUEUE-ID
               END-IF
           END-PERFORM.
           ADD 1 TO BT-NEXT-QUEUE-ID.

       ADD-BED-QUEUE-ENTRY.
           MOVE 0 TO BT-QUEUE-ID.
           PERFORM VARYING BQ-IDX FROM 1 BY 1
                   UNTIL BQ-IDX > BEDQ-COUNT OR BT-QUEUE-ID NOT = 0
               IF BEDQ-PATIENT-ID(BQ-IDX) = RA-PATIENT-ID
                   AND BEDQ-STATUS(BQ-IDX) = "WAITING"
                   MOVE BEDQ-ID(BQ-IDX) TO BT-QUEUE-ID
               END-IF
           END-PERFORM.
           IF BT-QUEUE-ID NOT = 0
               DISPLAY "Patient " RA-PATIENT-ID " is already waiting "
                       "(queue entry " BT-QUEUE-ID "). Cancel it first "
                       "to change ward or priority."
           ELSE
               IF BEDQ-COUNT >= 200
                   DISPLAY "BED QUEUE TABLE IS FULL. CANNOT ADD."
               ELSE
                   PERFORM GET-NEXT-BED-QUEUE-ID
                   ADD 1 TO BEDQ-COUNT
                   SET BQ-IDX TO BEDQ-COUNT
                   ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
                   MOVE BT-NEXT-QUEUE-ID TO BEDQ-ID(BQ-IDX)
                   MOVE RA-PATIENT-ID    TO BEDQ-PATIENT-ID(BQ-IDX)
                   MOVE BT-WARD-NAME     TO BEDQ-WARD(BQ-IDX)
                   MOVE BT-PRIORITY      TO BEDQ-PRIORITY(BQ-IDX)
                   COMPUTE BEDQ-REQUEST-DATE(BQ-IDX) =
                       CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY
                   MOVE "WAITING"        TO BEDQ-STATUS(BQ-IDX)
                   MOVE 0                TO BEDQ-ROOM-NUMBER(BQ-IDX)
                   PERFORM SAVE-BED-QUEUE-FILE
                   PERFORM SET-BED-PRIORITY-TEXT
                   DISPLAY "Patient " RA-PATIENT-ID " queued for "
                           FUNCTION TRIM(BT-WARD-NAME) " as "
                           FUNCTION TRIM(BT-PRIORITY-TEXT)
                           " (queue entry " BT-NEXT-QUEUE-ID ")."
                   MOVE "BEDQUEUE"       TO AW-RECORD-TYPE
                   MOVE BT-NEXT-QUEUE-ID TO AW-RECORD-KEY
                   MOVE RA-PATIENT-ID    TO AW-PATIENT-ID
                   MOVE 0                TO AW-DOCTOR-ID
                   MOVE "QUEUE"          TO AW-ACTION
                   MOVE SPACES           TO AW-BEFORE-VALUE
                   MOVE SPACES TO AW-AFTER-VALUE
                   STRING FUNCTION TRIM(BT-WARD-NAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BT-PRIORITY-TEXT DELIMITED BY SIZE
                       INTO AW-AFTER-VALUE
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       CLOSE-BED-QUEUE-FOR-PATIENT.
           MOVE "N" TO BT-QUEUE-CHANGED.
           PERFORM VARYING BQ-IDX FROM 1 BY 1
                   UNTIL BQ-IDX > BEDQ-COUNT
               IF BEDQ-PATIENT-ID(BQ-IDX) = RA-PATIENT-ID
                   AND BEDQ-STATUS(BQ-IDX) = "WAITING"
                   MOVE "ADMITTED"     TO BEDQ-STATUS(BQ-IDX)
                   MOVE RA-ROOM-NUMBER TO BEDQ-ROOM-NUMBER(BQ-IDX)
                   MOVE "Y" TO BT-QUEUE-CHANGED
               END-IF
           END-PERFORM.
           IF BT-QUEUE-CHANGED = "Y"
               PERFORM SAVE-BED-QUEUE-FILE
           END-IF.

       MARK-ROOM-FOR-CLEANING.
           PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > ROOM-COUNT
               IF ROOM-NUMBER(RM-IDX) = BT-ROOM-NUMBER
                   AND BT-ROOM-NUMBER NOT = 0
                   AND ROOM-STATUS(RM-IDX) NOT = "OCCUPIED"
                   MOVE "CLEANING" TO ROOM-STATUS(RM-IDX)
                   MOVE 0 TO ROOM-PATIENT-ID(RM-IDX)
               END-IF
           END-PERFORM.

       BED-TURNAROUND-MENU.
           DISPLAY "BED TURNAROUND / ADMISSION QUEUE".
           DISPLAY "---------------------------------".
           DISPLAY "1. Housekeeping Worklist".
           DISPLAY "2. Mark Bed Ready".
           DISPLAY "3. Add Patient to Admission Queue".
           DISPLAY "4. List Admission Queue".
           DISPLAY "5. Cancel Queue Entry".
           DISPLAY "6. Return to Main Menu".
           DISPLAY "Enter your choice (1-6): " WITH NO ADVANCING.
           ACCEPT BT-CHOICE.
           EVALUATE BT-CHOICE
               WHEN 1 PERFORM HOUSEKEEPING-WORKLIST
               WHEN 2 PERFORM MARK-BED-READY
               WHEN 3
                   DISPLAY "Enter Patient ID: " WITH NO ADVANCING
                   ACCEPT RA-PATIENT-ID
                   PERFORM QUEUE-PATIENT-FOR-WARD
               WHEN 4 PERFORM LIST-BED-QUEUE
               WHEN 5 PERFORM CANCEL-BED-QUEUE-ENTRY
               WHEN 6 CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       HOUSEKEEPING-WORKLIST.
           PERFORM SYNC-ROOM-OCCUPANCY.
           PERFORM COMPUTE-WARD-STATS.
           DISPLAY "HOUSEKEEPING WORKLIST".
           DISPLAY "---------------------".
           MOVE 0 TO BT-LISTED-COUNT.
           PERFORM VARYING WARD-IDX FROM 1 BY 1 UNTIL WARD-IDX > WARD-COUNT
               MOVE 0 TO BT-WARD-COUNT
               PERFORM VARYING BQ-IDX FROM 1 BY 1
                       UNTIL BQ-IDX > BEDQ-COUNT
                   IF BEDQ-WARD(BQ-IDX) = WARD-NAME(WARD-IDX)
                       AND BEDQ-STATUS(BQ-IDX) = "WAITING"
                       ADD 1 TO BT-WARD-COUNT
                   END-IF
               END-PERFORM
               DISPLAY WARD-NAME(WARD-IDX) " - "
                       WARD-CLEANING-ROOMS(WARD-IDX) " to clean, "
                       BT-WARD-COUNT " patient(s) waiting"
               PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > ROOM-COUNT
                   IF ROOM-WARD(RM-IDX) = WARD-NAME(WARD-IDX)
                       AND ROOM-STATUS(RM-IDX) = "CLEANING"
                       DISPLAY "   Room " ROOM-NUMBER(RM-IDX)
                               "  Floor " ROOM-FLOOR(RM-IDX)
                       ADD 1 TO BT-LISTED-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF BT-LISTED-COUNT = 0
               DISPLAY "No rooms are awaiting cleaning."
           END-IF.

       MARK-BED-READY.
           DISPLAY "Enter Room Number: " WITH NO ADVANCING.
           ACCEPT BT-ROOM-NUMBER.
           MOVE "N" TO BT-FOUND.
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > ROOM-COUNT OR BT-FOUND = "Y"
               IF ROOM-NUMBER(RM-IDX) = BT-ROOM-NUMBER
                   MOVE "Y" TO BT-FOUND
                   MOVE RM-IDX TO BT-MATCHED-RM-IDX
               END-IF
           END-PERFORM.
           IF BT-FOUND = "N"
               DISPLAY "Room number not found."
           ELSE
               IF ROOM-STATUS(BT-MATCHED-RM-IDX) NOT = "CLEANING"
                   DISPLAY "Room " BT-ROOM-NUMBER " is "
                           FUNCTION TRIM(ROOM-STATUS(BT-MATCHED-RM-IDX))
                           ", not awaiting cleaning."
               ELSE
                   MOVE "AVAILABLE" TO ROOM-STATUS(BT-MATCHED-RM-IDX)
                   PERFORM SAVE-ROOM-FILE
                   DISPLAY "Room " BT-ROOM-NUMBER " is back in service."
                   MOVE "ROOM"         TO AW-RECORD-TYPE
                   MOVE BT-ROOM-NUMBER TO AW-RECORD-KEY
                   MOVE 0              TO AW-PATIENT-ID
                   MOVE 0              TO AW-DOCTOR-ID
                   MOVE "BED READY"    TO AW-ACTION
                   MOVE "CLEANING"     TO AW-BEFORE-VALUE
                   MOVE "AVAILABLE"    TO AW-AFTER-VALUE
                   PERFORM WRITE-AUDIT-ENTRY
                   MOVE ROOM-WARD(BT-MATCHED-RM-IDX) TO BT-WARD-NAME
                   PERFORM OFFER-NEXT-QUEUED-PATIENT
               END-IF
           END-IF.

       OFFER-NEXT-QUEUED-PATIENT.
           MOVE 0 TO BT-BEST-IDX.
           PERFORM VARYING BQ-IDX FROM 1 BY 1
                   UNTIL BQ-IDX > BEDQ-COUNT
               IF BEDQ-STATUS(BQ-IDX) = "WAITING"
                   AND BEDQ-WARD(BQ-IDX) = BT-WARD-NAME
                   IF BT-BEST-IDX = 0
                       SET BT-BEST-IDX TO BQ-IDX
                   ELSE
                       IF BEDQ-PRIORITY(BQ-IDX) < BEDQ-PRIORITY(BT-BEST-IDX)
                           OR (BEDQ-PRIORITY(BQ-IDX) =
                               BEDQ-PRIORITY(BT-BEST-IDX)
                           AND BEDQ-ID(BQ-IDX) < BEDQ-ID(BT-BEST-IDX))
                           SET BT-BEST-IDX TO BQ-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF BT-BEST-IDX = 0
               DISPLAY "No patients are waiting for a "
                       FUNCTION TRIM(BT-WARD-NAME) " bed."
           ELSE
               MOVE BEDQ-PRIORITY(BT-BEST-IDX) TO BT-PRIORITY
               PERFORM SET-BED-PRIORITY-TEXT
               DISPLAY "Next in queue: patient "
                       BEDQ-PATIENT-ID(BT-BEST-IDX) " ("
                       FUNCTION TRIM(BT-PRIORITY-TEXT) ", requested "
                       BEDQ-REQUEST-DATE(BT-BEST-IDX) ")."
               DISPLAY "Admit to room " BT-ROOM-NUMBER " now? (Y/N): "
                       WITH NO ADVANCING
               ACCEPT BT-CONFIRM
               IF BT-CONFIRM = "Y" OR BT-CONFIRM = "y"
                   MOVE BEDQ-PATIENT-ID(BT-BEST-IDX) TO RA-PATIENT-ID
                   MOVE BT-ROOM-NUMBER TO RA-ROOM-NUMBER
                   MOVE "Y" TO RA-FROM-QUEUE
                   PERFORM PROCESS-ROOM-ADMISSION
               END-IF
           END-IF.

       LIST-BED-QUEUE.
           DISPLAY "PENDING-ADMISSION QUEUE".
           DISPLAY "-----------------------".
           MOVE 0 TO BT-LISTED-COUNT.
           PERFORM VARYING WARD-IDX FROM 1 BY 1 UNTIL WARD-IDX > WARD-COUNT
               PERFORM VARYING BT-PRIORITY FROM 1 BY 1
                       UNTIL BT-PRIORITY > 3
                   PERFORM SET-BED-PRIORITY-TEXT
                   PERFORM VARYING BQ-IDX FROM 1 BY 1
                           UNTIL BQ-IDX > BEDQ-COUNT
                       IF BEDQ-STATUS(BQ-IDX) = "WAITING"
                           AND BEDQ-WARD(BQ-IDX) = WARD-NAME(WARD-IDX)
                           AND BEDQ-PRIORITY(BQ-IDX) = BT-PRIORITY
                           DISPLAY WARD-NAME(WARD-IDX) " "
                                   BT-PRIORITY-TEXT " Entry "
                                   BEDQ-ID(BQ-IDX) " Patient "
                                   BEDQ-PATIENT-ID(BQ-IDX) " Since "
                                   BEDQ-REQUEST-DATE(BQ-IDX)
                           ADD 1 TO BT-LISTED-COUNT
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           IF BT-LISTED-COUNT = 0
               DISPLAY "No patients are waiting for a bed."
           END-IF.

       CANCEL-BED-QUEUE-ENTRY.
           DISPLAY "Enter Queue Entry ID: " WITH NO ADVANCING.
           ACCEPT BT-QUEUE-ID.
           MOVE "N" TO BT-FOUND.
           PERFORM VARYING BQ-IDX FROM 1 BY 1
                   UNTIL BQ-IDX > BEDQ-COUNT OR BT-FOUND = "Y"
               IF BEDQ-ID(BQ-IDX) = BT-QUEUE-ID
                   MOVE "Y" TO BT-FOUND
                   SET BT-BEST-IDX TO BQ-IDX
               END-IF
           END-PERFORM.
           IF BT-FOUND = "N"
               DISPLAY "Queue entry not found."
           ELSE
               IF BEDQ-STATUS(BT-BEST-IDX) NOT = "WAITING"
                   DISPLAY "Queue entry " BT-QUEUE-ID " is already "
                           FUNCTION TRIM(BEDQ-STATUS(BT-BEST-IDX)) "."
               ELSE
                   MOVE "CANCELLED" TO BEDQ-STATUS(BT-BEST-IDX)
                   PERFORM SAVE-BED-QUEUE-FILE
                   DISPLAY "Queue entry " BT-QUEUE-ID " cancelled."
                   MOVE "BEDQUEUE"  TO AW-RECORD-TYPE
                   MOVE BT-QUEUE-ID TO AW-RECORD-KEY
                   MOVE BEDQ-PATIENT-ID(BT-BEST-IDX) TO AW-PATIENT-ID
                   MOVE 0           TO AW-DOCTOR-ID
                   MOVE "CANCEL"    TO AW-ACTION
                   MOVE "WAITING"   TO AW-BEFORE-VALUE
                   MOVE "CANCELLED" TO AW-AFTER-VALUE
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       PATIENT-ADT-MAINTENANCE.
           DISPLAY "PATIENT ADT MAINTENANCE".
           DISPLAY "------------------------".
           DISPLAY "1. Register New Patient".
           DISPLAY "2. Discharge Patient".
           DISPLAY "3. Transfer Patient Between Rooms".
           DISPLAY "4. Update Patient Allergies".
           DISPLAY "5. Merge Duplicate Patient Records".
           DISPLAY "6. Return to Main Menu".
           DISPLAY "Enter your choice (1-6): " WITH NO ADVANCING.
           ACCEPT ADT-CHOICE.

           EVALUATE ADT-CHOICE
               WHEN 1 PERFORM REGISTER-NEW-PATIENT
               WHEN 2 PERFORM DISCHARGE-PATIENT
               WHEN 3 PERFORM TRANSFER-PATIENT
               WHEN 4 PERFORM UPDATE-PATIENT-ALLERGIES
               WHEN 5
                   PERFORM CHECK-ADMIN-ACCESS
                   IF SO-ACCESS-ALLOWED = "Y"
                       PERFORM MERGE-DUPLICATE-PATIENTS
                   END-IF
               WHEN 6 CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       REGISTER-NEW-PATIENT.
           DISPLAY "REGISTER NEW PATIENT".
           DISPLAY "---------------------".
           IF PATIENT-COUNT >= 100
               DISPLAY "PATIENT TABLE IS FULL. CANNOT REGISTER."
           ELSE
               DISPLAY "Enter Patient ID: " WITH NO ADVANCING
               ACCEPT ADT-PATIENT-ID
                           END-IF
                       END-PERFORM
                       MOVE PM-PAYER-ID TO PATIENT-INSURANCE-ID(PAT-IDX)
                       PERFORM CHECK-LIKELY-DUPLICATE
                       IF DP-PROCEED = "N"
                           SUBTRACT 1 FROM PATIENT-COUNT
                           DISPLAY "Registration of patient " ADT-PATIENT-ID
                                   " abandoned. Use the existing patient ID."
                       ELSE
                           MOVE ADT-DOCTOR-ID TO PATIENT-DOCTOR-ID(PAT-IDX)
                           PERFORM VARYING ADT-HIST-IDX FROM 1 BY 1
                                   UNTIL ADT-HIST-IDX > 10
                               MOVE SPACES TO PATIENT-HISTORY(PAT-IDX, ADT-HIST-IDX)
                               MOVE SPACES TO MEDICATION-NAME(PAT-IDX, ADT-HIST-IDX)
                               MOVE SPACES TO
                                   MEDICATION-DOSAGE(PAT-IDX, ADT-HIST-IDX)
                               MOVE SPACES TO MEDICATION-FREQ(PAT-IDX, ADT-HIST-IDX)
                           END-PERFORM
                           PERFORM VARYING ADT-ALLERGY-IDX FROM 1 BY 1
                                   UNTIL ADT-ALLERGY-IDX > 5
                               MOVE SPACES TO
                                   PATIENT-ALLERGY(PAT-IDX, ADT-ALLERGY-IDX)
                           END-PERFORM
                           PERFORM ACCEPT-PATIENT-ALLERGIES
                           MOVE 0 TO ADM-YEAR(PAT-IDX)
                           MOVE 0 TO ADM-MONTH(PAT-IDX)
                           MOVE 0 TO ADM-DAY(PAT-IDX)
                           MOVE 0 TO DIS-YEAR(PAT-IDX)
                           MOVE 0 TO DIS-MONTH(PAT-IDX)
                           MOVE 0 TO DIS-DAY(PAT-IDX)
                           MOVE 0 TO PATIENT-ROOM-NUMBER(PAT-IDX)
                           MOVE 0 TO PATIENT-BILL-AMOUNT(PAT-IDX)
                           MOVE 0 TO PATIENT-PAID-AMOUNT(PAT-IDX)
                           MOVE "UNPAID" TO PATIENT-PAYMENT-STATUS(PAT-IDX)
                           PERFORM COMPUTE-ONE-PATIENT-METRICS
                           MOVE PATIENT-NAME(PAT-IDX) TO AW-AFTER-VALUE
                           PERFORM APPLY-PATIENT-UPDATE
                           DISPLAY "Patient " ADT-PATIENT-ID
                                   " registered. Use Admit Patient to Room to "
                                   "assign a bed."
                           MOVE "PATIENT"       TO AW-RECORD-TYPE
                           MOVE ADT-PATIENT-ID  TO AW-RECORD-KEY
                           MOVE ADT-PATIENT-ID  TO AW-PATIENT-ID
                           MOVE ADT-DOCTOR-ID   TO AW-DOCTOR-ID
                           MOVE "REGISTER"      TO AW-ACTION
                           MOVE SPACES          TO AW-BEFORE-VALUE
                           PERFORM WRITE-AUDIT-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.
                       MOVE CURR-MONTH TO DIS-MONTH(ADT-MATCHED-PAT-IDX)
                       MOVE CURR-DAY   TO DIS-DAY(ADT-MATCHED-PAT-IDX)
                       PERFORM SYNC-ROOM-OCCUPANCY
                       MOVE PATIENT-ROOM-NUMBER(ADT-MATCHED-PAT-IDX)
                           TO BT-ROOM-NUMBER
                       PERFORM MARK-ROOM-FOR-CLEANING
                       SET PAT-IDX TO ADT-MATCHED-PAT-IDX
                       PERFORM APPLY-PATIENT-UPDATE
                       PERFORM SAVE-ROOM-FILE
                       DISPLAY "Patient " ADT-PATIENT-ID
                               " discharged. Room "
                               PATIENT-ROOM-NUMBER(ADT-MATCHED-PAT-IDX)
                               " sent for cleaning."
                       MOVE "PATIENT"      TO AW-RECORD-TYPE
                       MOVE ADT-PATIENT-ID TO AW-RECORD-KEY
                       MOVE ADT-PATIENT-ID TO AW-PATIENT-ID
                           DIS-DAY(ADT-MATCHED-PAT-IDX) DELIMITED BY SIZE
                           INTO AW-AFTER-VALUE
                       PERFORM WRITE-AUDIT-ENTRY
                       PERFORM PRODUCE-DISCHARGE-SUMMARY
                   END-IF
               END-IF
           END-IF.
                                   ADT-NEW-ROOM-NUMBER "."
                       ELSE
                           IF ROOM-STATUS(ADT-MATCHED-RM-IDX) = "OCCUPIED"
                               OR ROOM-STATUS(ADT-MATCHED-RM-IDX) = "CLEANING"
                               IF ROOM-STATUS(ADT-MATCHED-RM-IDX) = "OCCUPIED"
                                   DISPLAY "Room " ADT-NEW-ROOM-NUMBER
                                           " is already occupied by patient "
                                           ROOM-PATIENT-ID(ADT-MATCHED-RM-IDX)
                                           ". Transfer refused."
                               ELSE
                                   DISPLAY "Room " ADT-NEW-ROOM-NUMBER
                                           " is awaiting cleaning. Transfer "
                                           "refused."
                               END-IF
                           ELSE
                               MOVE SPACES TO AW-BEFORE-VALUE
                               STRING "ROOM " DELIMITED BY SIZE
                                   PATIENT-ROOM-NUMBER(ADT-MATCHED-PAT-IDX)
                                       DELIMITED BY SIZE
                                   INTO AW-BEFORE-VALUE
                               MOVE PATIENT-ROOM-NUMBER(ADT-MATCHED-PAT-IDX)
                                   TO BT-ROOM-NUMBER
                               MOVE ADT-NEW-ROOM-NUMBER TO
                                   PATIENT-ROOM-NUMBER(ADT-MATCHED-PAT-IDX)
                               PERFORM SYNC-ROOM-OCCUPANCY
                               PERFORM MARK-ROOM-FOR-CLEANING
                               SET PAT-IDX TO ADT-MATCHED-PAT-IDX
                               PERFORM APPLY-PATIENT-UPDATE
                               PERFORM SAVE-ROOM-FILE
               END-IF
           END-IF.

       SCORE-DUPLICATE-PAIR.
           MOVE PATIENT-NAME(DP-IDX-A)         TO DP-NAME-A.
           MOVE PATIENT-PHONE(DP-IDX-A)        TO DP-PHONE-A.
           MOVE PATIENT-INSURANCE-ID(DP-IDX-A) TO DP-INSURANCE-A.
           MOVE PATIENT-AGE(DP-IDX-A)          TO DP-AGE-A.
           MOVE PATIENT-NAME(DP-IDX-B)         TO DP-NAME-B.
           MOVE PATIENT-PHONE(DP-IDX-B)        TO DP-PHONE-B.
           MOVE PATIENT-INSURANCE-ID(DP-IDX-B) TO DP-INSURANCE-B.
           MOVE PATIENT-AGE(DP-IDX-B)          TO DP-AGE-B.
           PERFORM SCORE-DUPLICATE-KEYS.

       SCORE-DUPLICATE-KEYS.
           MOVE 0   TO DP-SCORE.
           MOVE "N" TO DP-NAME-MATCH.
           MOVE "N" TO DP-LIKELY.
           INSPECT DP-NAME-A CONVERTING DP-LOWER-ALPHA TO DP-UPPER-ALPHA.
           INSPECT DP-NAME-B CONVERTING DP-LOWER-ALPHA TO DP-UPPER-ALPHA.
           IF DP-NAME-A NOT = SPACES
               AND FUNCTION TRIM(DP-NAME-A) = FUNCTION TRIM(DP-NAME-B)
               ADD 1 TO DP-SCORE
               MOVE "Y" TO DP-NAME-MATCH
           END-IF.
           IF DP-PHONE-A NOT = SPACES
               AND DP-PHONE-A = DP-PHONE-B
               ADD 1 TO DP-SCORE
           END-IF.
           IF DP-INSURANCE-A NOT = SPACES
               AND DP-INSURANCE-A = DP-INSURANCE-B
               ADD 1 TO DP-SCORE
           END-IF.
           IF DP-AGE-A NOT = 0
               AND DP-AGE-A = DP-AGE-B
               ADD 1 TO DP-SCORE
           END-IF.
           IF DP-SCORE >= 3
               OR (DP-NAME-MATCH = "Y" AND DP-SCORE >= 2)
               MOVE "Y" TO DP-LIKELY
           END-IF.

       CHECK-LIKELY-DUPLICATE.
           MOVE "Y" TO DP-PROCEED.
           MOVE 0 TO DP-MATCH-COUNT.
           MOVE 0 TO DP-FIRST-MATCH-ID.
           SET DP-IDX-A TO PAT-IDX.
           PERFORM VARYING DP-IDX-B FROM 1 BY 1
                   UNTIL DP-IDX-B > PATIENT-COUNT
               IF DP-IDX-B NOT = DP-IDX-A
                   PERFORM SCORE-DUPLICATE-PAIR
                   IF DP-LIKELY = "Y"
                       ADD 1 TO DP-MATCH-COUNT
                       IF DP-MATCH-COUNT = 1
                           MOVE PATIENT-ID(DP-IDX-B) TO DP-FIRST-MATCH-ID
                           DISPLAY "WARNING: this registration looks like "
                                   "a patient already on file:"
                       END-IF
                       DISPLAY "  Patient " PATIENT-ID(DP-IDX-B) " "
                               PATIENT-NAME(DP-IDX-B) " Age "
                               PATIENT-AGE(DP-IDX-B) " Phone "
                               PATIENT-PHONE(DP-IDX-B) " Ins "
                               PATIENT-INSURANCE-ID(DP-IDX-B)
                               " (" DP-SCORE " of 4 match)"
                   END-IF
               END-IF
           END-PERFORM.
           IF DP-MATCH-COUNT > 0
               DISPLAY "Register as a new patient anyway? (Y/N): "
                       WITH NO ADVANCING
               ACCEPT DP-PROCEED
               IF DP-PROCEED = "Y" OR DP-PROCEED = "y"
                   MOVE "Y" TO DP-PROCEED
               ELSE
                   MOVE "N" TO DP-PROCEED
               END-IF
               MOVE "PATIENT"       TO AW-RECORD-TYPE
               MOVE ADT-PATIENT-ID  TO AW-RECORD-KEY
               MOVE ADT-PATIENT-ID  TO AW-PATIENT-ID
               MOVE ADT-DOCTOR-ID   TO AW-DOCTOR-ID
               MOVE "DUPWARN"       TO AW-ACTION
               MOVE SPACES TO AW-BEFORE-VALUE
               STRING "LIKELY DUP OF " DELIMITED BY SIZE
                   DP-FIRST-MATCH-ID DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   DP-MATCH-COUNT DELIMITED BY SIZE
                   " HITS)" DELIMITED BY SIZE
                   INTO AW-BEFORE-VALUE
               IF DP-PROCEED = "Y"
                   MOVE "REGISTERED ANYWAY" TO AW-AFTER-VALUE
               ELSE
                   MOVE "REGISTRATION ABANDONED" TO AW-AFTER-VALUE
               END-IF
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       LIST-LIKELY-DUPLICATE-PAIRS.
           MOVE 0 TO DP-MATCH-COUNT.
           PERFORM VARYING DP-IDX-A FROM 1 BY 1
                   UNTIL DP-IDX-A > PATIENT-COUNT
               PERFORM VARYING DP-IDX-B FROM DP-IDX-A BY 1
                       UNTIL DP-IDX-B > PATIENT-COUNT
                   IF DP-IDX-B > DP-IDX-A
                       PERFORM SCORE-DUPLICATE-PAIR
                       IF DP-LIKELY = "Y"
                           ADD 1 TO DP-MATCH-COUNT
                           DISPLAY "  " PATIENT-ID(DP-IDX-A) " "
                                   PATIENT-NAME(DP-IDX-A) " <-> "
                                   PATIENT-ID(DP-IDX-B) " "
                                   PATIENT-NAME(DP-IDX-B)
                                   " (" DP-SCORE " of 4 match)"
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY DP-MATCH-COUNT " likely duplicate pair(s) found.".

       WRITE-MERGE-REPORT-LINE.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY MERGE-REPORT-LINE
           END-IF.
           WRITE MERGE-REPORT-LINE.

       WRITE-MERGE-FILE-LINE.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               MG-FILE-NAME DELIMITED BY SIZE
               " records moved to survivor: " DELIMITED BY SIZE
               MG-FILE-COUNT DELIMITED BY SIZE
               INTO MERGE-REPORT-LINE.
           PERFORM WRITE-MERGE-REPORT-LINE.
           MOVE "PATIENT"       TO AW-RECORD-TYPE.
           MOVE MG-LOSER-ID     TO AW-RECORD-KEY.
           MOVE MG-SURVIVOR-ID  TO AW-PATIENT-ID.
           MOVE PATIENT-DOCTOR-ID(MG-SURV-IDX) TO AW-DOCTOR-ID.
           MOVE "MERGE"         TO AW-ACTION.
           MOVE SPACES TO AW-BEFORE-VALUE.
           STRING "PATIENT " DELIMITED BY SIZE
               MG-LOSER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MG-FILE-NAME DELIMITED BY SIZE
               INTO AW-BEFORE-VALUE.
           MOVE SPACES TO AW-AFTER-VALUE.
           STRING "INTO " DELIMITED BY SIZE
               MG-SURVIVOR-ID DELIMITED BY SIZE
               " RECS " DELIMITED BY SIZE
               MG-FILE-COUNT DELIMITED BY SIZE
               INTO AW-AFTER-VALUE.
           PERFORM WRITE-AUDIT-ENTRY.

       MERGE-DUPLICATE-PATIENTS.
           DISPLAY "MERGE DUPLICATE PATIENT RECORDS".
           DISPLAY "--------------------------------".
           DISPLAY "List likely duplicate pairs first? (Y/N): "
                   WITH NO ADVANCING.
           ACCEPT MG-LIST-PAIRS.
           IF MG-LIST-PAIRS = "Y" OR MG-LIST-PAIRS = "y"
               PERFORM LIST-LIKELY-DUPLICATE-PAIRS
           END-IF.
           DISPLAY "Enter Surviving Patient ID: " WITH NO ADVANCING.
           ACCEPT MG-SURVIVOR-ID.
           DISPLAY "Enter Patient ID to Merge Away: " WITH NO ADVANCING.
           ACCEPT MG-LOSER-ID.

           MOVE "N" TO MG-SURV-FOUND.
           MOVE "N" TO MG-LOSER-FOUND.
           PERFORM VARYING PAT-IDX FROM 1 BY 1 UNTIL PAT-IDX > PATIENT-COUNT
               IF PATIENT-ID(PAT-IDX) = MG-SURVIVOR-ID
                   MOVE "Y" TO MG-SURV-FOUND
                   MOVE PAT-IDX TO MG-SURV-IDX
               END-IF
               IF PATIENT-ID(PAT-IDX) = MG-LOSER-ID
                   MOVE "Y" TO MG-LOSER-FOUND
                   MOVE PAT-IDX TO MG-LOSER-IDX
               END-IF
           END-PERFORM.

           MOVE "Y" TO MG-OK.
           IF MG-SURVIVOR-ID = MG-LOSER-ID
               DISPLAY "Surviving and merged IDs are the same. "
                       "Merge refused."
               MOVE "N" TO MG-OK
           ELSE
               IF MG-SURV-FOUND = "N" OR MG-LOSER-FOUND = "N"
                   DISPLAY "Both patient IDs must be on file. "
                           "Merge refused."
                   MOVE "N" TO MG-OK
               END-IF
           END-IF.
           IF MG-OK = "Y"
               IF PATIENT-LOAD-OVERFLOW = "Y" OR CHARGE-LOAD-OVERFLOW = "Y"
                   OR LAB-LOAD-OVERFLOW = "Y"
                   OR APPOINTMENT-LOAD-OVERFLOW = "Y"
                   OR FEEDBACK-LOAD-OVERFLOW = "Y"
                   OR WAITLIST-LOAD-OVERFLOW = "Y"
                   OR DENIAL-LOAD-OVERFLOW = "Y"
                   OR PAYPLAN-LOAD-OVERFLOW = "Y"
                   OR ROOM-LOAD-OVERFLOW = "Y"
                   OR BEDQUEUE-LOAD-OVERFLOW = "Y"
                   OR REFUND-LOAD-OVERFLOW = "Y"
                   DISPLAY "A master table was over capacity at load, so "
                           "not every record can be moved. Run "
                           "archive/purge first. Merge refused."
                   MOVE "N" TO MG-OK
               END-IF
           END-IF.
           IF MG-OK = "Y"
               MOVE "N" TO MG-SURV-ACTIVE
               MOVE "N" TO MG-LOSER-ACTIVE
               IF PATIENT-ROOM-NUMBER(MG-SURV-IDX) NOT = 0
                   AND ADM-YEAR(MG-SURV-IDX) NOT = 0
                   AND DIS-YEAR(MG-SURV-IDX) = 0
                   MOVE "Y" TO MG-SURV-ACTIVE
               END-IF
               IF PATIENT-ROOM-NUMBER(MG-LOSER-IDX) NOT = 0
                   AND ADM-YEAR(MG-LOSER-IDX) NOT = 0
                   AND DIS-YEAR(MG-LOSER-IDX) = 0
                   MOVE "Y" TO MG-LOSER-ACTIVE
               END-IF
               IF MG-SURV-ACTIVE = "Y" AND MG-LOSER-ACTIVE = "Y"
                   DISPLAY "Both patient IDs currently occupy a room. "
                           "Discharge or transfer one stay first. "
                           "Merge refused."
                   MOVE "N" TO MG-OK
               END-IF
           END-IF.
           IF MG-OK = "Y"
               DISPLAY "SURVIVOR: " PATIENT-ID(MG-SURV-IDX) " "
                       PATIENT-NAME(MG-SURV-IDX) " Age "
                       PATIENT-AGE(MG-SURV-IDX) " Phone "
                       PATIENT-PHONE(MG-SURV-IDX)
               DISPLAY "MERGED:   " PATIENT-ID(MG-LOSER-IDX) " "
                       PATIENT-NAME(MG-LOSER-IDX) " Age "
                       PATIENT-AGE(MG-LOSER-IDX) " Phone "
                       PATIENT-PHONE(MG-LOSER-IDX)
               DISPLAY "Every record for " MG-LOSER-ID " will be moved to "
                       MG-SURVIVOR-ID " and " MG-LOSER-ID
                       " removed. Proceed? (Y/N): " WITH NO ADVANCING
               ACCEPT MG-CONFIRM
               IF MG-CONFIRM = "Y" OR MG-CONFIRM = "y"
                   PERFORM ARCHIVE-MERGED-STAY
                   IF MG-OK = "Y"
                       PERFORM APPLY-PATIENT-MERGE
                   END-IF
               ELSE
                   DISPLAY "Merge cancelled. No records changed."
               END-IF
           END-IF.

       ARCHIVE-MERGED-STAY.
           MOVE "N" TO MG-MOVE-STAY.
           MOVE 0 TO MG-ARCHIVE-IDX.
           MOVE "No completed stay archived." TO MG-HIST-NOTE.
           IF MG-LOSER-ACTIVE = "Y"
               OR (ADM-YEAR(MG-SURV-IDX) = 0
                   AND ADM-YEAR(MG-LOSER-IDX) NOT = 0)
               MOVE "Y" TO MG-MOVE-STAY
               IF ADM-YEAR(MG-SURV-IDX) NOT = 0
                   AND DIS-YEAR(MG-SURV-IDX) NOT = 0
                   MOVE MG-SURV-IDX TO MG-ARCHIVE-IDX
               END-IF
           ELSE
               IF ADM-YEAR(MG-LOSER-IDX) NOT = 0
                   AND DIS-YEAR(MG-LOSER-IDX) NOT = 0
                   MOVE MG-LOSER-IDX TO MG-ARCHIVE-IDX
               END-IF
           END-IF.
           IF MG-ARCHIVE-IDX NOT = 0
               OPEN EXTEND PATIENT-HIST-FILE
               IF FS-PATIENT-HIST-FILE = "00" OR FS-PATIENT-HIST-FILE = "05"
                   MOVE PATIENT-ENTRY(MG-ARCHIVE-IDX) TO PATIENT-RECORD
                   MOVE MG-SURVIVOR-ID TO PF-PATIENT-ID
                   MOVE PATIENT-RECORD TO PH-PATIENT-DATA
                   INSPECT PH-PATIENT-DATA REPLACING ALL LOW-VALUE BY SPACE
                   WRITE PATIENT-HIST-RECORD
                   CLOSE PATIENT-HIST-FILE
                   MOVE SPACES TO MG-HIST-NOTE
                   STRING "Completed stay " DELIMITED BY SIZE
                       ADM-YEAR(MG-ARCHIVE-IDX) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       ADM-MONTH(MG-ARCHIVE-IDX) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       ADM-DAY(MG-ARCHIVE-IDX) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       DIS-YEAR(MG-ARCHIVE-IDX) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       DIS-MONTH(MG-ARCHIVE-IDX) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       DIS-DAY(MG-ARCHIVE-IDX) DELIMITED BY SIZE
                       " moved to PATHIST.DAT under the surviving ID."
                           DELIMITED BY SIZE
                       INTO MG-HIST-NOTE
                   DISPLAY FUNCTION TRIM(MG-HIST-NOTE)
               ELSE
                   DISPLAY "PATHIST.DAT could not be opened (status "
                           FS-PATIENT-HIST-FILE ") so the completed stay "
                           "would be lost. Merge refused. No records "
                           "changed."
                   MOVE "N" TO MG-OK
               END-IF
           END-IF.

       REKEY-MERGED-PAYMENT-DETAIL.
           MOVE 0 TO MG-PAYDETL-COUNT.
           OPEN INPUT PAYMENT-DETAIL-FILE.
           IF FS-PAYMENT-DETAIL-FILE = "00"
               OPEN OUTPUT PAYMENT-DETAIL-WORK-FILE
               IF FS-PAYMENT-DETAIL-WORK-FILE = "00"
                   PERFORM UNTIL FS-PAYMENT-DETAIL-FILE NOT = "00"
                       READ PAYMENT-DETAIL-FILE
                           AT END
                               MOVE "10" TO FS-PAYMENT-DETAIL-FILE
                           NOT AT END
                               IF PD-PATIENT-ID = MG-LOSER-ID
                                   MOVE MG-SURVIVOR-ID TO PD-PATIENT-ID
                                   ADD 1 TO MG-PAYDETL-COUNT
                               END-IF
                               WRITE PAYMENT-DETAIL-WORK-RECORD
                                   FROM PAYMENT-DETAIL-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PAYMENT-DETAIL-WORK-FILE
                   CLOSE PAYMENT-DETAIL-FILE
                   MOVE "PAYDETL.DAT" TO SS-LIVE-NAME
                   MOVE "PAYDETL.NEW" TO SS-WORK-NAME
                   IF MG-PAYDETL-COUNT > 0
                       AND FS-PAYMENT-DETAIL-WORK-FILE = "00"
                       PERFORM PROMOTE-SAVED-FILE
                   ELSE
                       CALL "CBL_DELETE_FILE" USING SS-WORK-NAME
                   END-IF
               ELSE
                   CLOSE PAYMENT-DETAIL-FILE
                   DISPLAY "WARNING: PAYDETL.NEW could not be opened "
                           "(status " FS-PAYMENT-DETAIL-WORK-FILE
                           "). Payment lines left on " MG-LOSER-ID "."
               END-IF
           ELSE
               IF FS-PAYMENT-DETAIL-FILE = "05"
                   CLOSE PAYMENT-DETAIL-FILE
               END-IF
           END-IF.

       APPLY-PATIENT-MERGE.
           MOVE 0 TO MG-CHARGE-COUNT.
           MOVE 0 TO MG-LAB-COUNT.
           MOVE 0 TO MG-APPOINT-COUNT.
           MOVE 0 TO MG-FEEDBACK-COUNT.
           MOVE 0 TO MG-WAITLIST-COUNT.
           MOVE 0 TO MG-DENIAL-COUNT.
           MOVE 0 TO MG-PAYPLAN-COUNT.
           MOVE 0 TO MG-ROOM-COUNT.
           MOVE 0 TO MG-BEDQ-COUNT.
           MOVE 0 TO MG-REFUND-COUNT.
           MOVE PATIENT-BILL-AMOUNT(MG-LOSER-IDX) TO MG-LOSER-BILL.
           MOVE PATIENT-PAID-AMOUNT(MG-LOSER-IDX) TO MG-LOSER-PAID.

           PERFORM VARYING CHG-IDX FROM 1 BY 1 UNTIL CHG-IDX > CHARGE-COUNT
               IF CHARGE-PATIENT-ID(CHG-IDX) = MG-LOSER-ID
                   MOVE MG-SURVIVOR-ID TO CHARGE-PATIENT-ID(CHG-IDX)
                   ADD 1 TO MG-CHARGE-COUNT
               END-IF
           END-PERFORM.

           PERFORM VARYING LAB-IDX FROM 1 BY 1 UNTIL LAB-IDX > LAB-COUNT
               IF LAB-PATIENT-ID(LAB-IDX) = MG-LOSER-ID
                   MOVE 0 TO MG-NEXT-SEQ
                   PERFORM VARYING MG-IDX FROM 1 BY 1
                           UNTIL MG-IDX > LAB-COUNT
                       IF LAB-PATIENT-ID(MG-IDX) = MG-SURVIVOR-ID
                           AND LAB-RESULT-DATE(MG-IDX) =
                               LAB-RESULT-DATE(LAB-IDX)
                           AND LAB-RESULT-SEQ(MG-IDX) > MG-NEXT-SEQ
                           MOVE LAB-RESULT-SEQ(MG-IDX) TO MG-NEXT-SEQ
                       END-IF
                   END-PERFORM
                   MOVE MG-SURVIVOR-ID TO LAB-PATIENT-ID(LAB-IDX)
                   ADD 1 TO MG-NEXT-SEQ
                   MOVE MG-NEXT-SEQ TO LAB-RESULT-SEQ(LAB-IDX)
                   ADD 1 TO MG-LAB-COUNT
               END-IF
           END-PERFORM.

           PERFORM VARYING APP-IDX FROM 1 BY 1
                   UNTIL APP-IDX > APPOINTMENT-COUNT
               IF APP-PATIENT-ID(APP-IDX) = MG-LOSER-ID
                   AND APPOINTMENT-ID(APP-IDX) NOT = 0
                   MOVE MG-SURVIVOR-ID TO APP-PATIENT-ID(APP-IDX)
                   ADD 1 TO MG-APPOINT-COUNT
               END-IF
           END-PERFORM.

           PERFORM VARYING FB-IDX FROM 1 BY 1 UNTIL FB-IDX > FEEDBACK-COUNT
               IF RATING-PATIENT-ID(FB-IDX) = MG-LOSER-ID
                   MOVE MG-SURVIVOR-ID TO RATING-PATIENT-ID(FB-IDX)
                   ADD 1 TO MG-FEEDBACK-COUNT
               END-IF
           END-PERFORM.

           PERFORM VARYING WTL-IDX FROM 1 BY 1
                   UNTIL WTL-IDX > WAITLIST-COUNT
               IF WAIT-PATIENT-ID(WTL-IDX) = MG-LOSER-ID
                   MOVE MG-SURVIVOR-ID TO WAIT-PATIENT-ID(WTL-IDX)
                   ADD 1 TO MG-WAITLIST-COUNT
               END-IF
           END-PERFORM.

           PERFORM VARYING DEN-IDX FROM 1 BY 1 UNTIL DEN-IDX > DENIAL-COUNT
               IF DENIAL-PATIENT-ID(DEN-IDX) = MG-LOSER-ID
                   MOVE MG-SURVIVOR-ID TO DENIAL-PATIENT-ID(DEN-IDX)
                   ADD 1 TO MG-DENIAL-COUNT
               END-IF
           END-PERFORM.

           MOVE MG-SURVIVOR-ID TO ST-PATIENT-ID.
           PERFORM FIND-PAYPLAN-FOR-PATIENT.
           MOVE "No payment plan on the merged ID." TO MG-PLAN-NOTE.
           PERFORM VARYING PLN-IDX FROM 1 BY 1 UNTIL PLN-IDX > PAYPLAN-COUNT
               IF PLAN-PATIENT-ID(PLN-IDX) = MG-LOSER-ID
                   IF ST-PLAN-FOUND = "N"
                       MOVE MG-SURVIVOR-ID TO PLAN-PATIENT-ID(PLN-IDX)
                       ADD 1 TO MG-PAYPLAN-COUNT
                       MOVE "Payment plan moved to the surviving ID."
                           TO MG-PLAN-NOTE
                   ELSE
                       MOVE "MERGED" TO PLAN-STATUS(PLN-IDX)
                       MOVE "Survivor has its own plan; merged-ID plan set to MERGED."
                           TO MG-PLAN-NOTE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING BQ-IDX FROM 1 BY 1 UNTIL BQ-IDX > BEDQ-COUNT
               IF BEDQ-PATIENT-ID(BQ-IDX) = MG-LOSER-ID
                   MOVE MG-SURVIVOR-ID TO BEDQ-PATIENT-ID(BQ-IDX)
                   ADD 1 TO MG-BEDQ-COUNT
               END-IF
           END-PERFORM.

           PERFORM VARYING RFN-IDX FROM 1 BY 1 UNTIL RFN-IDX > REFUND-COUNT
               IF RFN-PATIENT-ID(RFN-IDX) = MG-LOSER-ID
                   MOVE MG-SURVIVOR-ID TO RFN-PATIENT-ID(RFN-IDX)
                   ADD 1 TO MG-REFUND-COUNT
               END-IF
           END-PERFORM.

           PERFORM REKEY-MERGED-PAYMENT-DETAIL.

           MOVE "Room assignment unchanged." TO MG-ROOM-NOTE.
           IF MG-MOVE-STAY = "Y"
               MOVE PATIENT-ROOM-NUMBER(MG-LOSER-IDX)
                   TO PATIENT-ROOM-NUMBER(MG-SURV-IDX)
               MOVE PATIENT-ADMISSION-DATE(MG-LOSER-IDX)
                   TO PATIENT-ADMISSION-DATE(MG-SURV-IDX)
               MOVE PATIENT-DISCHARGE-DATE(MG-LOSER-IDX)
                   TO PATIENT-DISCHARGE-DATE(MG-SURV-IDX)
               ADD 1 TO MG-ROOM-COUNT
               MOVE SPACES TO MG-ROOM-NOTE
               STRING "Room " DELIMITED BY SIZE
                   PATIENT-ROOM-NUMBER(MG-SURV-IDX) DELIMITED BY SIZE
                   " and stay dates moved to the surviving ID."
                       DELIMITED BY SIZE
                   INTO MG-ROOM-NOTE
           END-IF.

           IF PATIENT-PHONE(MG-SURV-IDX) = SPACES
               MOVE PATIENT-PHONE(MG-LOSER-IDX) TO PATIENT-PHONE(MG-SURV-IDX)
           END-IF.
           IF PATIENT-EMAIL(MG-SURV-IDX) = SPACES
               MOVE PATIENT-EMAIL(MG-LOSER-IDX) TO PATIENT-EMAIL(MG-SURV-IDX)
           END-IF.
           IF PATIENT-ADDRESS(MG-SURV-IDX) = SPACES
               MOVE PATIENT-ADDRESS(MG-LOSER-IDX)
                   TO PATIENT-ADDRESS(MG-SURV-IDX)
           END-IF.
           IF PATIENT-INSURANCE-ID(MG-SURV-IDX) = SPACES
               MOVE PATIENT-INSURANCE-ID(MG-LOSER-IDX)
                   TO PATIENT-INSURANCE-ID(MG-SURV-IDX)
           END-IF.
           IF PATIENT-DISEASE(MG-SURV-IDX) = SPACES
               MOVE PATIENT-DISEASE(MG-LOSER-IDX)
                   TO PATIENT-DISEASE(MG-SURV-IDX)
           END-IF.
           IF PATIENT-DOCTOR-ID(MG-SURV-IDX) = 0
               MOVE PATIENT-DOCTOR-ID(MG-LOSER-IDX)
                   TO PATIENT-DOCTOR-ID(MG-SURV-IDX)
           END-IF.

           PERFORM VARYING MG-IDX FROM 1 BY 1 UNTIL MG-IDX > 5
               IF PATIENT-ALLERGY(MG-LOSER-IDX, MG-IDX) NOT = SPACES
                   MOVE "N" TO MG-SLOT-FOUND
                   PERFORM VARYING MG-SLOT-IDX FROM 1 BY 1
                           UNTIL MG-SLOT-IDX > 5 OR MG-SLOT-FOUND = "Y"
                       IF PATIENT-ALLERGY(MG-SURV-IDX, MG-SLOT-IDX) =
                           PATIENT-ALLERGY(MG-LOSER-IDX, MG-IDX)
                           MOVE "Y" TO MG-SLOT-FOUND
                       END-IF
                   END-PERFORM
                   PERFORM VARYING MG-SLOT-IDX FROM 1 BY 1
                           UNTIL MG-SLOT-IDX > 5 OR MG-SLOT-FOUND = "Y"
                       IF PATIENT-ALLERGY(MG-SURV-IDX, MG-SLOT-IDX) = SPACES
                           MOVE PATIENT-ALLERGY(MG-LOSER-IDX, MG-IDX)
                               TO PATIENT-ALLERGY(MG-SURV-IDX, MG-SLOT-IDX)
                           MOVE "Y" TO MG-SLOT-FOUND
                       END-IF
                   END-PERFORM
                   IF MG-SLOT-FOUND = "N"
                       DISPLAY "WARNING: no free allergy slot for "
                               FUNCTION TRIM(PATIENT-ALLERGY(MG-LOSER-IDX,
                                   MG-IDX))
                               " - record it on the survivor by hand."
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING MG-IDX FROM 1 BY 1 UNTIL MG-IDX > 10
               IF PATIENT-HISTORY(MG-LOSER-IDX, MG-IDX) NOT = SPACES
                   MOVE "N" TO MG-SLOT-FOUND
                   PERFORM VARYING MG-SLOT-IDX FROM 1 BY 1
                           UNTIL MG-SLOT-IDX > 10 OR MG-SLOT-FOUND = "Y"
                       IF PATIENT-HISTORY(MG-SURV-IDX, MG-SLOT-IDX) = SPACES
                           MOVE PATIENT-HISTORY(MG-LOSER-IDX, MG-IDX)
                               TO PATIENT-HISTORY(MG-SURV-IDX, MG-SLOT-IDX)
                           MOVE "Y" TO MG-SLOT-FOUND
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           ADD MG-LOSER-BILL TO PATIENT-BILL-AMOUNT(MG-SURV-IDX).
           ADD MG-LOSER-PAID TO PATIENT-PAID-AMOUNT(MG-SURV-IDX).
           IF PATIENT-BILL-AMOUNT(MG-SURV-IDX) > 0
               AND PATIENT-PAID-AMOUNT(MG-SURV-IDX) >=
                   PATIENT-BILL-AMOUNT(MG-SURV-IDX)
               MOVE "PAID" TO PATIENT-PAYMENT-STATUS(MG-SURV-IDX)
           ELSE
               IF PATIENT-PAID-AMOUNT(MG-SURV-IDX) > 0
                   MOVE "PARTIAL" TO PATIENT-PAYMENT-STATUS(MG-SURV-IDX)
               END-IF
           END-IF.

           OPEN EXTEND MERGE-REPORT-FILE.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "PATIENT MERGE " DELIMITED BY SIZE
               CURR-YEAR DELIMITED BY SIZE "/" DELIMITED BY SIZE
               CURR-MONTH DELIMITED BY SIZE "/" DELIMITED BY SIZE
               CURR-DAY DELIMITED BY SIZE
               " BY OPERATOR " DELIMITED BY SIZE
               OPERATOR-ID DELIMITED BY SIZE
               INTO MERGE-REPORT-LINE.
           PERFORM WRITE-MERGE-REPORT-LINE.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "  Survivor " DELIMITED BY SIZE
               MG-SURVIVOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PATIENT-NAME(MG-SURV-IDX) DELIMITED BY SIZE
               " <- merged " DELIMITED BY SIZE
               MG-LOSER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PATIENT-NAME(MG-LOSER-IDX) DELIMITED BY SIZE
               INTO MERGE-REPORT-LINE.
           PERFORM WRITE-MERGE-REPORT-LINE.

           MOVE "CHARGES.DAT"  TO MG-FILE-NAME.
           MOVE MG-CHARGE-COUNT TO MG-FILE-COUNT.
           PERFORM WRITE-MERGE-FILE-LINE.
           MOVE "LABS.DAT"     TO MG-FILE-NAME.
           MOVE MG-LAB-COUNT   TO MG-FILE-COUNT.
           PERFORM WRITE-MERGE-FILE-LINE.
           MOVE "APPOINTS.DAT" TO MG-FILE-NAME.
           MOVE MG-APPOINT-COUNT TO MG-FILE-COUNT.
           PERFORM WRITE-MERGE-FILE-LINE.
           MOVE "FEEDBACK.DAT" TO MG-FILE-NAME.
           MOVE MG-FEEDBACK-COUNT TO MG-FILE-COUNT.
           PERFORM WRITE-MERGE-FILE-LINE.
           MOVE "WAITLIST.DAT" TO MG-FILE-NAME.
           MOVE MG-WAITLIST-COUNT TO MG-FILE-COUNT.
           PERFORM WRITE-MERGE-FILE-LINE.
           MOVE "DENIALS.DAT"  TO MG-FILE-NAME.
           MOVE MG-DENIAL-COUNT TO MG-FILE-COUNT.
           PERFORM WRITE-MERGE-FILE-LINE.
           MOVE "PAYPLANS.DAT" TO MG-FILE-NAME.
           MOVE MG-PAYPLAN-COUNT TO MG-FILE-COUNT.
           PERFORM WRITE-MERGE-FILE-LINE.
           MOVE "ROOMS.DAT"    TO MG-FILE-NAME.
           MOVE MG-ROOM-COUNT  TO MG-FILE-COUNT.
           PERFORM WRITE-MERGE-FILE-LINE.
           MOVE "BEDQUEUE.DAT" TO MG-FILE-NAME.
           MOVE MG-BEDQ-COUNT  TO MG-FILE-COUNT.
           PERFORM WRITE-MERGE-FILE-LINE.
           MOVE "REFUNDS.DAT"  TO MG-FILE-NAME.
           MOVE MG-REFUND-COUNT TO MG-FILE-COUNT.
           PERFORM WRITE-MERGE-FILE-LINE.
           MOVE "PAYDETL.DAT"  TO MG-FILE-NAME.
           MOVE MG-PAYDETL-COUNT TO MG-FILE-COUNT.
           PERFORM WRITE-MERGE-FILE-LINE.

           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               MG-PLAN-NOTE DELIMITED BY SIZE
               INTO MERGE-REPORT-LINE.
           PERFORM WRITE-MERGE-REPORT-LINE.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               MG-ROOM-NOTE DELIMITED BY SIZE
               INTO MERGE-REPORT-LINE.
           PERFORM WRITE-MERGE-REPORT-LINE.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               MG-HIST-NOTE DELIMITED BY SIZE
               INTO MERGE-REPORT-LINE.
           PERFORM WRITE-MERGE-REPORT-LINE.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "  Bill/paid carried over: " DELIMITED BY SIZE
               MG-LOSER-BILL DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               MG-LOSER-PAID DELIMITED BY SIZE
               "  Survivor now " DELIMITED BY SIZE
               PATIENT-BILL-AMOUNT(MG-SURV-IDX) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               PATIENT-PAID-AMOUNT(MG-SURV-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PATIENT-PAYMENT-STATUS(MG-SURV-IDX) DELIMITED BY SIZE
               INTO MERGE-REPORT-LINE.
           PERFORM WRITE-MERGE-REPORT-LINE.
           MOVE SPACES TO MERGE-REPORT-LINE.
           PERFORM WRITE-MERGE-REPORT-LINE.
           CLOSE MERGE-REPORT-FILE.

           MOVE "PATIENT"       TO AW-RECORD-TYPE.
           MOVE MG-LOSER-ID     TO AW-RECORD-KEY.
           MOVE MG-SURVIVOR-ID  TO AW-PATIENT-ID.
           MOVE PATIENT-DOCTOR-ID(MG-SURV-IDX) TO AW-DOCTOR-ID.
           MOVE "MERGE"         TO AW-ACTION.
           MOVE SPACES TO AW-BEFORE-VALUE.
           STRING "PATIENT " DELIMITED BY SIZE
               MG-LOSER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PATIENT-NAME(MG-LOSER-IDX) DELIMITED BY SIZE
               INTO AW-BEFORE-VALUE.
           MOVE SPACES TO AW-AFTER-VALUE.
           STRING "REMOVED, MERGED INTO " DELIMITED BY SIZE
               MG-SURVIVOR-ID DELIMITED BY SIZE
               INTO AW-AFTER-VALUE.
           PERFORM WRITE-AUDIT-ENTRY.

           PERFORM VARYING MG-IDX FROM MG-LOSER-IDX BY 1
                   UNTIL MG-IDX >= PATIENT-COUNT
               COMPUTE MG-IDX2 = MG-IDX + 1
               MOVE PATIENT-ENTRY(MG-IDX2) TO PATIENT-ENTRY(MG-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM PATIENT-COUNT.

           PERFORM SAVE-PATIENT-FILE.
           IF MG-CHARGE-COUNT > 0
               PERFORM SAVE-CHARGE-FILE
           END-IF.
           IF MG-LAB-COUNT > 0
               PERFORM SAVE-LAB-FILE
           END-IF.
           IF MG-APPOINT-COUNT > 0
               PERFORM SAVE-APPOINTMENT-FILE
           END-IF.
           IF MG-FEEDBACK-COUNT > 0
               PERFORM SAVE-FEEDBACK-FILE
           END-IF.
           IF MG-WAITLIST-COUNT > 0
               PERFORM SAVE-WAITLIST-FILE
           END-IF.
           IF MG-DENIAL-COUNT > 0
               PERFORM SAVE-DENIAL-FILE
           END-IF.
           IF MG-BEDQ-COUNT > 0
               PERFORM SAVE-BED-QUEUE-FILE
           END-IF.
           IF MG-REFUND-COUNT > 0
               PERFORM SAVE-REFUND-FILE
           END-IF.
           PERFORM SAVE-PAYPLAN-FILE.
           PERFORM SYNC-ROOM-OCCUPANCY.
           PERFORM SAVE-ROOM-FILE.
           DISPLAY "Patient " MG-LOSER-ID " merged into " MG-SURVIVOR-ID
                   ". Merge report appended to MERGERPT.TXT.".

       FIND-PAYER-BY-ID.
           MOVE "N" TO PM-FOUND.
           PERFORM VARYING PYR-IDX FROM 1 BY 1
                   UNTIL PYR-IDX > PAYER-COUNT OR PM-FOUND = "Y"
               IF PAYER-ID(PYR-IDX) = PM-PAYER-ID
                   MOVE "Y" TO PM-FOUND
                   MOVE PYR-IDX TO PM-MATCHED-IDX
               END-IF
           END-PERFORM.

       PAYER-MASTER-MAINTENANCE.
           DISPLAY "PAYER MASTER MAINTENANCE".
           DISPLAY "-------------------------".
           DISPLAY "1. Add Payer".
           DISPLAY "2. List Payers".
           DISPLAY "3. Return to Main Menu".
           DISPLAY "Enter your choice (1-3): " WITH NO ADVANCING.
           ACCEPT PM-CHOICE.
           EVALUATE PM-CHOICE
               WHEN 1 PERFORM ADD-PAYER
               WHEN 2 PERFORM LIST-PAYERS
               WHEN 3 CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       ADD-PAYER.
           DISPLAY "ADD PAYER".
           DISPLAY "----------".
           IF PAYER-COUNT >= 50
               DISPLAY "PAYER TABLE IS FULL. CANNOT ADD."
           ELSE
               DISPLAY "Enter Payer ID: " WITH NO ADVANCING
               ACCEPT PM-PAYER-ID
               PERFORM FIND-PAYER-BY-ID
               IF PM-FOUND = "Y"
                   DISPLAY "Payer " FUNCTION TRIM(PM-PAYER-ID)
                           " is already on the payer master."
               ELSE
                   ADD 1 TO PAYER-COUNT
                   SET PYR-IDX TO PAYER-COUNT
                   MOVE PM-PAYER-ID TO PAYER-ID(PYR-IDX)
                   DISPLAY "Enter Payer Name: " WITH NO ADVANCING
                   ACCEPT PAYER-NAME(PYR-IDX)
                   DISPLAY "Enter Contracted Room Day Rate: "
                           WITH NO ADVANCING
                   ACCEPT PAYER-ROOM-DAY-RATE(PYR-IDX)
                   DISPLAY "Enter Contracted Med Dispense Rate: "
                           WITH NO ADVANCING
                   ACCEPT PAYER-MED-DISPENSE-RATE(PYR-IDX)
                   DISPLAY "Enter Expected Reimbursement Percent: "
                           WITH NO ADVANCING
                   ACCEPT PAYER-REIMBURSE-PCT(PYR-IDX)
                   PERFORM SAVE-PAYER-FILE
                   DISPLAY "Payer " FUNCTION TRIM(PM-PAYER-ID) " added."
                   MOVE "PAYER"       TO AW-RECORD-TYPE
                   MOVE PAYER-COUNT   TO AW-RECORD-KEY
                   MOVE 0             TO AW-PATIENT-ID
                   MOVE 0             TO AW-DOCTOR-ID
                   MOVE "ADD"         TO AW-ACTION
                   MOVE SPACES        TO AW-BEFORE-VALUE
                   MOVE PM-PAYER-ID   TO AW-AFTER-VALUE
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       LIST-PAYERS.
           DISPLAY "PAYER MASTER".
           DISPLAY "-------------".
           PERFORM VARYING PYR-IDX FROM 1 BY 1 UNTIL PYR-IDX > PAYER-COUNT
               DISPLAY PAYER-ID(PYR-IDX) " | "
                       PAYER-NAME(PYR-IDX)
               DISPLAY "   Room/day: $" PAYER-ROOM-DAY-RATE(PYR-IDX)
                       " | Med dispense: $"
                       PAYER-MED-DISPENSE-RATE(PYR-IDX)
                       " | Expected reimb: "
                       PAYER-REIMBURSE-PCT(PYR-IDX) "%"
           END-PERFORM.
           DISPLAY PAYER-COUNT " payer(s) on file.".

       CHARGE-MASTER-MAINTENANCE.
           DISPLAY "CHARGE DESCRIPTION MASTER".
           DISPLAY "--------------------------".
           DISPLAY "1. Add Charge Code / New Standard Price".
           DISPLAY "2. Expire Charge Code".
           DISPLAY "3. List Charge Master".
           DISPLAY "4. Price-Change Impact Report".
           DISPLAY "5. Return to Main Menu".
           DISPLAY "Enter your choice (1-5): " WITH NO ADVANCING.
           ACCEPT CD-CHOICE.
           EVALUATE CD-CHOICE
               WHEN 1
                   PERFORM CHECK-ADMIN-ACCESS
                   IF SO-ACCESS-ALLOWED = "Y"
                       PERFORM ADD-CHARGE-MASTER-PRICE
                   END-IF
               WHEN 2
                   PERFORM CHECK-ADMIN-ACCESS
                   IF SO-ACCESS-ALLOWED = "Y"
                       PERFORM EXPIRE-CHARGE-CODE
                   END-IF
               WHEN 3 PERFORM LIST-CHARGE-MASTER
               WHEN 4 PERFORM PRICE-CHANGE-IMPACT-REPORT
               WHEN 5 CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       ACCEPT-CHARGE-CODE.
           DISPLAY "Enter Charge Code: " WITH NO ADVANCING.
           MOVE SPACES TO CD-CHARGE-CODE.
           ACCEPT CD-CHARGE-CODE.
           INSPECT CD-CHARGE-CODE
               CONVERTING DP-LOWER-ALPHA TO DP-UPPER-ALPHA.

       FIND-LATEST-CHARGE-ROW.
           MOVE "N" TO CD-CODE-ON-FILE.
           MOVE 0 TO CD-LATEST-IDX.
           PERFORM VARYING CDM-IDX FROM 1 BY 1 UNTIL CDM-IDX > CDM-COUNT
               IF CDM-CHARGE-CODE(CDM-IDX) = CD-CHARGE-CODE
                   IF CD-CODE-ON-FILE = "N"
                       MOVE "Y" TO CD-CODE-ON-FILE
                       SET CD-LATEST-IDX TO CDM-IDX
                   ELSE
                       IF CDM-EFFECTIVE-DATE(CDM-IDX) >
                           CDM-EFFECTIVE-DATE(CD-LATEST-IDX)
                           SET CD-LATEST-IDX TO CDM-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ACCEPT-CHARGE-MASTER-DATE.
           ACCEPT CD-DATE-WORK.
           IF CD-DATE-WORK = 0
               ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
               COMPUTE CD-DATE-WORK =
                   CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY
           END-IF.
           MOVE CD-DATE-YEAR  TO IA-CHECK-YEAR.
           MOVE CD-DATE-MONTH TO IA-CHECK-MONTH.
           MOVE CD-DATE-DAY   TO IA-CHECK-DAY.
           PERFORM CHECK-DATE-VALID.

       ADD-CHARGE-MASTER-PRICE.
           DISPLAY "ADD CHARGE CODE / NEW STANDARD PRICE".
           DISPLAY "-------------------------------------".
           IF CDM-COUNT >= 300
               DISPLAY "CHARGE MASTER TABLE IS FULL. CANNOT ADD."
           ELSE
               PERFORM ACCEPT-CHARGE-CODE
               IF CD-CHARGE-CODE = SPACES
                   DISPLAY "A charge code is required. Nothing added."
               ELSE
                   DISPLAY "Enter Effective Date (YYYYMMDD, 0 = today): "
                           WITH NO ADVANCING
                   PERFORM ACCEPT-CHARGE-MASTER-DATE
                   MOVE CD-DATE-WORK TO CD-EFFECTIVE-DATE
                   PERFORM FIND-LATEST-CHARGE-ROW
                   IF IA-DATE-OK = "N"
                       DISPLAY "Effective date " CD-EFFECTIVE-DATE
                               " is not valid. Nothing added."
                   ELSE
                       IF CD-CODE-ON-FILE = "Y"
                           AND CDM-EFFECTIVE-DATE(CD-LATEST-IDX)
                               >= CD-EFFECTIVE-DATE
                           DISPLAY "Charge code "
                                   FUNCTION TRIM(CD-CHARGE-CODE)
                                   " already has a price effective "
                                   CDM-EFFECTIVE-DATE(CD-LATEST-IDX)
                                   ". A new price must take effect "
                                   "after that date. Nothing added."
                       ELSE
                           PERFORM ADD-CHARGE-MASTER-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-CHARGE-MASTER-ROW.
           MOVE 0 TO CD-OLD-PRICE.
           IF CD-CODE-ON-FILE = "Y"
               MOVE CDM-DESCRIPTION(CD-LATEST-IDX) TO CD-DESCRIPTION
               MOVE CDM-CHARGE-TYPE(CD-LATEST-IDX) TO CD-CHARGE-TYPE
               MOVE CDM-STANDARD-PRICE(CD-LATEST-IDX) TO CD-OLD-PRICE
               DISPLAY "Current: " CD-DESCRIPTION " | " CD-CHARGE-TYPE
                       " | $" CD-OLD-PRICE
           ELSE
               DISPLAY "Enter Description: " WITH NO ADVANCING
               ACCEPT CD-DESCRIPTION
               DISPLAY "Enter Charge Type "
                       "(ROOM/PROCEDURE/MEDICATION/CONSULT): "
                       WITH NO ADVANCING
               ACCEPT CD-CHARGE-TYPE
           END-IF.
           DISPLAY "Enter Standard Price: " WITH NO ADVANCING.
           ACCEPT CD-STANDARD-PRICE.
           IF CD-CODE-ON-FILE = "Y"
               IF CDM-EXPIRY-DATE(CD-LATEST-IDX) = 0
                   OR CDM-EXPIRY-DATE(CD-LATEST-IDX) >= CD-EFFECTIVE-DATE
                   COMPUTE CD-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(CD-EFFECTIVE-DATE) - 1
                   MOVE FUNCTION DATE-OF-INTEGER(CD-DAY-INT)
                       TO CDM-EXPIRY-DATE(CD-LATEST-IDX)
                   DISPLAY "Prior price row now expires "
                           CDM-EXPIRY-DATE(CD-LATEST-IDX) "."
               END-IF
           END-IF.
           ADD 1 TO CDM-COUNT.
           SET CDM-IDX TO CDM-COUNT.
           MOVE CD-CHARGE-CODE    TO CDM-CHARGE-CODE(CDM-IDX).
           MOVE CD-EFFECTIVE-DATE TO CDM-EFFECTIVE-DATE(CDM-IDX).
           MOVE CD-DESCRIPTION    TO CDM-DESCRIPTION(CDM-IDX).
           MOVE CD-CHARGE-TYPE    TO CDM-CHARGE-TYPE(CDM-IDX).
           MOVE CD-STANDARD-PRICE TO CDM-STANDARD-PRICE(CDM-IDX).
           MOVE 0                 TO CDM-EXPIRY-DATE(CDM-IDX).
           PERFORM SAVE-CHARGE-MASTER-FILE.
           DISPLAY "Charge code " FUNCTION TRIM(CD-CHARGE-CODE)
                   " priced at $" CD-STANDARD-PRICE " effective "
                   CD-EFFECTIVE-DATE ".".
           MOVE "CHGMSTR"         TO AW-RECORD-TYPE.
           MOVE CD-EFFECTIVE-DATE TO AW-RECORD-KEY.
           MOVE 0                 TO AW-PATIENT-ID.
           MOVE 0                 TO AW-DOCTOR-ID.
           MOVE "ADD"             TO AW-ACTION.
           MOVE SPACES TO AW-BEFORE-VALUE.
           IF CD-CODE-ON-FILE = "Y"
               STRING CD-CHARGE-CODE DELIMITED BY SPACE
                   " PRICE " DELIMITED BY SIZE
                   CD-OLD-PRICE DELIMITED BY SIZE
                   INTO AW-BEFORE-VALUE
           END-IF.
           MOVE SPACES TO AW-AFTER-VALUE.
           STRING CD-CHARGE-CODE DELIMITED BY SPACE
               " PRICE " DELIMITED BY SIZE
               CD-STANDARD-PRICE DELIMITED BY SIZE
               INTO AW-AFTER-VALUE.
           PERFORM WRITE-AUDIT-ENTRY.

       EXPIRE-CHARGE-CODE.
           DISPLAY "EXPIRE CHARGE CODE".
           DISPLAY "-------------------".
           PERFORM ACCEPT-CHARGE-CODE.
           PERFORM FIND-LATEST-CHARGE-ROW.
           IF CD-CODE-ON-FILE = "N"
               DISPLAY "Charge code " FUNCTION TRIM(CD-CHARGE-CODE)
                       " is not on the charge master."
           ELSE
               DISPLAY "Enter Expiry Date (YYYYMMDD, 0 = today): "
                       WITH NO ADVANCING
               PERFORM ACCEPT-CHARGE-MASTER-DATE
               MOVE CD-DATE-WORK TO CD-EXPIRY-DATE
               IF IA-DATE-OK = "N"
                   OR CD-EXPIRY-DATE < CDM-EFFECTIVE-DATE(CD-LATEST-IDX)
                   DISPLAY "Expiry date " CD-EXPIRY-DATE " is not valid "
                           "or falls before the latest price effective "
                           CDM-EFFECTIVE-DATE(CD-LATEST-IDX)
                           ". Nothing changed."
               ELSE
                   MOVE CDM-EXPIRY-DATE(CD-LATEST-IDX) TO CD-DATE-WORK
                   MOVE CD-EXPIRY-DATE TO CDM-EXPIRY-DATE(CD-LATEST-IDX)
                   PERFORM SAVE-CHARGE-MASTER-FILE
                   DISPLAY "Charge code " FUNCTION TRIM(CD-CHARGE-CODE)
                           " expires " CD-EXPIRY-DATE "."
                   MOVE "CHGMSTR"      TO AW-RECORD-TYPE
                   MOVE CDM-EFFECTIVE-DATE(CD-LATEST-IDX)
                       TO AW-RECORD-KEY
                   MOVE 0              TO AW-PATIENT-ID
                   MOVE 0              TO AW-DOCTOR-ID
                   MOVE "EXPIRE"       TO AW-ACTION
                   MOVE SPACES TO AW-BEFORE-VALUE
                   STRING CD-CHARGE-CODE DELIMITED BY SPACE
                       " EXPIRY " DELIMITED BY SIZE
                       CD-DATE-WORK DELIMITED BY SIZE
                       INTO AW-BEFORE-VALUE
                   MOVE SPACES TO AW-AFTER-VALUE
                   STRING CD-CHARGE-CODE DELIMITED BY SPACE
                       " EXPIRY " DELIMITED BY SIZE
                       CD-EXPIRY-DATE DELIMITED BY SIZE
                       INTO AW-AFTER-VALUE
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       LIST-CHARGE-MASTER.
           DISPLAY "CHARGE DESCRIPTION MASTER".
           DISPLAY "--------------------------".
           PERFORM VARYING CDM-IDX FROM 1 BY 1 UNTIL CDM-IDX > CDM-COUNT
               DISPLAY CDM-CHARGE-CODE(CDM-IDX) " | "
                       CDM-CHARGE-TYPE(CDM-IDX) " | "
                       CDM-DESCRIPTION(CDM-IDX) " | $"
                       CDM-STANDARD-PRICE(CDM-IDX)
               IF CDM-EXPIRY-DATE(CDM-IDX) = 0
                   DISPLAY "   Effective " CDM-EFFECTIVE-DATE(CDM-IDX)
                           " - open"
               ELSE
                   DISPLAY "   Effective " CDM-EFFECTIVE-DATE(CDM-IDX)
                           " - " CDM-EXPIRY-DATE(CDM-IDX)
               END-IF
           END-PERFORM.
           DISPLAY CDM-COUNT " charge master row(s) on file.".

       WRITE-PRICE-IMPACT-LINE.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY PRICE-IMPACT-LINE
           END-IF.
           WRITE PRICE-IMPACT-LINE.

       PRICE-CHANGE-IMPACT-REPORT.
           DISPLAY "PRICE-CHANGE IMPACT REPORT".
           DISPLAY "---------------------------".
           IF CHARGE-LOAD-OVERFLOW = "Y"
               DISPLAY "IMPACT REPORT REFUSED - CHARGES.DAT holds more "
                       "records than the table could load, so the "
                       "period totals cannot be trusted. Run "
                       "archive/purge first."
           ELSE
               PERFORM ACCEPT-CHARGE-CODE
               PERFORM FIND-LATEST-CHARGE-ROW
               IF CD-CODE-ON-FILE = "N"
                   DISPLAY "Charge code " FUNCTION TRIM(CD-CHARGE-CODE)
                           " is not on the charge master."
               ELSE
                   DISPLAY "Enter Proposed Price: " WITH NO ADVANCING
                   ACCEPT CD-PROPOSED-PRICE
                   DISPLAY "Enter Ledger Period (YYYYMM, 0 = last month): "
                           WITH NO ADVANCING
                   ACCEPT CD-PERIOD
                   IF CD-PERIOD = 0
                       ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
                       IF CURR-MONTH = 1
                           COMPUTE CD-PERIOD = (CURR-YEAR - 1) * 100 + 12
                       ELSE
                           COMPUTE CD-PERIOD =
                               CURR-YEAR * 100 + CURR-MONTH - 1
                       END-IF
                   END-IF
                   PERFORM RUN-PRICE-CHANGE-IMPACT
               END-IF
           END-IF.

       RUN-PRICE-CHANGE-IMPACT.
           COMPUTE CD-FROM-DATE = CD-PERIOD * 100 + 1.
           COMPUTE CD-TO-DATE   = CD-PERIOD * 100 + 31.
           MOVE 0 TO CD-LINE-COUNT.
           MOVE 0 TO CD-QTY-TOTAL.
           MOVE 0 TO CD-CURRENT-TOTAL.
           MOVE 0 TO CD-PROPOSED-TOTAL.
           MOVE 0 TO CD-LEDGER-TOTAL.
           OPEN OUTPUT PRICE-IMPACT-FILE.

           MOVE SPACES TO PRICE-IMPACT-LINE.
           STRING "PRICE-CHANGE IMPACT - CODE " DELIMITED BY SIZE
               CD-CHARGE-CODE DELIMITED BY SPACE
               " - LEDGER PERIOD " DELIMITED BY SIZE
               CD-PERIOD DELIMITED BY SIZE
               INTO PRICE-IMPACT-LINE.
           PERFORM WRITE-PRICE-IMPACT-LINE.
           MOVE SPACES TO PRICE-IMPACT-LINE.
           STRING "Latest standard price $" DELIMITED BY SIZE
               CDM-STANDARD-PRICE(CD-LATEST-IDX) DELIMITED BY SIZE
               " | Proposed price $" DELIMITED BY SIZE
               CD-PROPOSED-PRICE DELIMITED BY SIZE
               INTO PRICE-IMPACT-LINE.
           PERFORM WRITE-PRICE-IMPACT-LINE.
           MOVE SPACES TO PRICE-IMPACT-LINE.
           STRING "CHARGE ID | PATIENT | DATE     | QTY   | BILLED @ | "
                   DELIMITED BY SIZE
               "LINE NOW    | LINE PROPOSED" DELIMITED BY SIZE
               INTO PRICE-IMPACT-LINE.
           PERFORM WRITE-PRICE-IMPACT-LINE.

           PERFORM VARYING CHG-IDX FROM 1 BY 1 UNTIL CHG-IDX > CHARGE-COUNT
               COMPUTE CD-CHARGE-DATE = CHARGE-YEAR(CHG-IDX) * 10000
                   + CHARGE-MONTH(CHG-IDX) * 100 + CHARGE-DAY(CHG-IDX)
               IF CD-CHARGE-DATE >= CD-FROM-DATE
                   AND CD-CHARGE-DATE <= CD-TO-DATE
                   COMPUTE CD-LINE-AMOUNT = CHARGE-QUANTITY(CHG-IDX)
                       * CHARGE-UNIT-PRICE(CHG-IDX)
                   ADD CD-LINE-AMOUNT TO CD-LEDGER-TOTAL
                   IF CHARGE-CODE(CHG-IDX) = CD-CHARGE-CODE
                       ADD 1 TO CD-LINE-COUNT
                       ADD CHARGE-QUANTITY(CHG-IDX) TO CD-QTY-TOTAL
                       COMPUTE CD-NEW-LINE-AMOUNT =
                           CHARGE-QUANTITY(CHG-IDX) * CD-PROPOSED-PRICE
                       ADD CD-LINE-AMOUNT TO CD-CURRENT-TOTAL
                       ADD CD-NEW-LINE-AMOUNT TO CD-PROPOSED-TOTAL
                       MOVE SPACES TO PRICE-IMPACT-LINE
                       STRING CHARGE-ID(CHG-IDX) DELIMITED BY SIZE
                           "  | " DELIMITED BY SIZE
                           CHARGE-PATIENT-ID(CHG-IDX) DELIMITED BY SIZE
                           "  | " DELIMITED BY SIZE
                           CD-CHARGE-DATE DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           CHARGE-QUANTITY(CHG-IDX) DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           CHARGE-UNIT-PRICE(CHG-IDX) DELIMITED BY SIZE
                           "    | " DELIMITED BY SIZE
                           CD-LINE-AMOUNT DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           CD-NEW-LINE-AMOUNT DELIMITED BY SIZE
                           INTO PRICE-IMPACT-LINE
                       PERFORM WRITE-PRICE-IMPACT-LINE
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE CD-DIFFERENCE = CD-PROPOSED-TOTAL - CD-CURRENT-TOTAL.
           COMPUTE CD-LEDGER-NEW-TOTAL =
               CD-LEDGER-TOTAL - CD-CURRENT-TOTAL + CD-PROPOSED-TOTAL.
           MOVE SPACES TO PRICE-IMPACT-LINE.
           STRING "Lines for code: " DELIMITED BY SIZE
               CD-LINE-COUNT DELIMITED BY SIZE
               " | Units: " DELIMITED BY SIZE
               CD-QTY-TOTAL DELIMITED BY SIZE
               INTO PRICE-IMPACT-LINE.
           PERFORM WRITE-PRICE-IMPACT-LINE.
           MOVE SPACES TO PRICE-IMPACT-LINE.
           STRING "Code total as billed: $" DELIMITED BY SIZE
               CD-CURRENT-TOTAL DELIMITED BY SIZE
               " | At proposed price: $" DELIMITED BY SIZE
               CD-PROPOSED-TOTAL DELIMITED BY SIZE
               INTO PRICE-IMPACT-LINE.
           PERFORM WRITE-PRICE-IMPACT-LINE.
           MOVE CD-DIFFERENCE TO CD-DIFF-EDIT.
           MOVE SPACES TO PRICE-IMPACT-LINE.
           STRING "Change in period charges: $" DELIMITED BY SIZE
               CD-DIFF-EDIT DELIMITED BY SIZE
               INTO PRICE-IMPACT-LINE.
           PERFORM WRITE-PRICE-IMPACT-LINE.
           MOVE SPACES TO PRICE-IMPACT-LINE.
           STRING "Period ledger total: $" DELIMITED BY SIZE
               CD-LEDGER-TOTAL DELIMITED BY SIZE
               " | Restated at proposed price: $" DELIMITED BY SIZE
               CD-LEDGER-NEW-TOTAL DELIMITED BY SIZE
               INTO PRICE-IMPACT-LINE.
           PERFORM WRITE-PRICE-IMPACT-LINE.
           CLOSE PRICE-IMPACT-FILE.
           DISPLAY "Impact report written to PRICEIMP.TXT".

       CHARGE-LEDGER-MENU.
           DISPLAY "CHARGE LEDGER / PATIENT BILLING".
           DISPLAY "--------------------------------".
           DISPLAY "1. Post Charge to Patient Ledger".
           DISPLAY "2. List Patient Charges".
           DISPLAY "3. Run Patient Billing (itemized invoices)".
           DISPLAY "4. Return to Main Menu".
           DISPLAY "Enter your choice (1-4): " WITH NO ADVANCING.
           ACCEPT CL-CHOICE.

           EVALUATE CL-CHOICE
               WHEN 1 PERFORM POST-PATIENT-CHARGE
               WHEN 2 PERFORM LIST-PATIENT-CHARGES
               WHEN 3 PERFORM RUN-PATIENT-BILLING
               WHEN 4 CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       FIND-CHARGE-PATIENT.
           MOVE "N" TO CL-PATIENT-FOUND.
           PERFORM VARYING PAT-IDX FROM 1 BY 1
                   UNTIL PAT-IDX > PATIENT-COUNT OR CL-PATIENT-FOUND = "Y"
               IF PATIENT-ID(PAT-IDX) = CL-PATIENT-ID
                   MOVE "Y" TO CL-PATIENT-FOUND
                   MOVE PAT-IDX TO CL-MATCHED-PAT-IDX
               END-IF
           END-PERFORM.

       GET-NEXT-CHARGE-ID.
           MOVE 40000000 TO NEXT-CHARGE-ID.
           PERFORM VARYING CHG-IDX FROM 1 BY 1 UNTIL CHG-IDX > CHARGE-COUNT
               IF CHARGE-ID(CHG-IDX) > NEXT-CHARGE-ID
                   MOVE CHARGE-ID(CHG-IDX) TO NEXT-CHARGE-ID
               END-IF
           END-PERFORM.
           ADD 1 TO NEXT-CHARGE-ID.

       POST-PATIENT-CHARGE.
           DISPLAY "POST CHARGE TO PATIENT LEDGER".
           DISPLAY "------------------------------".
           DISPLAY "Enter Patient ID: " WITH NO ADVANCING.
           ACCEPT CL-PATIENT-ID.
           PERFORM FIND-CHARGE-PATIENT.

           IF CL-PATIENT-FOUND = "N"
               DISPLAY "Patient ID not found."
           ELSE
               IF CHARGE-COUNT >= 500
                   DISPLAY "CHARGE TABLE IS FULL. CANNOT ADD."
               ELSE
                   PERFORM SELECT-CHARGE-PRICE
                   IF CD-POST-OK = "Y"
                       DISPLAY "Enter Quantity: " WITH NO ADVANCING
                       ACCEPT CL-QUANTITY
                       IF CL-QUANTITY = 0
                           DISPLAY "Quantity must be at least 1. "
                                   "Nothing posted."
                       ELSE
                           PERFORM POST-SELECTED-CHARGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SELECT-CHARGE-PRICE.
           MOVE "N" TO CD-POST-OK.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE CD-TODAY-DATE =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY.
           DISPLAY "Enter Charge Code (blank = manual price, ADMIN only): "
                   WITH NO ADVANCING.
           MOVE SPACES TO CD-CHARGE-CODE.
           ACCEPT CD-CHARGE-CODE.
           INSPECT CD-CHARGE-CODE
               CONVERTING DP-LOWER-ALPHA TO DP-UPPER-ALPHA.
           DISPLAY "Enter Service Date (YYYYMMDD, 0 = today): "
                   WITH NO ADVANCING.
           ACCEPT CD-SERVICE-DATE.
           IF CD-SERVICE-DATE = 0
               MOVE CD-TODAY-DATE TO CD-SERVICE-DATE
           END-IF.
           MOVE CD-SERVICE-DATE TO CD-DATE-WORK.
           MOVE CD-DATE-YEAR  TO IA-CHECK-YEAR.
           MOVE CD-DATE-MONTH TO IA-CHECK-MONTH.
           MOVE CD-DATE-DAY   TO IA-CHECK-DAY.
           PERFORM CHECK-DATE-VALID.
           IF IA-DATE-OK = "N" OR CD-SERVICE-DATE > CD-TODAY-DATE
               DISPLAY "Service date " CD-SERVICE-DATE " is not a valid "
                       "date on or before today. Nothing posted."
           ELSE
               IF CD-CHARGE-CODE = SPACES
                   PERFORM CHECK-ADMIN-ACCESS
                   IF SO-ACCESS-ALLOWED = "Y"
                       DISPLAY "Enter Charge Type "
                               "(ROOM/PROCEDURE/MEDICATION/CONSULT): "
                               WITH NO ADVANCING
                       ACCEPT CL-CHARGE-TYPE
                       DISPLAY "Enter Description: " WITH NO ADVANCING
                       ACCEPT CL-DESCRIPTION
                       DISPLAY "Enter Unit Price: " WITH NO ADVANCING
                       ACCEPT CL-UNIT-PRICE
                       MOVE "Y" TO CD-POST-OK
                   END-IF
               ELSE
                   PERFORM FIND-CHARGE-PRICE-IN-EFFECT
                   IF CD-FOUND = "N"
                       DISPLAY "No price for charge code "
                               FUNCTION TRIM(CD-CHARGE-CODE)
                               " is in effect on " CD-SERVICE-DATE
                               ". Nothing posted."
                   ELSE
                       SET CDM-IDX TO CD-MATCHED-IDX
                       MOVE CDM-CHARGE-TYPE(CDM-IDX)    TO CL-CHARGE-TYPE
                       MOVE CDM-DESCRIPTION(CDM-IDX)    TO CL-DESCRIPTION
                       MOVE CDM-STANDARD-PRICE(CDM-IDX) TO CL-UNIT-PRICE
                       DISPLAY FUNCTION TRIM(CD-CHARGE-CODE) " | "
                               CL-CHARGE-TYPE " | " CL-DESCRIPTION
                               " | $" CL-UNIT-PRICE
                       MOVE "Y" TO CD-POST-OK
                   END-IF
               END-IF
           END-IF.

       FIND-CHARGE-PRICE-IN-EFFECT.
           MOVE "N" TO CD-FOUND.
           PERFORM VARYING CDM-IDX FROM 1 BY 1
                   UNTIL CDM-IDX > CDM-COUNT OR CD-FOUND = "Y"
               IF CDM-CHARGE-CODE(CDM-IDX) = CD-CHARGE-CODE
                   AND CDM-EFFECTIVE-DATE(CDM-IDX) <= CD-SERVICE-DATE
                   AND (CDM-EXPIRY-DATE(CDM-IDX) = 0
                       OR CDM-EXPIRY-DATE(CDM-IDX) >= CD-SERVICE-DATE)
                   MOVE "Y" TO CD-FOUND
                   SET CD-MATCHED-IDX TO CDM-IDX
               END-IF
           END-PERFORM.

       POST-SELECTED-CHARGE.
           PERFORM GET-NEXT-CHARGE-ID.
           ADD 1 TO CHARGE-COUNT.
           SET CHG-IDX TO CHARGE-COUNT.
           MOVE CD-SERVICE-DATE TO CD-DATE-WORK.
           MOVE NEXT-CHARGE-ID TO CHARGE-ID(CHG-IDX).
           MOVE CL-PATIENT-ID  TO CHARGE-PATIENT-ID(CHG-IDX).
           MOVE CD-DATE-YEAR   TO CHARGE-YEAR(CHG-IDX).
           MOVE CD-DATE-MONTH  TO CHARGE-MONTH(CHG-IDX).
           MOVE CD-DATE-DAY    TO CHARGE-DAY(CHG-IDX).
           MOVE CL-CHARGE-TYPE TO CHARGE-TYPE(CHG-IDX).
           MOVE CL-DESCRIPTION TO CHARGE-DESCRIPTION(CHG-IDX).
           MOVE CL-QUANTITY    TO CHARGE-QUANTITY(CHG-IDX).
           MOVE CL-UNIT-PRICE  TO CHARGE-UNIT-PRICE(CHG-IDX).
           MOVE "M"            TO CHARGE-SOURCE(CHG-IDX).
           MOVE CD-CHARGE-CODE TO CHARGE-CODE(CHG-IDX).
           PERFORM APPLY-CHARGE-UPDATE.
           MOVE CL-PATIENT-ID  TO BLW-PATIENT-ID.
           MOVE CL-CHARGE-TYPE TO BLW-CHARGE-TYPE.
           COMPUTE BLW-AMOUNT = CL-QUANTITY * CL-UNIT-PRICE.
           PERFORM FIND-BILLING-WARD.
           PERFORM WRITE-BILLING-DETAIL.
           DISPLAY "Charge " NEXT-CHARGE-ID " posted to patient "
                   CL-PATIENT-ID ".".
           MOVE "CHARGE"        TO AW-RECORD-TYPE.
           MOVE NEXT-CHARGE-ID  TO AW-RECORD-KEY.
           MOVE CL-PATIENT-ID   TO AW-PATIENT-ID.
           MOVE PATIENT-DOCTOR-ID(CL-MATCHED-PAT-IDX) TO AW-DOCTOR-ID.
           MOVE "ADD"           TO AW-ACTION.
           MOVE SPACES          TO AW-BEFORE-VALUE.
           IF CD-CHARGE-CODE = SPACES
               MOVE "MANUAL PRICE" TO AW-BEFORE-VALUE
           ELSE
               STRING "CODE " DELIMITED BY SIZE
                   CD-CHARGE-CODE DELIMITED BY SPACE
                   " @ " DELIMITED BY SIZE
                   CL-UNIT-PRICE DELIMITED BY SIZE
                   INTO AW-BEFORE-VALUE
           END-IF.
           MOVE SPACES TO AW-AFTER-VALUE.
           STRING CL-CHARGE-TYPE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CL-DESCRIPTION DELIMITED BY SIZE
               INTO AW-AFTER-VALUE.
           PERFORM WRITE-AUDIT-ENTRY.

       LIST-PATIENT-CHARGES.
           DISPLAY "LIST PATIENT CHARGES".
           DISPLAY "---------------------".
           DISPLAY "Enter Patient ID: " WITH NO ADVANCING.
           ACCEPT CL-PATIENT-ID.
           PERFORM FIND-CHARGE-PATIENT.

           IF CL-PATIENT-FOUND = "N"
               DISPLAY "Patient ID not found."
           ELSE
               MOVE 0 TO CL-PATIENT-TOTAL
               MOVE 0 TO CL-CHARGE-LINES
               PERFORM VARYING CHG-IDX FROM 1 BY 1
                       UNTIL CHG-IDX > CHARGE-COUNT
                   IF CHARGE-PATIENT-ID(CHG-IDX) = CL-PATIENT-ID
                       ADD 1 TO CL-CHARGE-LINES
                       COMPUTE CL-LINE-AMOUNT =
                           CHARGE-QUANTITY(CHG-IDX)
                           * CHARGE-UNIT-PRICE(CHG-IDX)
                       ADD CL-LINE-AMOUNT TO CL-PATIENT-TOTAL
                       DISPLAY CHARGE-ID(CHG-IDX) " | "
                               CHARGE-YEAR(CHG-IDX) "/"
                               CHARGE-MONTH(CHG-IDX) "/"
                               CHARGE-DAY(CHG-IDX) " | "
                               CHARGE-TYPE(CHG-IDX) " | "
                               CHARGE-DESCRIPTION(CHG-IDX)
                       DISPLAY "   Code: " CHARGE-CODE(CHG-IDX)
                               " | Qty: " CHARGE-QUANTITY(CHG-IDX)
                               " x $" CHARGE-UNIT-PRICE(CHG-IDX)
                               " = $" CL-LINE-AMOUNT
                   END-IF
               END-PERFORM
               IF CL-CHARGE-LINES = 0
                   DISPLAY "No charges on file for patient " CL-PATIENT-ID "."
               ELSE
                   DISPLAY "LEDGER TOTAL: $" CL-PATIENT-TOTAL
               END-IF
           END-IF.

       REMOVE-AUTO-CHARGES.
           MOVE 0 TO CL-KEEP-COUNT.
           PERFORM VARYING CHG-IDX FROM 1 BY 1 UNTIL CHG-IDX > CHARGE-COUNT
               IF CHARGE-SOURCE(CHG-IDX) NOT = "A"
                   ADD 1 TO CL-KEEP-COUNT
                   MOVE CHARGE-ENTRY(CHG-IDX) TO CHARGE-ENTRY(CL-KEEP-COUNT)
               END-IF
           END-PERFORM.
           MOVE CL-KEEP-COUNT TO CHARGE-COUNT.

       ADD-AUTO-CHARGE.
           IF CHARGE-COUNT >= 500
               DISPLAY "CHARGE TABLE IS FULL. AUTO CHARGE SKIPPED FOR "
                       "PATIENT " CL-PATIENT-ID "."
           ELSE
               PERFORM GET-NEXT-CHARGE-ID
               ADD 1 TO CHARGE-COUNT
               SET CHG-IDX TO CHARGE-COUNT
               MOVE NEXT-CHARGE-ID TO CHARGE-ID(CHG-IDX)
               MOVE CL-PATIENT-ID  TO CHARGE-PATIENT-ID(CHG-IDX)
               MOVE CURR-YEAR      TO CHARGE-YEAR(CHG-IDX)
               MOVE CURR-MONTH     TO CHARGE-MONTH(CHG-IDX)
               MOVE CURR-DAY       TO CHARGE-DAY(CHG-IDX)
               MOVE CL-CHARGE-TYPE TO CHARGE-TYPE(CHG-IDX)
               MOVE CL-DESCRIPTION TO CHARGE-DESCRIPTION(CHG-IDX)
               MOVE CL-QUANTITY    TO CHARGE-QUANTITY(CHG-IDX)
               MOVE CL-UNIT-PRICE  TO CHARGE-UNIT-PRICE(CHG-IDX)
               MOVE "A"            TO CHARGE-SOURCE(CHG-IDX)
               MOVE SPACES         TO CHARGE-CODE(CHG-IDX)
           END-IF.

       COMPUTE-PATIENT-ROOM-DAYS.
           IF DIS-YEAR(PAT-IDX) NOT = 0
               COMPUTE CL-ROOM-DAYS =
                   FUNCTION INTEGER-OF-DATE(
                       DIS-YEAR(PAT-IDX) * 10000 + DIS-MONTH(PAT-IDX) * 100
                       + DIS-DAY(PAT-IDX))
                   - FUNCTION INTEGER-OF-DATE(
                       ADM-YEAR(PAT-IDX) * 10000 + ADM-MONTH(PAT-IDX) * 100
                       + ADM-DAY(PAT-IDX))
           ELSE
               COMPUTE CL-ROOM-DAYS =
                   FUNCTION INTEGER-OF-DATE(
                       CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY)
                   - FUNCTION INTEGER-OF-DATE(
                       ADM-YEAR(PAT-IDX) * 10000 + ADM-MONTH(PAT-IDX) * 100
                       + ADM-DAY(PAT-IDX))
           END-IF.
           IF CL-ROOM-DAYS < 1
               MOVE 1 TO CL-ROOM-DAYS
           END-IF.

       FIND-BILLING-DELTA-SLOT.
           MOVE "N" TO BDT-WORK-FOUND.
           PERFORM VARYING BDT-IDX FROM 1 BY 1
                   UNTIL BDT-IDX > BDT-COUNT OR BDT-WORK-FOUND = "Y"
               IF BDT-PATIENT-ID(BDT-IDX) = BDT-WORK-PATIENT-ID
                   AND BDT-CHARGE-TYPE(BDT-IDX) = BDT-WORK-TYPE
                   MOVE "Y" TO BDT-WORK-FOUND
                   SET BDT-WORK-SLOT TO BDT-IDX
               END-IF
           END-PERFORM.
           IF BDT-WORK-FOUND = "N"
               IF BDT-COUNT >= 200
                   DISPLAY "WARNING: billing delta table is full - "
                           "amounts lumped into the last slot."
                   MOVE BDT-COUNT TO BDT-WORK-SLOT
               ELSE
                   ADD 1 TO BDT-COUNT
                   MOVE BDT-COUNT TO BDT-WORK-SLOT
                   SET BDT-IDX TO BDT-WORK-SLOT
                   MOVE BDT-WORK-PATIENT-ID TO BDT-PATIENT-ID(BDT-IDX)
                   MOVE BDT-WORK-TYPE       TO BDT-CHARGE-TYPE(BDT-IDX)
                   MOVE 0 TO BDT-OLD-AMOUNT(BDT-IDX)
                   MOVE 0 TO BDT-NEW-AMOUNT(BDT-IDX)
               END-IF
           END-IF.

       TALLY-AUTO-CHARGE-AMOUNTS.
           PERFORM VARYING CHG-IDX FROM 1 BY 1 UNTIL CHG-IDX > CHARGE-COUNT
               IF CHARGE-SOURCE(CHG-IDX) = "A"
                   MOVE CHARGE-PATIENT-ID(CHG-IDX)
                       TO BDT-WORK-PATIENT-ID
                   MOVE CHARGE-TYPE(CHG-IDX) TO BDT-WORK-TYPE
                   COMPUTE BDT-WORK-AMOUNT =
                       CHARGE-QUANTITY(CHG-IDX)
                       * CHARGE-UNIT-PRICE(CHG-IDX)
                   PERFORM FIND-BILLING-DELTA-SLOT
                   SET BDT-IDX TO BDT-WORK-SLOT
                   IF BDT-WORK-PHASE = "O"
                       ADD BDT-WORK-AMOUNT TO BDT-OLD-AMOUNT(BDT-IDX)
                   ELSE
                       ADD BDT-WORK-AMOUNT TO BDT-NEW-AMOUNT(BDT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       LOG-AUTO-CHARGE-DELTAS.
           PERFORM VARYING BDT-WORK-SLOT FROM 1 BY 1
                   UNTIL BDT-WORK-SLOT > BDT-COUNT
               SET BDT-IDX TO BDT-WORK-SLOT
               IF BDT-NEW-AMOUNT(BDT-IDX) NOT = BDT-OLD-AMOUNT(BDT-IDX)
                   MOVE BDT-PATIENT-ID(BDT-IDX)  TO BLW-PATIENT-ID
                   MOVE BDT-CHARGE-TYPE(BDT-IDX) TO BLW-CHARGE-TYPE
                   COMPUTE BLW-AMOUNT =
                       BDT-NEW-AMOUNT(BDT-IDX) - BDT-OLD-AMOUNT(BDT-IDX)
                   PERFORM FIND-BILLING-WARD
                   PERFORM WRITE-BILLING-DETAIL
               END-IF
           END-PERFORM.

       RUN-PATIENT-BILLING.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY "PATIENT BILLING RUN"
               DISPLAY "--------------------"
           END-IF.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO BDT-COUNT.
           MOVE "O" TO BDT-WORK-PHASE.
           PERFORM TALLY-AUTO-CHARGE-AMOUNTS.
           PERFORM REMOVE-AUTO-CHARGES.
           MOVE 0 TO CL-BILLED-COUNT.
           OPEN OUTPUT INVOICE-FILE.

           PERFORM VARYING PAT-IDX FROM 1 BY 1 UNTIL PAT-IDX > PATIENT-COUNT
               MOVE PATIENT-ID(PAT-IDX) TO CL-PATIENT-ID

               PERFORM SET-PAYER-CONTRACT-RATES

               IF ADM-YEAR(PAT-IDX) NOT = 0
                   PERFORM COMPUTE-PATIENT-ROOM-DAYS
                   IF PATIENT-ROOM-NUMBER(PAT-IDX) NOT = 0
                       MOVE "ROOM"         TO CL-CHARGE-TYPE
                       MOVE "ROOM AND BED" TO CL-DESCRIPTION
                       MOVE CL-ROOM-DAYS   TO CL-QUANTITY
                       MOVE CL-EFF-ROOM-RATE TO CL-UNIT-PRICE
                       PERFORM ADD-AUTO-CHARGE
                   END-IF
                   PERFORM VARYING CL-MED-IDX FROM 1 BY 1
                           UNTIL CL-MED-IDX > 10
                       IF MEDICATION-NAME(PAT-IDX, CL-MED-IDX) NOT = SPACES
                           MOVE "MEDICATION" TO CL-CHARGE-TYPE
                           MOVE MEDICATION-NAME(PAT-IDX, CL-MED-IDX)
                               TO CL-DESCRIPTION
                           MOVE CL-ROOM-DAYS TO CL-QUANTITY
                           MOVE CL-EFF-MED-RATE TO CL-UNIT-PRICE
                           PERFORM ADD-AUTO-CHARGE
                       END-IF
                   END-PERFORM
               END-IF

               PERFORM COMPUTE-PATIENT-LEDGER-TOTAL

               IF CL-CHARGE-LINES > 0
                   MOVE CL-PATIENT-TOTAL TO PATIENT-BILL-AMOUNT(PAT-IDX)
                   IF PATIENT-PAID-AMOUNT(PAT-IDX) >=
                       PATIENT-BILL-AMOUNT(PAT-IDX)
                       MOVE "PAID" TO PATIENT-PAYMENT-STATUS(PAT-IDX)
                   ELSE
                       IF PATIENT-PAID-AMOUNT(PAT-IDX) > 0
                           MOVE "PARTIAL" TO
                               PATIENT-PAYMENT-STATUS(PAT-IDX)
                       END-IF
                   END-IF
                   ADD 1 TO CL-BILLED-COUNT
               END-IF

               PERFORM WRITE-PATIENT-INVOICE
           END-PERFORM.

           CLOSE INVOICE-FILE.
           MOVE "N" TO BDT-WORK-PHASE.
           PERFORM TALLY-AUTO-CHARGE-AMOUNTS.
           PERFORM LOG-AUTO-CHARGE-DELTAS.
           PERFORM SAVE-CHARGE-FILE.
           PERFORM SAVE-PATIENT-FILE.

           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY " "
               DISPLAY "BILLED " CL-BILLED-COUNT
                       " PATIENT(S). Invoices written to INVOICES.TXT"
           ELSE
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "Patient billing: " DELIMITED BY SIZE
                   CL-BILLED-COUNT DELIMITED BY SIZE
                   " patient(s) billed, invoices written to INVOICES.TXT"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-IF.

       SET-PAYER-CONTRACT-RATES.
           MOVE CL-ROOM-DAY-RATE   TO CL-EFF-ROOM-RATE.
           MOVE CL-MED-DISPENSE-RATE TO CL-EFF-MED-RATE.
           IF PATIENT-INSURANCE-ID(PAT-IDX) NOT = SPACES
               MOVE PATIENT-INSURANCE-ID(PAT-IDX) TO PM-PAYER-ID
               PERFORM FIND-PAYER-BY-ID
               IF PM-FOUND = "Y"
                   MOVE PAYER-ROOM-DAY-RATE(PM-MATCHED-IDX)
                       TO CL-EFF-ROOM-RATE
                   MOVE PAYER-MED-DISPENSE-RATE(PM-MATCHED-IDX)
                       TO CL-EFF-MED-RATE
               END-IF
           END-IF.

       COMPUTE-PATIENT-LEDGER-TOTAL.
           MOVE 0 TO CL-PATIENT-TOTAL.
           MOVE 0 TO CL-CHARGE-LINES.
           PERFORM VARYING CHG-IDX FROM 1 BY 1 UNTIL CHG-IDX > CHARGE-COUNT
               IF CHARGE-PATIENT-ID(CHG-IDX) = CL-PATIENT-ID
                   ADD 1 TO CL-CHARGE-LINES
                   COMPUTE CL-LINE-AMOUNT =
                       CHARGE-QUANTITY(CHG-IDX)
                       * CHARGE-UNIT-PRICE(CHG-IDX)
                   ADD CL-LINE-AMOUNT TO CL-PATIENT-TOTAL
               END-IF
           END-PERFORM.

       WRITE-PATIENT-INVOICE.
           IF CL-CHARGE-LINES > 0
               MOVE SPACES TO INVOICE-REPORT-LINE
               STRING "INVOICE - PATIENT " DELIMITED BY SIZE
                   PATIENT-ID(PAT-IDX) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   PATIENT-NAME(PAT-IDX) DELIMITED BY SIZE
                   ") | INSURANCE: " DELIMITED BY SIZE
                   PATIENT-INSURANCE-ID(PAT-IDX) DELIMITED BY SIZE
                   INTO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
               MOVE "--------------------------------------------------"
                   TO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE

               PERFORM VARYING CHG-IDX FROM 1 BY 1
                       UNTIL CHG-IDX > CHARGE-COUNT
                   IF CHARGE-PATIENT-ID(CHG-IDX) = CL-PATIENT-ID
                       COMPUTE CL-LINE-AMOUNT =
                           CHARGE-QUANTITY(CHG-IDX)
                           * CHARGE-UNIT-PRICE(CHG-IDX)
                       MOVE SPACES TO INVOICE-REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                           CHARGE-YEAR(CHG-IDX) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           CHARGE-MONTH(CHG-IDX) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           CHARGE-DAY(CHG-IDX) DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           CHARGE-TYPE(CHG-IDX) DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           CHARGE-DESCRIPTION(CHG-IDX) DELIMITED BY SIZE
                           " | Qty " DELIMITED BY SIZE
                           CHARGE-QUANTITY(CHG-IDX) DELIMITED BY SIZE
                           " x $" DELIMITED BY SIZE
                           CHARGE-UNIT-PRICE(CHG-IDX) DELIMITED BY SIZE
                           " = $" DELIMITED BY SIZE
                           CL-LINE-AMOUNT DELIMITED BY SIZE
                           INTO INVOICE-REPORT-LINE
                       WRITE INVOICE-REPORT-LINE
                   END-IF
               END-PERFORM

               MOVE SPACES TO INVOICE-REPORT-LINE
               STRING "  TOTAL DUE: $" DELIMITED BY SIZE
                   CL-PATIENT-TOTAL DELIMITED BY SIZE
                   " | PAYMENT STATUS: " DELIMITED BY SIZE
                   PATIENT-PAYMENT-STATUS(PAT-IDX) DELIMITED BY SIZE
                   INTO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
               MOVE " " TO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
           END-IF.

       WRITE-REMIT-EXCEPTION.
           ADD 1 TO RP-EXCEPTION-COUNT.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY REMIT-EXCEPTION-LINE
           END-IF.
           WRITE REMIT-EXCEPTION-LINE.

       POST-REMITTANCE-LINE.
           IF RT-PATIENT-ID NOT NUMERIC
               OR RT-CLAIM-AMOUNT NOT NUMERIC
               OR RT-PAID-AMOUNT NOT NUMERIC
               MOVE SPACES TO REMIT-EXCEPTION-LINE
               STRING "MALFORMED LINE " DELIMITED BY SIZE
                   RP-LINE-COUNT DELIMITED BY SIZE
                   " - non-numeric patient ID or amount, line skipped"
                       DELIMITED BY SIZE
                   INTO REMIT-EXCEPTION-LINE
               PERFORM WRITE-REMIT-EXCEPTION
           ELSE
               PERFORM POST-REMITTANCE-DETAIL
           END-IF.

       POST-REMITTANCE-DETAIL.
           MOVE "N" TO RP-PATIENT-FOUND.
           PERFORM VARYING PAT-IDX FROM 1 BY 1
                   UNTIL PAT-IDX > PATIENT-COUNT OR RP-PATIENT-FOUND = "Y"
               IF PATIENT-ID(PAT-IDX) = RT-PATIENT-ID
                   MOVE "Y" TO RP-PATIENT-FOUND
                   MOVE PAT-IDX TO RP-MATCHED-PAT-IDX
               END-IF
           END-PERFORM.

           IF RP-PATIENT-FOUND = "N"
               MOVE SPACES TO REMIT-EXCEPTION-LINE
               STRING "UNMATCHED - Patient " DELIMITED BY SIZE
                   RT-PATIENT-ID DELIMITED BY SIZE
                   " on remittance line is not on file" DELIMITED BY SIZE
                   INTO REMIT-EXCEPTION-LINE
               PERFORM WRITE-REMIT-EXCEPTION
           ELSE
               IF PATIENT-INSURANCE-ID(RP-MATCHED-PAT-IDX)
                   NOT = RT-INSURANCE-ID
                   MOVE SPACES TO REMIT-EXCEPTION-LINE
                   STRING "UNMATCHED - Patient " DELIMITED BY SIZE
                       RT-PATIENT-ID DELIMITED BY SIZE
                       " insurance on file is " DELIMITED BY SIZE
                       PATIENT-INSURANCE-ID(RP-MATCHED-PAT-IDX)
                           DELIMITED BY SIZE
                       " but remittance shows " DELIMITED BY SIZE
                       RT-INSURANCE-ID DELIMITED BY SIZE
                       INTO REMIT-EXCEPTION-LINE
                   PERFORM WRITE-REMIT-EXCEPTION
               ELSE
                   IF RT-CLAIM-AMOUNT NOT =
                       PATIENT-BILL-AMOUNT(RP-MATCHED-PAT-IDX)
                       MOVE SPACES TO REMIT-EXCEPTION-LINE
                       STRING "CLAIM MISMATCH - Patient " DELIMITED BY SIZE
                           RT-PATIENT-ID DELIMITED BY SIZE
                           " billed " DELIMITED BY SIZE
                           PATIENT-BILL-AMOUNT(RP-MATCHED-PAT-IDX)
                               DELIMITED BY SIZE
                           " but remittance claims " DELIMITED BY SIZE
                           RT-CLAIM-AMOUNT DELIMITED BY SIZE
                           INTO REMIT-EXCEPTION-LINE
                       PERFORM WRITE-REMIT-EXCEPTION
                   END-IF
                   IF RT-DENIAL-CODE NOT = SPACES
                       MOVE PATIENT-PAYMENT-STATUS(RP-MATCHED-PAT-IDX)
                           TO AW-BEFORE-VALUE
                       MOVE "DENIED" TO
                           PATIENT-PAYMENT-STATUS(RP-MATCHED-PAT-IDX)
                       MOVE "PATIENT"      TO AW-RECORD-TYPE
                       MOVE RT-PATIENT-ID  TO AW-RECORD-KEY
                       MOVE RT-PATIENT-ID  TO AW-PATIENT-ID
                       MOVE PATIENT-DOCTOR-ID(RP-MATCHED-PAT-IDX)
                           TO AW-DOCTOR-ID
                       MOVE "DENIAL"       TO AW-ACTION
                       MOVE SPACES TO AW-AFTER-VALUE
                       STRING "DENIED CODE " DELIMITED BY SIZE
                           RT-DENIAL-CODE DELIMITED BY SIZE
                           INTO AW-AFTER-VALUE
                       PERFORM WRITE-AUDIT-ENTRY
                       MOVE SPACES TO REMIT-EXCEPTION-LINE
                       STRING "DENIED - Patient " DELIMITED BY SIZE
                           RT-PATIENT-ID DELIMITED BY SIZE
                           " claim denied with code " DELIMITED BY SIZE
                           RT-DENIAL-CODE DELIMITED BY SIZE
                           INTO REMIT-EXCEPTION-LINE
                       PERFORM WRITE-REMIT-EXCEPTION
                       PERFORM CAPTURE-DENIAL-ENTRY
                       SET PAT-IDX TO RP-MATCHED-PAT-IDX
                       PERFORM APPLY-PATIENT-UPDATE
                   ELSE
                       MOVE PATIENT-PAYMENT-STATUS(RP-MATCHED-PAT-IDX)
                           TO AW-BEFORE-VALUE
                       ADD RT-PAID-AMOUNT TO
                           PATIENT-PAID-AMOUNT(RP-MATCHED-PAT-IDX)
                       ADD 1 TO RP-POSTED-COUNT
                       MOVE RT-PATIENT-ID  TO PDW-PATIENT-ID
                       MOVE RT-PAID-AMOUNT TO PDW-PAID-AMOUNT
                       MOVE "R"            TO PDW-PAYMENT-SOURCE
                       PERFORM WRITE-PAYMENT-DETAIL
                       MOVE PATIENT-INSURANCE-ID(RP-MATCHED-PAT-IDX)
                           TO PM-PAYER-ID
                       PERFORM FIND-PAYER-BY-ID
                       IF PM-FOUND = "Y"
                           COMPUTE RP-EXPECTED-AMOUNT ROUNDED =
                               PATIENT-BILL-AMOUNT(RP-MATCHED-PAT-IDX)
                               * PAYER-REIMBURSE-PCT(PM-MATCHED-IDX) / 100
                       ELSE
                           MOVE PATIENT-BILL-AMOUNT(RP-MATCHED-PAT-IDX)
                               TO RP-EXPECTED-AMOUNT
                       END-IF
                       COMPUTE RP-OUTSTANDING =
                           PATIENT-BILL-AMOUNT(RP-MATCHED-PAT-IDX)
                           - PATIENT-PAID-AMOUNT(RP-MATCHED-PAT-IDX)
                       IF RP-OUTSTANDING <= 0
                           MOVE "PAID" TO
                               PATIENT-PAYMENT-STATUS(RP-MATCHED-PAT-IDX)
                       ELSE
                           MOVE "PARTIAL" TO
                               PATIENT-PAYMENT-STATUS(RP-MATCHED-PAT-IDX)
                       END-IF
                       IF RT-PAID-AMOUNT < RP-EXPECTED-AMOUNT
                           MOVE SPACES TO REMIT-EXCEPTION-LINE
                           STRING "UNDERPAYMENT - Patient " DELIMITED BY SIZE
                               RT-PATIENT-ID DELIMITED BY SIZE
                               " paid " DELIMITED BY SIZE
                               RT-PAID-AMOUNT DELIMITED BY SIZE
                               " against expected reimbursement "
                                   DELIMITED BY SIZE
                               RP-EXPECTED-AMOUNT DELIMITED BY SIZE
                               INTO REMIT-EXCEPTION-LINE
                           PERFORM WRITE-REMIT-EXCEPTION
                       END-IF
                       MOVE "PATIENT"      TO AW-RECORD-TYPE
                       MOVE RT-PATIENT-ID  TO AW-RECORD-KEY
                       MOVE RT-PATIENT-ID  TO AW-PATIENT-ID
                       MOVE PATIENT-DOCTOR-ID(RP-MATCHED-PAT-IDX)
                           TO AW-DOCTOR-ID
                       MOVE "PAYMENT"      TO AW-ACTION
                       MOVE SPACES TO AW-AFTER-VALUE
                       STRING "PAID " DELIMITED BY SIZE
                           RT-PAID-AMOUNT DELIMITED BY SIZE
                           " STATUS " DELIMITED BY SIZE
                           PATIENT-PAYMENT-STATUS(RP-MATCHED-PAT-IDX)
                               DELIMITED BY SIZE
                           INTO AW-AFTER-VALUE
                       PERFORM WRITE-AUDIT-ENTRY
                       SET PAT-IDX TO RP-MATCHED-PAT-IDX
                       PERFORM APPLY-PATIENT-UPDATE
                   END-IF
               END-IF
           END-IF.

       CAPTURE-DENIAL-ENTRY.
           IF DENIAL-COUNT >= 200
               DISPLAY "WARNING: DENIAL TABLE IS FULL. Denial for patient "
                       RT-PATIENT-ID " NOT captured to the workqueue."
           ELSE
               MOVE 60000000 TO NEXT-DENIAL-ID
               PERFORM VARYING DEN-IDX FROM 1 BY 1
                       UNTIL DEN-IDX > DENIAL-COUNT
                   IF DENIAL-ID(DEN-IDX) > NEXT-DENIAL-ID
                       MOVE DENIAL-ID(DEN-IDX) TO NEXT-DENIAL-ID
                   END-IF
               END-PERFORM
               ADD 1 TO NEXT-DENIAL-ID
               ADD 1 TO DENIAL-COUNT
               ADD 1 TO RP-DENIAL-COUNT
               SET DEN-IDX TO DENIAL-COUNT
               ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
               MOVE NEXT-DENIAL-ID  TO DENIAL-ID(DEN-IDX)
               MOVE RT-PATIENT-ID   TO DENIAL-PATIENT-ID(DEN-IDX)
               MOVE RT-INSURANCE-ID TO DENIAL-INSURANCE-ID(DEN-IDX)
               MOVE RT-CLAIM-AMOUNT TO DENIAL-CLAIM-AMOUNT(DEN-IDX)
               MOVE RT-DENIAL-CODE  TO DENIAL-CODE(DEN-IDX)
               COMPUTE DENIAL-DATE(DEN-IDX) =
                   CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY
               MOVE "NEW"           TO DENIAL-STATUS(DEN-IDX)
           END-IF.

       PROCESS-REMITTANCE-FILE.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY "PROCESS INSURANCE REMITTANCE FILE"
               DISPLAY "----------------------------------"
           END-IF.
           MOVE 0 TO RP-LINE-COUNT.
           MOVE 0 TO RP-POSTED-COUNT.
           MOVE 0 TO RP-EXCEPTION-COUNT.
           MOVE 0 TO RP-DENIAL-COUNT.

           OPEN INPUT REMIT-FILE.
           IF FS-REMIT-FILE NOT = "00" AND FS-REMIT-FILE NOT = "05"
               IF BATCH-MODE-FLAG NOT = "Y"
                   DISPLAY "Remittance file REMIT.TXT could not be opened."
               ELSE
                   MOVE "Remittance: file REMIT.TXT could not be opened."
                       TO REPORT-LINE-OUT
                   PERFORM WRITE-REPORT-LINE
               END-IF
           ELSE
               OPEN OUTPUT REMIT-EXCEPTION-FILE
               PERFORM UNTIL FS-REMIT-FILE NOT = "00"
                   READ REMIT-FILE
                       AT END
                           MOVE "10" TO FS-REMIT-FILE
                       NOT AT END
                           ADD 1 TO RP-LINE-COUNT
                           PERFORM POST-REMITTANCE-LINE
                   END-READ
               END-PERFORM
               CLOSE REMIT-FILE
               CLOSE REMIT-EXCEPTION-FILE
               IF RP-DENIAL-COUNT NOT = 0
                   PERFORM SAVE-DENIAL-FILE
               END-IF

               IF BATCH-MODE-FLAG NOT = "Y"
                   DISPLAY " "
                   DISPLAY "REMITTANCE LINES READ:   " RP-LINE-COUNT
                   DISPLAY "PAYMENTS POSTED:         " RP-POSTED-COUNT
                   DISPLAY "EXCEPTIONS (REMEXC.TXT): " RP-EXCEPTION-COUNT
                   DISPLAY "DENIALS TO WORKQUEUE:    " RP-DENIAL-COUNT
               ELSE
                   MOVE SPACES TO REPORT-LINE-OUT
                   STRING "Remittance: " DELIMITED BY SIZE
                       RP-LINE-COUNT DELIMITED BY SIZE
                       " line(s) read, " DELIMITED BY SIZE
                       RP-POSTED-COUNT DELIMITED BY SIZE
                       " payment(s) posted, " DELIMITED BY SIZE
                       RP-EXCEPTION-COUNT DELIMITED BY SIZE
                       " exception(s) written to REMEXC.TXT"
                           DELIMITED BY SIZE
                       INTO REPORT-LINE-OUT
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       DENIAL-WORKQUEUE-MENU.
           DISPLAY "DENIAL WORKQUEUE / RESUBMISSION".
           DISPLAY "--------------------------------".
           DISPLAY "1. Work Queue (oldest first)".
           DISPLAY "2. Update Denial Status".
           DISPLAY "3. Export Corrected Claims for Resubmission".
           DISPLAY "4. Return to Main Menu".
           DISPLAY "Enter your choice (1-4): " WITH NO ADVANCING.
           ACCEPT DQ-CHOICE.
           EVALUATE DQ-CHOICE
               WHEN 1 PERFORM LIST-DENIAL-WORKQUEUE
               WHEN 2 PERFORM UPDATE-DENIAL-STATUS
               WHEN 3 PERFORM EXPORT-CORRECTED-CLAIMS
               WHEN 4 CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       BUILD-DENIAL-WORKQUEUE.
           MOVE 0 TO DENIAL-QUEUE-COUNT.
           PERFORM VARYING DNQ-IDX FROM 1 BY 1 UNTIL DNQ-IDX > 200
               MOVE 99999999 TO DQ-SORT-DATE(DNQ-IDX)
               MOVE 0        TO DQ-DEN-IDX(DNQ-IDX)
           END-PERFORM.
           PERFORM VARYING DEN-IDX FROM 1 BY 1
                   UNTIL DEN-IDX > DENIAL-COUNT
                   OR DENIAL-QUEUE-COUNT >= 200
               IF DENIAL-STATUS(DEN-IDX) = "NEW"
                   OR DENIAL-STATUS(DEN-IDX) = "CORRECTED"
                   ADD 1 TO DENIAL-QUEUE-COUNT
                   SET DNQ-IDX TO DENIAL-QUEUE-COUNT
                   MOVE DENIAL-DATE(DEN-IDX) TO DQ-SORT-DATE(DNQ-IDX)
                   MOVE DEN-IDX              TO DQ-DEN-IDX(DNQ-IDX)
               END-IF
           END-PERFORM.
           IF DENIAL-QUEUE-COUNT > 1
               SORT DENIAL-QUEUE-ENTRY ON ASCENDING KEY DQ-SORT-DATE
           END-IF.

       LIST-DENIAL-WORKQUEUE.
           DISPLAY "DENIAL WORKQUEUE (OLDEST FIRST)".
           DISPLAY "--------------------------------".
           PERFORM BUILD-DENIAL-WORKQUEUE.
           MOVE 0 TO DQ-LISTED-COUNT.
           PERFORM VARYING DNQ-IDX FROM 1 BY 1
                   UNTIL DNQ-IDX > DENIAL-QUEUE-COUNT
               MOVE DQ-DEN-IDX(DNQ-IDX) TO DQ-MATCHED-IDX
               ADD 1 TO DQ-LISTED-COUNT
               DISPLAY "Denial " DENIAL-ID(DQ-MATCHED-IDX)
                       " | " DENIAL-DATE(DQ-MATCHED-IDX)
                       " | Patient " DENIAL-PATIENT-ID(DQ-MATCHED-IDX)
                       " | Code " DENIAL-CODE(DQ-MATCHED-IDX)
                       " | " DENIAL-STATUS(DQ-MATCHED-IDX)
               DISPLAY "   Payer: "
                       DENIAL-INSURANCE-ID(DQ-MATCHED-IDX)
                       " | Claim: $" DENIAL-CLAIM-AMOUNT(DQ-MATCHED-IDX)
           END-PERFORM.
           IF DQ-LISTED-COUNT = 0
               DISPLAY "No open denials on the workqueue."
           ELSE
               DISPLAY " "
               DISPLAY DQ-LISTED-COUNT " open denial(s) on the workqueue."
           END-IF.

       UPDATE-DENIAL-STATUS.
           DISPLAY "UPDATE DENIAL STATUS".
           DISPLAY "---------------------".
           DISPLAY "Enter Denial ID: " WITH NO ADVANCING.
           ACCEPT DQ-DENIAL-ID.
           MOVE "N" TO DQ-FOUND.
           PERFORM VARYING DEN-IDX FROM 1 BY 1
                   UNTIL DEN-IDX > DENIAL-COUNT OR DQ-FOUND = "Y"
               IF DENIAL-ID(DEN-IDX) = DQ-DENIAL-ID
                   MOVE "Y" TO DQ-FOUND
                   MOVE DEN-IDX TO DQ-MATCHED-IDX
               END-IF
           END-PERFORM.
           IF DQ-FOUND = "N"
               DISPLAY "Denial ID not found."
           ELSE
               DISPLAY "Denial " DQ-DENIAL-ID
                       " | Patient " DENIAL-PATIENT-ID(DQ-MATCHED-IDX)
                       " | Code " DENIAL-CODE(DQ-MATCHED-IDX)
                       " | Current status: "
                       DENIAL-STATUS(DQ-MATCHED-IDX)
               DISPLAY "New status (C=CORRECTED W=WRITEOFF): "
                       WITH NO ADVANCING
               ACCEPT DQ-STATUS-CODE
               MOVE DENIAL-STATUS(DQ-MATCHED-IDX) TO AW-BEFORE-VALUE
               EVALUATE DQ-STATUS-CODE
                   WHEN "C"
                   WHEN "c"
                       MOVE "CORRECTED" TO DENIAL-STATUS(DQ-MATCHED-IDX)
                   WHEN "W"
                   WHEN "w"
                       MOVE "WRITEOFF" TO DENIAL-STATUS(DQ-MATCHED-IDX)
                   WHEN OTHER
                       DISPLAY "Invalid status code. No change made."
                       MOVE SPACES TO AW-BEFORE-VALUE
               END-EVALUATE
               IF AW-BEFORE-VALUE NOT = SPACES
                   PERFORM SAVE-DENIAL-FILE
                   DISPLAY "Denial " DQ-DENIAL-ID " is now "
                           DENIAL-STATUS(DQ-MATCHED-IDX) "."
                   MOVE "DENIAL"       TO AW-RECORD-TYPE
                   MOVE DQ-DENIAL-ID   TO AW-RECORD-KEY
                   MOVE DENIAL-PATIENT-ID(DQ-MATCHED-IDX)
                       TO AW-PATIENT-ID
                   MOVE 0              TO AW-DOCTOR-ID
                   MOVE "STATUS"       TO AW-ACTION
                   MOVE DENIAL-STATUS(DQ-MATCHED-IDX) TO AW-AFTER-VALUE
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       EXPORT-CORRECTED-CLAIMS.
           DISPLAY "EXPORT CORRECTED CLAIMS FOR RESUBMISSION".
           DISPLAY "-----------------------------------------".
           MOVE 0 TO DQ-EXPORT-COUNT.
           OPEN OUTPUT CLAIMS-EXPORT-FILE.
           PERFORM VARYING DEN-IDX FROM 1 BY 1
                   UNTIL DEN-IDX > DENIAL-COUNT
               IF DENIAL-STATUS(DEN-IDX) = "CORRECTED"
                   PERFORM EXPORT-ONE-RESUBMISSION
               END-IF
           END-PERFORM.
           CLOSE CLAIMS-EXPORT-FILE.
           IF DQ-EXPORT-COUNT NOT = 0
               PERFORM SAVE-DENIAL-FILE
           END-IF.
           DISPLAY DQ-EXPORT-COUNT
                   " corrected claim(s) exported to CLAIMS.TXT.".

       EXPORT-ONE-RESUBMISSION.
           MOVE "N" TO DQ-FOUND.
           PERFORM VARYING PAT-IDX FROM 1 BY 1
                   UNTIL PAT-IDX > PATIENT-COUNT OR DQ-FOUND = "Y"
               IF PATIENT-ID(PAT-IDX) = DENIAL-PATIENT-ID(DEN-IDX)
                   MOVE "Y" TO DQ-FOUND
                   MOVE PAT-IDX TO DQ-PAT-IDX
               END-IF
           END-PERFORM.
           IF DQ-FOUND = "N"
               DISPLAY "Denial " DENIAL-ID(DEN-IDX) " - patient "
                       DENIAL-PATIENT-ID(DEN-IDX)
                       " is no longer on file. Skipped."
           ELSE
               MOVE SPACES TO CLAIMS-EXPORT-RECORD
               MOVE DENIAL-INSURANCE-ID(DEN-IDX) TO CE-INSURANCE-ID
               MOVE PATIENT-DISEASE(DQ-PAT-IDX)  TO CE-DIAGNOSIS
               COMPUTE CE-ADMISSION-DATE =
                   ADM-YEAR(DQ-PAT-IDX) * 10000
                   + ADM-MONTH(DQ-PAT-IDX) * 100
                   + ADM-DAY(DQ-PAT-IDX)
               COMPUTE CE-DISCHARGE-DATE =
                   DIS-YEAR(DQ-PAT-IDX) * 10000
                   + DIS-MONTH(DQ-PAT-IDX) * 100
                   + DIS-DAY(DQ-PAT-IDX)
               MOVE PATIENT-BILL-AMOUNT(DQ-PAT-IDX) TO CE-BILL-AMOUNT
               MOVE DENIAL-PATIENT-ID(DEN-IDX)   TO CE-PATIENT-ID
               MOVE DENIAL-INSURANCE-ID(DEN-IDX) TO PM-PAYER-ID
               PERFORM FIND-PAYER-BY-ID
               IF PM-FOUND = "Y"
                   COMPUTE CE-EXPECTED-AMOUNT ROUNDED =
                       PATIENT-BILL-AMOUNT(DQ-PAT-IDX)
                       * PAYER-REIMBURSE-PCT(PM-MATCHED-IDX) / 100
               ELSE
                   MOVE PATIENT-BILL-AMOUNT(DQ-PAT-IDX)
                       TO CE-EXPECTED-AMOUNT
               END-IF
               WRITE CLAIMS-EXPORT-RECORD
               ADD 1 TO DQ-EXPORT-COUNT
               MOVE "RESUBMIT" TO DENIAL-STATUS(DEN-IDX)
               DISPLAY "Resubmitted denial " DENIAL-ID(DEN-IDX)
                       " for patient " DENIAL-PATIENT-ID(DEN-IDX) "."
               MOVE "DENIAL"             TO AW-RECORD-TYPE
               MOVE DENIAL-ID(DEN-IDX)   TO AW-RECORD-KEY
               MOVE DENIAL-PATIENT-ID(DEN-IDX) TO AW-PATIENT-ID
               MOVE PATIENT-DOCTOR-ID(DQ-PAT-IDX) TO AW-DOCTOR-ID
               MOVE "RESUBMIT"           TO AW-ACTION
               MOVE "CORRECTED"          TO AW-BEFORE-VALUE
               MOVE "RESUBMIT"           TO AW-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       WRITE-INTEGRITY-FINDING.
           ADD 1 TO IA-FINDING-COUNT.
           EVALUATE IA-SEVERITY
               WHEN "HIGH"   ADD 1 TO IA-HIGH-COUNT
               WHEN "MEDIUM" ADD 1 TO IA-MEDIUM-COUNT
               WHEN OTHER    ADD 1 TO IA-LOW-COUNT
           END-EVALUATE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING IA-SEVERITY DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               IA-FINDING-TEXT DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY INTEGRITY-REPORT-LINE
           END-IF.
           WRITE INTEGRITY-REPORT-LINE.

       CHECK-DATE-VALID.
           MOVE "Y" TO IA-DATE-OK.
           IF IA-CHECK-MONTH < 1 OR IA-CHECK-MONTH > 12
               MOVE "N" TO IA-DATE-OK
           END-IF.
           IF IA-CHECK-DAY < 1 OR IA-CHECK-DAY > 31
               MOVE "N" TO IA-DATE-OK
           END-IF.

       FIND-DOCTOR-BY-ID.
           MOVE "N" TO IA-FOUND.
           PERFORM VARYING IA-IDX2 FROM 1 BY 1
                   UNTIL IA-IDX2 > DOCTOR-COUNT OR IA-FOUND = "Y"
               IF DOCTOR-ID(IA-IDX2) = IA-SEARCH-DOCTOR-ID
                   MOVE "Y" TO IA-FOUND
               END-IF
           END-PERFORM.

       FIND-PATIENT-BY-ID.
           MOVE "N" TO IA-FOUND.
           PERFORM VARYING IA-IDX2 FROM 1 BY 1
                   UNTIL IA-IDX2 > PATIENT-COUNT OR IA-FOUND = "Y"
               IF PATIENT-ID(IA-IDX2) = IA-SEARCH-PATIENT-ID
                   MOVE "Y" TO IA-FOUND
               END-IF
           END-PERFORM.

       FIND-ROOM-BY-NUMBER.
           MOVE "N" TO IA-FOUND.
           PERFORM VARYING IA-IDX2 FROM 1 BY 1
                   UNTIL IA-IDX2 > ROOM-COUNT OR IA-FOUND = "Y"
               IF ROOM-NUMBER(IA-IDX2) = IA-SEARCH-ROOM-NUMBER
                   MOVE "Y" TO IA-FOUND
               END-IF
           END-PERFORM.

       AUDIT-DUPLICATE-KEYS.
           PERFORM VARYING IA-IDX FROM 1 BY 1 UNTIL IA-IDX > DOCTOR-COUNT
               PERFORM VARYING IA-IDX2 FROM 1 BY 1 UNTIL IA-IDX2 > IA-IDX - 1
                   IF DOCTOR-ID(IA-IDX2) = DOCTOR-ID(IA-IDX)
                       MOVE "HIGH" TO IA-SEVERITY
                       MOVE SPACES TO IA-FINDING-TEXT
                       STRING "DUPLICATE KEY - Doctor ID " DELIMITED BY SIZE
                           DOCTOR-ID(IA-IDX) DELIMITED BY SIZE
                           " appears more than once in DOCTORS.DAT"
                               DELIMITED BY SIZE
                           INTO IA-FINDING-TEXT
                       PERFORM WRITE-INTEGRITY-FINDING
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING IA-IDX FROM 1 BY 1 UNTIL IA-IDX > PATIENT-COUNT
               PERFORM VARYING IA-IDX2 FROM 1 BY 1 UNTIL IA-IDX2 > IA-IDX - 1
                   IF PATIENT-ID(IA-IDX2) = PATIENT-ID(IA-IDX)
                       MOVE "HIGH" TO IA-SEVERITY
                       MOVE SPACES TO IA-FINDING-TEXT
                       STRING "DUPLICATE KEY - Patient ID " DELIMITED BY SIZE
                           PATIENT-ID(IA-IDX) DELIMITED BY SIZE
                           " appears more than once in PATIENTS.DAT"
                               DELIMITED BY SIZE
                           INTO IA-FINDING-TEXT
                       PERFORM WRITE-INTEGRITY-FINDING
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING IA-IDX FROM 1 BY 1
                   UNTIL IA-IDX > APPOINTMENT-COUNT
               PERFORM VARYING IA-IDX2 FROM 1 BY 1 UNTIL IA-IDX2 > IA-IDX - 1
                   IF APPOINTMENT-ID(IA-IDX2) = APPOINTMENT-ID(IA-IDX)
                       MOVE "MEDIUM" TO IA-SEVERITY
                       MOVE SPACES TO IA-FINDING-TEXT
                       STRING "DUPLICATE KEY - Appointment ID "
                               DELIMITED BY SIZE
                           APPOINTMENT-ID(IA-IDX) DELIMITED BY SIZE
                           " appears more than once in APPOINTS.DAT"
                               DELIMITED BY SIZE
                           INTO IA-FINDING-TEXT
                       PERFORM WRITE-INTEGRITY-FINDING
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING IA-IDX FROM 1 BY 1 UNTIL IA-IDX > ROOM-COUNT
               PERFORM VARYING IA-IDX2 FROM 1 BY 1 UNTIL IA-IDX2 > IA-IDX - 1
                   IF ROOM-NUMBER(IA-IDX2) = ROOM-NUMBER(IA-IDX)
                       MOVE "MEDIUM" TO IA-SEVERITY
                       MOVE SPACES TO IA-FINDING-TEXT
                       STRING "DUPLICATE KEY - Room number " DELIMITED BY SIZE
                           ROOM-NUMBER(IA-IDX) DELIMITED BY SIZE
                           " appears more than once in ROOMS.DAT"
                               DELIMITED BY SIZE
                           INTO IA-FINDING-TEXT
                       PERFORM WRITE-INTEGRITY-FINDING
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING IA-IDX FROM 1 BY 1 UNTIL IA-IDX > FEEDBACK-COUNT
               PERFORM VARYING IA-IDX2 FROM 1 BY 1 UNTIL IA-IDX2 > IA-IDX - 1
                   IF FEEDBACK-ID(IA-IDX2) = FEEDBACK-ID(IA-IDX)
                       MOVE "LOW" TO IA-SEVERITY
                       MOVE SPACES TO IA-FINDING-TEXT
                       STRING "DUPLICATE KEY - Feedback ID " DELIMITED BY SIZE
                           FEEDBACK-ID(IA-IDX) DELIMITED BY SIZE
                           " appears more than once in FEEDBACK.DAT"
                               DELIMITED BY SIZE
                           INTO IA-FINDING-TEXT
                       PERFORM WRITE-INTEGRITY-FINDING
                   END-IF
               END-PERFORM
           END-PERFORM.

       AUDIT-PATIENT-REFERENCES.
           PERFORM VARYING IA-IDX FROM 1 BY 1 UNTIL IA-IDX > PATIENT-COUNT
               IF PATIENT-DOCTOR-ID(IA-IDX) NOT = 0
                   MOVE PATIENT-DOCTOR-ID(IA-IDX) TO IA-SEARCH-DOCTOR-ID
                   PERFORM FIND-DOCTOR-BY-ID
                   IF IA-FOUND = "N"
                       MOVE "HIGH" TO IA-SEVERITY
                       MOVE SPACES TO IA-FINDING-TEXT
                       STRING "DANGLING DOCTOR - Patient " DELIMITED BY SIZE
                           PATIENT-ID(IA-IDX) DELIMITED BY SIZE
                           " is assigned to doctor " DELIMITED BY SIZE
                           PATIENT-DOCTOR-ID(IA-IDX) DELIMITED BY SIZE
                           " who is not in DOCTORS.DAT" DELIMITED BY SIZE
                           INTO IA-FINDING-TEXT
                       PERFORM WRITE-INTEGRITY-FINDING
                   END-IF
               END-IF
               IF PATIENT-ROOM-NUMBER(IA-IDX) NOT = 0
                   MOVE PATIENT-ROOM-NUMBER(IA-IDX) TO IA-SEARCH-ROOM-NUMBER
                   PERFORM FIND-ROOM-BY-NUMBER
                   IF IA-FOUND = "N"
                       MOVE "HIGH" TO IA-SEVERITY
                       MOVE SPACES TO IA-FINDING-TEXT
                       STRING "DANGLING ROOM - Patient " DELIMITED BY SIZE
                           PATIENT-ID(IA-IDX) DELIMITED BY SIZE
                           " occupies room " DELIMITED BY SIZE
                           PATIENT-ROOM-NUMBER(IA-IDX) DELIMITED BY SIZE
                           " which is not in ROOMS.DAT" DELIMITED BY SIZE
                           INTO IA-FINDING-TEXT
                       PERFORM WRITE-INTEGRITY-FINDING
                   END-IF
               END-IF
               IF ADM-YEAR(IA-IDX) NOT = 0
                   MOVE ADM-YEAR(IA-IDX)  TO IA-CHECK-YEAR
                   MOVE ADM-MONTH(IA-IDX) TO IA-CHECK-MONTH
                   MOVE ADM-DAY(IA-IDX)   TO IA-CHECK-DAY
                   PERFORM CHECK-DATE-VALID
                   IF IA-DATE-OK = "N"
                       MOVE "MEDIUM" TO IA-SEVERITY
                       MOVE SPACES TO IA-FINDING-TEXT
                       STRING "INVALID DATE - Patient " DELIMITED BY SIZE
                           PATIENT-ID(IA-IDX) DELIMITED BY SIZE
                           " admission date " DELIMITED BY SIZE
                           ADM-YEAR(IA-IDX) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           ADM-MONTH(IA-IDX) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           ADM-DAY(IA-IDX) DELIMITED BY SIZE
                           " is impossible" DELIMITED BY SIZE
                           INTO IA-FINDING-TEXT
                       PERFORM WRITE-INTEGRITY-FINDING
                   END-IF
               END-IF
               IF DIS-YEAR(IA-IDX) NOT = 0
                   MOVE DIS-YEAR(IA-IDX)  TO IA-CHECK-YEAR
                   MOVE DIS-MONTH(IA-IDX) TO IA-CHECK-MONTH
                   MOVE DIS-DAY(IA-IDX)   TO IA-CHECK-DAY
                   PERFORM CHECK-DATE-VALID
                   IF IA-DATE-OK = "N"
                       MOVE "MEDIUM" TO IA-SEVERITY
                       MOVE SPACES TO IA-FINDING-TEXT
                       STRING "INVALID DATE - Patient " DELIMITED BY SIZE
                           PATIENT-ID(IA-IDX) DELIMITED BY SIZE
                           " discharge date " DELIMITED BY SIZE
                           DIS-YEAR(IA-IDX) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           DIS-MONTH(IA-IDX) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           DIS-DAY(IA-IDX) DELIMITED BY SIZE
                           " is impossible" DELIMITED BY SIZE
                           INTO IA-FINDING-TEXT
                       PERFORM WRITE-INTEGRITY-FINDING
                   ELSE
                       IF ADM-YEAR(IA-IDX) NOT = 0
                           AND PATIENT-DISCHARGE-DATE(IA-IDX) <
                               PATIENT-ADMISSION-DATE(IA-IDX)
                           MOVE "HIGH" TO IA-SEVERITY
                           MOVE SPACES TO IA-FINDING-TEXT
                           STRING "DATE SEQUENCE - Patient "
                                   DELIMITED BY SIZE
                               PATIENT-ID(IA-IDX) DELIMITED BY SIZE
                               " discharged before admission ("
                                   DELIMITED BY SIZE
                               PATIENT-DISCHARGE-DATE(IA-IDX)
                                   DELIMITED BY SIZE
                               " < " DELIMITED BY SIZE
                               PATIENT-ADMISSION-DATE(IA-IDX)
                                   DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                               INTO IA-FINDING-TEXT
                           PERFORM WRITE-INTEGRITY-FINDING
                       END-IF
                   END-IF
               END-IF
               PERFORM VARYING IA-IDX2 FROM 1 BY 1 UNTIL IA-IDX2 > IA-IDX - 1
                   IF PATIENT-ROOM-NUMBER(IA-IDX) NOT = 0
                       AND DIS-YEAR(IA-IDX) = 0
                       AND DIS-YEAR(IA-IDX2) = 0
                       AND ADM-YEAR(IA-IDX) NOT = 0
                       AND ADM-YEAR(IA-IDX2) NOT = 0
                       AND PATIENT-ROOM-NUMBER(IA-IDX2) =
                           PATIENT-ROOM-NUMBER(IA-IDX)
                       MOVE "HIGH" TO IA-SEVERITY
                       MOVE SPACES TO IA-FINDING-TEXT
                       STRING "DOUBLE ASSIGNMENT - Patients "
                               DELIMITED BY SIZE
                           PATIENT-ID(IA-IDX2) DELIMITED BY SIZE
                           " and " DELIMITED BY SIZE
                           PATIENT-ID(IA-IDX) DELIMITED BY SIZE
                           " both occupy room " DELIMITED BY SIZE
                           PATIENT-ROOM-NUMBER(IA-IDX) DELIMITED BY SIZE
                           INTO IA-FINDING-TEXT
                       PERFORM WRITE-INTEGRITY-FINDING
                   END-IF
               END-PERFORM
           END-PERFORM.

       AUDIT-APPOINTMENT-REFERENCES.
           PERFORM VARYING IA-IDX FROM 1 BY 1
                   UNTIL IA-IDX > APPOINTMENT-COUNT
               MOVE APP-DOCTOR-ID(IA-IDX) TO IA-SEARCH-DOCTOR-ID
               PERFORM FIND-DOCTOR-BY-ID
               IF IA-FOUND = "N"
                   MOVE "HIGH" TO IA-SEVERITY
                   MOVE SPACES TO IA-FINDING-TEXT
                   STRING "DANGLING DOCTOR - Appointment " DELIMITED BY SIZE
                       APPOINTMENT-ID(IA-IDX) DELIMITED BY SIZE
                       " references doctor " DELIMITED BY SIZE
                       APP-DOCTOR-ID(IA-IDX) DELIMITED BY SIZE
                       " who is not in DOCTORS.DAT" DELIMITED BY SIZE
                       INTO IA-FINDING-TEXT
                   PERFORM WRITE-INTEGRITY-FINDING
               END-IF
               MOVE APP-PATIENT-ID(IA-IDX) TO IA-SEARCH-PATIENT-ID
               PERFORM FIND-PATIENT-BY-ID
               IF IA-FOUND = "N"
                   MOVE "HIGH" TO IA-SEVERITY
                   MOVE SPACES TO IA-FINDING-TEXT
                   STRING "DANGLING PATIENT - Appointment " DELIMITED BY SIZE
                       APPOINTMENT-ID(IA-IDX) DELIMITED BY SIZE
                       " references patient " DELIMITED BY SIZE
                       APP-PATIENT-ID(IA-IDX) DELIMITED BY SIZE
                       " who is not in PATIENTS.DAT" DELIMITED BY SIZE
                       INTO IA-FINDING-TEXT
                   PERFORM WRITE-INTEGRITY-FINDING
               END-IF
               MOVE APP-YEAR(IA-IDX)  TO IA-CHECK-YEAR
               MOVE APP-MONTH(IA-IDX) TO IA-CHECK-MONTH
               MOVE APP-DAY(IA-IDX)   TO IA-CHECK-DAY
               PERFORM CHECK-DATE-VALID
               IF IA-DATE-OK = "N"
                   MOVE "MEDIUM" TO IA-SEVERITY
                   MOVE SPACES TO IA-FINDING-TEXT
                   STRING "INVALID DATE - Appointment " DELIMITED BY SIZE
                       APPOINTMENT-ID(IA-IDX) DELIMITED BY SIZE
                       " date " DELIMITED BY SIZE
                       APP-YEAR(IA-IDX) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       APP-MONTH(IA-IDX) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       APP-DAY(IA-IDX) DELIMITED BY SIZE
                       " is impossible" DELIMITED BY SIZE
                       INTO IA-FINDING-TEXT
                   PERFORM WRITE-INTEGRITY-FINDING
               END-IF
           END-PERFORM.

       AUDIT-ROOM-REFERENCES.
           PERFORM VARYING IA-IDX FROM 1 BY 1 UNTIL IA-IDX > ROOM-COUNT
               IF ROOM-PATIENT-ID(IA-IDX) NOT = 0
                   MOVE ROOM-PATIENT-ID(IA-IDX) TO IA-SEARCH-PATIENT-ID
                   PERFORM FIND-PATIENT-BY-ID
                   IF IA-FOUND = "N"
                       MOVE "HIGH" TO IA-SEVERITY
                       MOVE SPACES TO IA-FINDING-TEXT
                       STRING "DANGLING PATIENT - Room " DELIMITED BY SIZE
                           ROOM-NUMBER(IA-IDX) DELIMITED BY SIZE
                           " is held by patient " DELIMITED BY SIZE
                           ROOM-PATIENT-ID(IA-IDX) DELIMITED BY SIZE
                           " who is not in PATIENTS.DAT" DELIMITED BY SIZE
                           INTO IA-FINDING-TEXT
                       PERFORM WRITE-INTEGRITY-FINDING
                   END-IF
               END-IF
               IF ROOM-STATUS(IA-IDX) = "OCCUPIED"
                   AND ROOM-PATIENT-ID(IA-IDX) = 0
                   MOVE "MEDIUM" TO IA-SEVERITY
                   MOVE SPACES TO IA-FINDING-TEXT
                   STRING "ORPHANED ROOM - Room " DELIMITED BY SIZE
                       ROOM-NUMBER(IA-IDX) DELIMITED BY SIZE
                       " is OCCUPIED with no patient on record"
                           DELIMITED BY SIZE
                       INTO IA-FINDING-TEXT
                   PERFORM WRITE-INTEGRITY-FINDING
               END-IF
           END-PERFORM.

       AUDIT-FEEDBACK-REFERENCES.
           PERFORM VARYING IA-IDX FROM 1 BY 1 UNTIL IA-IDX > FEEDBACK-COUNT
               MOVE RATING-DOCTOR-ID(IA-IDX) TO IA-SEARCH-DOCTOR-ID
               PERFORM FIND-DOCTOR-BY-ID
               IF IA-FOUND = "N"
                   MOVE "MEDIUM" TO IA-SEVERITY
                   MOVE SPACES TO IA-FINDING-TEXT
                   STRING "DANGLING DOCTOR - Feedback " DELIMITED BY SIZE
                       FEEDBACK-ID(IA-IDX) DELIMITED BY SIZE
                       " rates doctor " DELIMITED BY SIZE
                       RATING-DOCTOR-ID(IA-IDX) DELIMITED BY SIZE
                       " who is not in DOCTORS.DAT" DELIMITED BY SIZE
                       INTO IA-FINDING-TEXT
                   PERFORM WRITE-INTEGRITY-FINDING
               END-IF
               MOVE RATING-PATIENT-ID(IA-IDX) TO IA-SEARCH-PATIENT-ID
               PERFORM FIND-PATIENT-BY-ID
               IF IA-FOUND = "N"
                   MOVE "MEDIUM" TO IA-SEVERITY
                   MOVE SPACES TO IA-FINDING-TEXT
                   STRING "DANGLING PATIENT - Feedback " DELIMITED BY SIZE
                       FEEDBACK-ID(IA-IDX) DELIMITED BY SIZE
                       " was left by patient " DELIMITED BY SIZE
                       RATING-PATIENT-ID(IA-IDX) DELIMITED BY SIZE
                       " who is not in PATIENTS.DAT" DELIMITED BY SIZE
                       INTO IA-FINDING-TEXT
                   PERFORM WRITE-INTEGRITY-FINDING
               END-IF
               MOVE RATING-YEAR(IA-IDX)  TO IA-CHECK-YEAR
               MOVE RATING-MONTH(IA-IDX) TO IA-CHECK-MONTH
               MOVE RATING-DAY(IA-IDX)   TO IA-CHECK-DAY
               PERFORM CHECK-DATE-VALID
               IF IA-DATE-OK = "N"
                   MOVE "LOW" TO IA-SEVERITY
                   MOVE SPACES TO IA-FINDING-TEXT
                   STRING "INVALID DATE - Feedback " DELIMITED BY SIZE
                       FEEDBACK-ID(IA-IDX) DELIMITED BY SIZE
                       " rating date is impossible" DELIMITED BY SIZE
                       INTO IA-FINDING-TEXT
                   PERFORM WRITE-INTEGRITY-FINDING
               END-IF
           END-PERFORM.

       DATA-INTEGRITY-AUDIT.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY "DATA INTEGRITY AUDIT"
               DISPLAY "---------------------"
           END-IF.
           MOVE 0 TO IA-FINDING-COUNT.
           MOVE 0 TO IA-HIGH-COUNT.
           MOVE 0 TO IA-MEDIUM-COUNT.
           MOVE 0 TO IA-LOW-COUNT.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.

           PERFORM AUDIT-DUPLICATE-KEYS.
           PERFORM AUDIT-PATIENT-REFERENCES.
           PERFORM AUDIT-APPOINTMENT-REFERENCES.
           PERFORM AUDIT-ROOM-REFERENCES.
           PERFORM AUDIT-FEEDBACK-REFERENCES.

           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "TOTAL FINDINGS: " DELIMITED BY SIZE
               IA-FINDING-COUNT DELIMITED BY SIZE
               " (HIGH " DELIMITED BY SIZE
               IA-HIGH-COUNT DELIMITED BY SIZE
               " / MEDIUM " DELIMITED BY SIZE
               IA-MEDIUM-COUNT DELIMITED BY SIZE
               " / LOW " DELIMITED BY SIZE
               IA-LOW-COUNT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           CLOSE INTEGRITY-REPORT-FILE.

           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY " "
               DISPLAY INTEGRITY-REPORT-LINE
               DISPLAY "Details written to INTEGRTY.TXT"
           ELSE
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "Integrity audit: " DELIMITED BY SIZE
                   IA-FINDING-COUNT DELIMITED BY SIZE
                   " finding(s), details written to INTEGRTY.TXT"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CHECK-PATIENT-ARCHIVE-ELIGIBLE.
           MOVE "N" TO AR-ELIGIBLE.
           IF PF-DIS-YEAR NOT = 0
               MOVE PF-DIS-YEAR  TO IA-CHECK-YEAR
               MOVE PF-DIS-MONTH TO IA-CHECK-MONTH
               MOVE PF-DIS-DAY   TO IA-CHECK-DAY
               PERFORM CHECK-DATE-VALID
               IF IA-DATE-OK = "Y"
                   COMPUTE AR-RECORD-INT =
                       FUNCTION INTEGER-OF-DATE(
                           PF-DIS-YEAR * 10000 + PF-DIS-MONTH * 100
                           + PF-DIS-DAY)
                   IF AR-RECORD-INT < AR-CUTOFF-INT
                       MOVE "Y" TO AR-ELIGIBLE
                   END-IF
               END-IF
           END-IF.

       ARCHIVE-DISCHARGED-PATIENTS.
           OPEN INPUT PATIENT-FILE.
           IF FS-PATIENT-FILE = "00" OR FS-PATIENT-FILE = "05"
               OPEN OUTPUT PATIENT-WORK-FILE
               PERFORM UNTIL FS-PATIENT-FILE NOT = "00"
                   READ PATIENT-FILE NEXT RECORD
                   IF FS-PATIENT-FILE = "00"
                       PERFORM CHECK-PATIENT-ARCHIVE-ELIGIBLE
                       IF AR-ELIGIBLE = "Y"
                           ADD 1 TO AR-PAT-ARCHIVED
                           MOVE PATIENT-RECORD TO PH-PATIENT-DATA
                           INSPECT PH-PATIENT-DATA
                               REPLACING ALL LOW-VALUE BY SPACE
                           WRITE PATIENT-HIST-RECORD
                           MOVE SPACES TO ARCHIVE-MANIFEST-LINE
                           STRING "PATIENT " DELIMITED BY SIZE
                               PF-PATIENT-ID DELIMITED BY SIZE
                               " (" DELIMITED BY SIZE
                               PF-PATIENT-NAME DELIMITED BY SIZE
                               ") discharged " DELIMITED BY SIZE
                               PF-DIS-YEAR DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               PF-DIS-MONTH DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               PF-DIS-DAY DELIMITED BY SIZE
                               " moved to PATHIST.DAT" DELIMITED BY SIZE
                               INTO ARCHIVE-MANIFEST-LINE
                           IF BATCH-MODE-FLAG NOT = "Y"
                               DISPLAY ARCHIVE-MANIFEST-LINE
                           END-IF
                           WRITE ARCHIVE-MANIFEST-LINE
                       ELSE
                           WRITE PATIENT-WORK-RECORD FROM PATIENT-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PATIENT-FILE
               CLOSE PATIENT-WORK-FILE
               IF AR-PAT-ARCHIVED NOT = 0
                   AND FS-PATIENT-WORK-FILE = "00"
                   MOVE "PATIENTS.DAT" TO SS-LIVE-NAME
                   MOVE "PATIENTS.NEW" TO SS-WORK-NAME
                   PERFORM PROMOTE-SAVED-FILE
               END-IF
           ELSE
               DISPLAY "WARNING: PATIENTS.DAT could not be read for "
                       "archiving (status " FS-PATIENT-FILE
                       "). Patients skipped."
           END-IF.

       CHECK-APPOINTMENT-ARCHIVE-ELIGIBLE.
           MOVE "N" TO AR-ELIGIBLE.
           IF AF-APPOINTMENT-STATUS = "CANCELLED"
               MOVE "Y" TO AR-ELIGIBLE
           ELSE
               MOVE AF-APP-YEAR  TO IA-CHECK-YEAR
               MOVE AF-APP-MONTH TO IA-CHECK-MONTH
               MOVE AF-APP-DAY   TO IA-CHECK-DAY
               PERFORM CHECK-DATE-VALID
               IF IA-DATE-OK = "Y"
                   COMPUTE AR-RECORD-INT =
                       FUNCTION INTEGER-OF-DATE(
                           AF-APP-YEAR * 10000 + AF-APP-MONTH * 100
                           + AF-APP-DAY)
                   IF AR-RECORD-INT < AR-TODAY-INT
                       MOVE "Y" TO AR-ELIGIBLE
                   END-IF
               END-IF
           END-IF.

       ARCHIVE-OLD-APPOINTMENTS.
           OPEN INPUT APPOINTMENT-FILE.
           IF FS-APPOINTMENT-FILE = "00" OR FS-APPOINTMENT-FILE = "05"
               OPEN OUTPUT APPOINTMENT-WORK-FILE
               PERFORM UNTIL FS-APPOINTMENT-FILE NOT = "00"
                   READ APPOINTMENT-FILE NEXT RECORD
                   IF FS-APPOINTMENT-FILE = "00"
                       PERFORM CHECK-APPOINTMENT-ARCHIVE-ELIGIBLE
                       IF AR-ELIGIBLE = "Y"
                           ADD 1 TO AR-APP-ARCHIVED
                           MOVE APPOINTMENT-RECORD TO AH-APPOINTMENT-DATA
                           INSPECT AH-APPOINTMENT-DATA
                               REPLACING ALL LOW-VALUE BY SPACE
                           WRITE APPOINTMENT-HIST-RECORD
                           MOVE SPACES TO ARCHIVE-MANIFEST-LINE
                           STRING "APPOINTMENT " DELIMITED BY SIZE
                               AF-APPOINTMENT-ID DELIMITED BY SIZE
                               " status " DELIMITED BY SIZE
                               AF-APPOINTMENT-STATUS DELIMITED BY SIZE
                               " dated " DELIMITED BY SIZE
                               AF-APP-YEAR DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               AF-APP-MONTH DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               AF-APP-DAY DELIMITED BY SIZE
                               " moved to APPHIST.DAT" DELIMITED BY SIZE
                               INTO ARCHIVE-MANIFEST-LINE
                           IF BATCH-MODE-FLAG NOT = "Y"
                               DISPLAY ARCHIVE-MANIFEST-LINE
                           END-IF
                           WRITE ARCHIVE-MANIFEST-LINE
                       ELSE
                           WRITE APPOINTMENT-WORK-RECORD
                               FROM APPOINTMENT-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE APPOINTMENT-FILE
               CLOSE APPOINTMENT-WORK-FILE
               IF AR-APP-ARCHIVED NOT = 0
                   AND FS-APPOINTMENT-WORK-FILE = "00"
                   MOVE "APPOINTS.DAT" TO SS-LIVE-NAME
                   MOVE "APPOINTS.NEW" TO SS-WORK-NAME
                   PERFORM PROMOTE-SAVED-FILE
               END-IF
           ELSE
               DISPLAY "WARNING: APPOINTS.DAT could not be read for "
                       "archiving (status " FS-APPOINTMENT-FILE
                       "). Appointments skipped."
           END-IF.

       ARCHIVE-PURGE-HOUSEKEEPING.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY "ARCHIVE / PURGE HOUSEKEEPING"
               DISPLAY "-----------------------------"
               DISPLAY "Archiving patients discharged more than "
                       ARCHIVE-CUTOFF-DAYS " day(s) ago."
           END-IF.
           MOVE 0 TO AR-PAT-ARCHIVED.
           MOVE 0 TO AR-APP-ARCHIVED.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE AR-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY).
           COMPUTE AR-CUTOFF-INT = AR-TODAY-INT - ARCHIVE-CUTOFF-DAYS.

           OPEN EXTEND PATIENT-HIST-FILE.
           OPEN EXTEND APPOINTMENT-HIST-FILE.
           IF (FS-PATIENT-HIST-FILE NOT = "00"
               AND FS-PATIENT-HIST-FILE NOT = "05")
               OR (FS-APPOINTMENT-HIST-FILE NOT = "00"
               AND FS-APPOINTMENT-HIST-FILE NOT = "05")
               IF FS-PATIENT-HIST-FILE = "00"
                   OR FS-PATIENT-HIST-FILE = "05"
                   CLOSE PATIENT-HIST-FILE
               END-IF
               IF FS-APPOINTMENT-HIST-FILE = "00"
                   OR FS-APPOINTMENT-HIST-FILE = "05"
                   CLOSE APPOINTMENT-HIST-FILE
               END-IF
               IF BATCH-MODE-FLAG NOT = "Y"
                   DISPLAY "ARCHIVE ABORTED - history file could not be "
                           "opened (PATHIST " FS-PATIENT-HIST-FILE
                           " / APPHIST " FS-APPOINTMENT-HIST-FILE
                           "). Nothing purged."
               ELSE
                   MOVE SPACES TO REPORT-LINE-OUT
                   STRING "Archive/purge: ABORTED - history file could "
                       DELIMITED BY SIZE
                       "not be opened (PATHIST " DELIMITED BY SIZE
                       FS-PATIENT-HIST-FILE DELIMITED BY SIZE
                       " / APPHIST " DELIMITED BY SIZE
                       FS-APPOINTMENT-HIST-FILE DELIMITED BY SIZE
                       "), nothing purged" DELIMITED BY SIZE
                       INTO REPORT-LINE-OUT
                   PERFORM WRITE-REPORT-LINE
               END-IF
           ELSE
               PERFORM RUN-ARCHIVE-PURGE-STEPS
           END-IF.

       RUN-ARCHIVE-PURGE-STEPS.
           OPEN OUTPUT ARCHIVE-MANIFEST-FILE.

           PERFORM ARCHIVE-DISCHARGED-PATIENTS.
           PERFORM ARCHIVE-OLD-APPOINTMENTS.

           MOVE SPACES TO ARCHIVE-MANIFEST-LINE.
           STRING "ARCHIVED " DELIMITED BY SIZE
               AR-PAT-ARCHIVED DELIMITED BY SIZE
               " PATIENT(S) AND " DELIMITED BY SIZE
               AR-APP-ARCHIVED DELIMITED BY SIZE
               " APPOINTMENT(S)" DELIMITED BY SIZE
               INTO ARCHIVE-MANIFEST-LINE.
           WRITE ARCHIVE-MANIFEST-LINE.

           CLOSE PATIENT-HIST-FILE.
           CLOSE APPOINTMENT-HIST-FILE.
           CLOSE ARCHIVE-MANIFEST-FILE.

           IF AR-PAT-ARCHIVED NOT = 0 OR AR-APP-ARCHIVED NOT = 0
               PERFORM LOAD-PATIENT-FILE
               PERFORM LOAD-APPOINTMENT-FILE
               PERFORM SYNC-ROOM-OCCUPANCY
               MOVE "SYSTEM"    TO AW-RECORD-TYPE
               MOVE 0           TO AW-RECORD-KEY
               MOVE 0           TO AW-PATIENT-ID
               MOVE 0           TO AW-DOCTOR-ID
               MOVE "ARCHIVE"   TO AW-ACTION
               MOVE SPACES      TO AW-BEFORE-VALUE
               MOVE SPACES TO AW-AFTER-VALUE
               STRING AR-PAT-ARCHIVED DELIMITED BY SIZE
                   " PATIENTS " DELIMITED BY SIZE
                   AR-APP-ARCHIVED DELIMITED BY SIZE
                   " APPOINTMENTS ARCHIVED" DELIMITED BY SIZE
                   INTO AW-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY " "
               DISPLAY "PATIENTS ARCHIVED:     " AR-PAT-ARCHIVED
               DISPLAY "APPOINTMENTS ARCHIVED: " AR-APP-ARCHIVED
               DISPLAY "Manifest written to ARCHMAN.TXT"
           ELSE
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "Archive/purge: " DELIMITED BY SIZE
                   AR-PAT-ARCHIVED DELIMITED BY SIZE
                   " patient(s), " DELIMITED BY SIZE
                   AR-APP-ARCHIVED DELIMITED BY SIZE
                   " appointment(s) archived, manifest in ARCHMAN.TXT"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-IF.

       BUILD-REMINDER-LIST.
           MOVE 0 TO REMINDER-COUNT.
           PERFORM VARYING REM-IDX FROM 1 BY 1 UNTIL REM-IDX > 200
               MOVE 99999 TO REM-SORT-MINUTES(REM-IDX)
               MOVE 0     TO REM-APP-IDX(REM-IDX)
           END-PERFORM.
           PERFORM VARYING APP-IDX FROM 1 BY 1
                   UNTIL APP-IDX > APPOINTMENT-COUNT
                   OR REMINDER-COUNT >= 200
               IF APP-YEAR(APP-IDX)  = RL-TARGET-YEAR
                   AND APP-MONTH(APP-IDX) = RL-TARGET-MONTH
                   AND APP-DAY(APP-IDX)   = RL-TARGET-DAY
                   AND APP-STATUS(APP-IDX) = "SCHEDULED"
                   ADD 1 TO REMINDER-COUNT
                   SET REM-IDX TO REMINDER-COUNT
                   COMPUTE REM-SORT-MINUTES(REM-IDX) =
                       APP-HOUR(APP-IDX) * 60 + APP-MINUTE(APP-IDX)
                   MOVE APP-IDX TO REM-APP-IDX(REM-IDX)
               END-IF
           END-PERFORM.
           IF REMINDER-COUNT > 1
               SORT REMINDER-ENTRY ON ASCENDING KEY REM-SORT-MINUTES
           END-IF.

       WRITE-REMINDER-CALL-LINE.
           MOVE REM-APP-IDX(REM-IDX) TO RL-APP-IDX.

           MOVE "N" TO RL-PATIENT-FOUND.
           PERFORM VARYING PAT-IDX FROM 1 BY 1
                   UNTIL PAT-IDX > PATIENT-COUNT OR RL-PATIENT-FOUND = "Y"
               IF PATIENT-ID(PAT-IDX) = APP-PATIENT-ID(RL-APP-IDX)
                   MOVE "Y" TO RL-PATIENT-FOUND
                   MOVE PAT-IDX TO RL-MATCHED-PAT-IDX
               END-IF
           END-PERFORM.

           MOVE "(UNKNOWN DOCTOR)" TO RL-DOCTOR-NAME.
           PERFORM VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX > DOCTOR-COUNT
               IF DOCTOR-ID(DOC-IDX) = APP-DOCTOR-ID(RL-APP-IDX)
                   MOVE DOCTOR-NAME(DOC-IDX) TO RL-DOCTOR-NAME
               END-IF
           END-PERFORM.

           IF RL-PATIENT-FOUND = "N"
               ADD 1 TO RL-FLAG-COUNT
               MOVE SPACES TO CALL-LIST-LINE
               STRING APP-HOUR(RL-APP-IDX) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   APP-MINUTE(RL-APP-IDX) DELIMITED BY SIZE
                   " | Appt " DELIMITED BY SIZE
                   APPOINTMENT-ID(RL-APP-IDX) DELIMITED BY SIZE
                   " | Patient " DELIMITED BY SIZE
                   APP-PATIENT-ID(RL-APP-IDX) DELIMITED BY SIZE
                   " *** PATIENT NOT ON FILE - NO CONTACT ***"
                       DELIMITED BY SIZE
                   INTO CALL-LIST-LINE
           ELSE
               MOVE SPACES TO CALL-LIST-LINE
               STRING APP-HOUR(RL-APP-IDX) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   APP-MINUTE(RL-APP-IDX) DELIMITED BY SIZE
                   " | Appt " DELIMITED BY SIZE
                   APPOINTMENT-ID(RL-APP-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   PATIENT-NAME(RL-MATCHED-PAT-IDX) DELIMITED BY SIZE
                   " | Dr. " DELIMITED BY SIZE
                   FUNCTION TRIM(RL-DOCTOR-NAME) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   APP-DURATION(RL-APP-IDX) DELIMITED BY SIZE
                   " min" DELIMITED BY SIZE
                   INTO CALL-LIST-LINE
           END-IF.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY CALL-LIST-LINE
           END-IF.
           WRITE CALL-LIST-LINE.

           IF RL-PATIENT-FOUND = "Y"
               MOVE SPACES TO CALL-LIST-LINE
               IF PATIENT-PHONE(RL-MATCHED-PAT-IDX) = SPACES
                   AND PATIENT-EMAIL(RL-MATCHED-PAT-IDX) = SPACES
                   ADD 1 TO RL-FLAG-COUNT
                   MOVE "   *** NO CONTACT INFO ON FILE ***"
                       TO CALL-LIST-LINE
               ELSE
                   STRING "   Phone: " DELIMITED BY SIZE
                       PATIENT-PHONE(RL-MATCHED-PAT-IDX) DELIMITED BY SIZE
                       " | Email: " DELIMITED BY SIZE
                       PATIENT-EMAIL(RL-MATCHED-PAT-IDX) DELIMITED BY SIZE
                       INTO CALL-LIST-LINE
                   IF PATIENT-PHONE(RL-MATCHED-PAT-IDX) = SPACES
                       OR PATIENT-EMAIL(RL-MATCHED-PAT-IDX) = SPACES
                       ADD 1 TO RL-FLAG-COUNT
                       MOVE "*** PARTIAL CONTACT INFO ***"
                           TO CALL-LIST-LINE(100:28)
                   END-IF
               END-IF
               IF BATCH-MODE-FLAG NOT = "Y"
                   DISPLAY CALL-LIST-LINE
               END-IF
               WRITE CALL-LIST-LINE
           END-IF.

       APPOINTMENT-REMINDER-CALL-LIST.
           IF BATCH-MODE-FLAG = "Y"
               ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
               COMPUTE RL-TOMORROW-INT = FUNCTION INTEGER-OF-DATE(
                   CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY) + 1
               MOVE FUNCTION DATE-OF-INTEGER(RL-TOMORROW-INT)
                   TO RL-TARGET-NUM
               MOVE RL-TARGET-NUM TO RL-TARGET-DATE
           ELSE
               DISPLAY "APPOINTMENT REMINDER CALL LIST"
               DISPLAY "-------------------------------"
               DISPLAY "Enter Target Date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT RL-TARGET-DATE
           END-IF.

           MOVE 0 TO RL-FLAG-COUNT.
           PERFORM BUILD-REMINDER-LIST.
           OPEN OUTPUT CALL-LIST-FILE.

           MOVE SPACES TO CALL-LIST-LINE.
           STRING "CALL LIST FOR " DELIMITED BY SIZE
               RL-TARGET-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RL-TARGET-MONTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RL-TARGET-DAY DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               REMINDER-COUNT DELIMITED BY SIZE
               " SCHEDULED APPOINTMENT(S))" DELIMITED BY SIZE
               INTO CALL-LIST-LINE.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY CALL-LIST-LINE
           END-IF.
           WRITE CALL-LIST-LINE.

           PERFORM VARYING REM-IDX FROM 1 BY 1
                   UNTIL REM-IDX > REMINDER-COUNT
               PERFORM WRITE-REMINDER-CALL-LINE
           END-PERFORM.

           CLOSE CALL-LIST-FILE.

           IF BATCH-MODE-FLAG = "Y"
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "Reminder call list: " DELIMITED BY SIZE
                   REMINDER-COUNT DELIMITED BY SIZE
                   " appointment(s) for " DELIMITED BY SIZE
                   RL-TARGET-NUM DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   RL-FLAG-COUNT DELIMITED BY SIZE
                   " flagged, written to CALLLIST.TXT" DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           ELSE
               DISPLAY " "
               DISPLAY RL-FLAG-COUNT " appointment(s) flagged for missing "
                       "contact details."
               DISPLAY "Call list written to CALLLIST.TXT"
           END-IF.

       COUNT-TODAY-ADMISSIONS-DISCHARGES.
           MOVE 0 TO CS-ADMIT-COUNT.
           MOVE 0 TO CS-DISCH-COUNT.
           PERFORM VARYING PAT-IDX FROM 1 BY 1 UNTIL PAT-IDX > PATIENT-COUNT
               IF ADM-YEAR(PAT-IDX) = CURR-YEAR
                   AND ADM-MONTH(PAT-IDX) = CURR-MONTH
                   AND ADM-DAY(PAT-IDX) = CURR-DAY
                   ADD 1 TO CS-ADMIT-COUNT
               END-IF
               IF DIS-YEAR(PAT-IDX) = CURR-YEAR
                   AND DIS-MONTH(PAT-IDX) = CURR-MONTH
                   AND DIS-DAY(PAT-IDX) = CURR-DAY
                   ADD 1 TO CS-DISCH-COUNT
               END-IF
           END-PERFORM.

       APPEND-CENSUS-SNAPSHOT.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM SYNC-ROOM-OCCUPANCY.
           PERFORM COMPUTE-WARD-STATS.
           PERFORM COUNT-TODAY-ADMISSIONS-DISCHARGES.
           OPEN EXTEND CENSUS-FILE.
           IF FS-CENSUS-FILE = "00" OR FS-CENSUS-FILE = "05"
               COMPUTE CN-DATE =
                   CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY
               PERFORM VARYING WARD-IDX FROM 1 BY 1
                       UNTIL WARD-IDX > WARD-COUNT
                   MOVE WARD-OCCUPIED-ROOMS(WARD-IDX)
                       TO CN-WARD-OCCUPIED(WARD-IDX)
                   MOVE WARD-TOTAL-ROOMS(WARD-IDX)
                       TO CN-WARD-TOTAL(WARD-IDX)
                   MOVE WARD-CLEANING-ROOMS(WARD-IDX)
                       TO CN-WARD-CLEANING(WARD-IDX)
               END-PERFORM
               MOVE CS-ADMIT-COUNT TO CN-ADMISSIONS
               MOVE CS-DISCH-COUNT TO CN-DISCHARGES
               WRITE CENSUS-RECORD
               CLOSE CENSUS-FILE
           END-IF.

       SCAN-CENSUS-HISTORY.
           MOVE 0 TO CS-SNAP-COUNT.
           MOVE 0 TO CS-SUM-ADMISSIONS.
           MOVE 0 TO CS-SUM-DISCHARGES.
           MOVE 0 TO CS-SUM-OCCUPIED.
           MOVE 0 TO CS-SUM-AVAILABLE.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE CS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY).
           COMPUTE CS-CUTOFF-INT = CS-TODAY-INT - CENSUS-TREND-DAYS.
           OPEN INPUT CENSUS-FILE.
           IF FS-CENSUS-FILE = "00" OR FS-CENSUS-FILE = "05"
               PERFORM UNTIL FS-CENSUS-FILE NOT = "00"
                   READ CENSUS-FILE
                       AT END
                           MOVE "10" TO FS-CENSUS-FILE
                       NOT AT END
                           PERFORM TALLY-CENSUS-RECORD
                   END-READ
               END-PERFORM
               CLOSE CENSUS-FILE
           END-IF.

       TALLY-CENSUS-RECORD.
           IF CN-DATE(5:2) >= "01" AND CN-DATE(5:2) <= "12"
               AND CN-DATE(7:2) >= "01" AND CN-DATE(7:2) <= "31"
               COMPUTE CS-RECORD-INT = FUNCTION INTEGER-OF-DATE(CN-DATE)
               IF CS-RECORD-INT > CS-CUTOFF-INT
                   ADD 1 TO CS-SNAP-COUNT
                   ADD CN-ADMISSIONS TO CS-SUM-ADMISSIONS
                   ADD CN-DISCHARGES TO CS-SUM-DISCHARGES
                   PERFORM VARYING WARD-IDX FROM 1 BY 1
                           UNTIL WARD-IDX > WARD-COUNT
                       ADD CN-WARD-OCCUPIED(WARD-IDX) TO CS-SUM-OCCUPIED
                       COMPUTE CS-SUM-AVAILABLE = CS-SUM-AVAILABLE
                           + CN-WARD-TOTAL(WARD-IDX)
                           - CN-WARD-OCCUPIED(WARD-IDX)
                       IF CN-CLEANING-STATS NUMERIC
                           SUBTRACT CN-WARD-CLEANING(WARD-IDX)
                               FROM CS-SUM-AVAILABLE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       DERIVE-FLOW-RATES.
           MOVE "N" TO CS-RATES-DERIVED.
           PERFORM SCAN-CENSUS-HISTORY.
           IF CS-SNAP-COUNT > 0 AND CS-SUM-OCCUPIED > 0
               AND CS-SUM-AVAILABLE > 0
               MOVE "Y" TO CS-RATES-DERIVED
               COMPUTE TEMP-RESULT ROUNDED =
                   (CS-SUM-DISCHARGES / CS-SUM-OCCUPIED) * 100
               IF TEMP-RESULT > 9.99
                   MOVE 9.99 TO TEMP-RESULT
               END-IF
               MOVE TEMP-RESULT TO DISCHARGE-RATE
               COMPUTE TEMP-RESULT ROUNDED =
                   (CS-SUM-ADMISSIONS / CS-SUM-AVAILABLE) * 100
               IF TEMP-RESULT > 9.99
                   MOVE 9.99 TO TEMP-RESULT
               END-IF
               MOVE TEMP-RESULT TO ADMISSION-RATE
           END-IF.

       COMPUTE-AVERAGE-LENGTH-OF-STAY.
           MOVE 0 TO CS-LOS-TOTAL-DAYS.
           MOVE 0 TO CS-LOS-COUNT.
           MOVE 0 TO CS-AVG-LOS.
           PERFORM VARYING PAT-IDX FROM 1 BY 1 UNTIL PAT-IDX > PATIENT-COUNT
               MOVE "N" TO IA-DATE-OK
               IF ADM-YEAR(PAT-IDX) NOT = 0 AND DIS-YEAR(PAT-IDX) NOT = 0
                   MOVE DIS-YEAR(PAT-IDX)  TO IA-CHECK-YEAR
                   MOVE DIS-MONTH(PAT-IDX) TO IA-CHECK-MONTH
                   MOVE DIS-DAY(PAT-IDX)   TO IA-CHECK-DAY
                   PERFORM CHECK-DATE-VALID
                   IF IA-DATE-OK = "Y"
                       MOVE ADM-YEAR(PAT-IDX)  TO IA-CHECK-YEAR
                       MOVE ADM-MONTH(PAT-IDX) TO IA-CHECK-MONTH
                       MOVE ADM-DAY(PAT-IDX)   TO IA-CHECK-DAY
                       PERFORM CHECK-DATE-VALID
                   END-IF
               END-IF
               IF IA-DATE-OK = "Y"
                   COMPUTE CS-LOS-DAYS =
                       FUNCTION INTEGER-OF-DATE(
                           DIS-YEAR(PAT-IDX) * 10000
                           + DIS-MONTH(PAT-IDX) * 100 + DIS-DAY(PAT-IDX))
                       - FUNCTION INTEGER-OF-DATE(
                           ADM-YEAR(PAT-IDX) * 10000
                           + ADM-MONTH(PAT-IDX) * 100 + ADM-DAY(PAT-IDX))
                   IF CS-LOS-DAYS >= 0
                       ADD CS-LOS-DAYS TO CS-LOS-TOTAL-DAYS
                       ADD 1 TO CS-LOS-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF CS-LOS-COUNT > 0
               COMPUTE CS-AVG-LOS ROUNDED =
                   CS-LOS-TOTAL-DAYS / CS-LOS-COUNT
           END-IF.

       WRITE-CENSUS-TREND-LINE.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY CENSUS-TREND-LINE
           END-IF.
           WRITE CENSUS-TREND-LINE.

       CENSUS-TREND-REPORT.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY "CENSUS TREND / LENGTH OF STAY REPORT"
               DISPLAY "-------------------------------------"
           END-IF.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE CS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY).
           COMPUTE CS-CUTOFF-INT = CS-TODAY-INT - CENSUS-TREND-DAYS.
           MOVE 0 TO CS-SNAP-COUNT.
           OPEN OUTPUT CENSUS-TREND-FILE.

           MOVE SPACES TO CENSUS-TREND-LINE.
           STRING "OCCUPANCY BY WARD - LAST " DELIMITED BY SIZE
               CENSUS-TREND-DAYS DELIMITED BY SIZE
               " DAY(S)" DELIMITED BY SIZE
               INTO CENSUS-TREND-LINE.
           PERFORM WRITE-CENSUS-TREND-LINE.

           OPEN INPUT CENSUS-FILE.
           IF FS-CENSUS-FILE NOT = "00" AND FS-CENSUS-FILE NOT = "05"
               MOVE "  (no census snapshots on file)" TO CENSUS-TREND-LINE
               PERFORM WRITE-CENSUS-TREND-LINE
           ELSE
               PERFORM UNTIL FS-CENSUS-FILE NOT = "00"
                   READ CENSUS-FILE
                       AT END
                           MOVE "10" TO FS-CENSUS-FILE
                       NOT AT END
                           PERFORM WRITE-ONE-CENSUS-TREND-ROW
                   END-READ
               END-PERFORM
               CLOSE CENSUS-FILE
               IF CS-SNAP-COUNT = 0
                   MOVE "  (no snapshots within the reporting window)"
                       TO CENSUS-TREND-LINE
                   PERFORM WRITE-CENSUS-TREND-LINE
               END-IF
           END-IF.

           PERFORM COMPUTE-AVERAGE-LENGTH-OF-STAY.
           MOVE SPACES TO CENSUS-TREND-LINE.
           IF CS-LOS-COUNT > 0
               STRING "AVERAGE LENGTH OF STAY: " DELIMITED BY SIZE
                   CS-AVG-LOS DELIMITED BY SIZE
                   " DAY(S) ACROSS " DELIMITED BY SIZE
                   CS-LOS-COUNT DELIMITED BY SIZE
                   " COMPLETED STAY(S)" DELIMITED BY SIZE
                   INTO CENSUS-TREND-LINE
           ELSE
               MOVE "AVERAGE LENGTH OF STAY: NO COMPLETED STAYS ON FILE"
                   TO CENSUS-TREND-LINE
           END-IF.
           PERFORM WRITE-CENSUS-TREND-LINE.
           CLOSE CENSUS-TREND-FILE.

           IF BATCH-MODE-FLAG = "Y"
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "Census trend: " DELIMITED BY SIZE
                   CS-SNAP-COUNT DELIMITED BY SIZE
                   " snapshot(s) reported, details in CENTREND.TXT"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           ELSE
               DISPLAY "Details written to CENTREND.TXT"
           END-IF.

       WRITE-ONE-CENSUS-TREND-ROW.
           IF CN-DATE(5:2) >= "01" AND CN-DATE(5:2) <= "12"
               AND CN-DATE(7:2) >= "01" AND CN-DATE(7:2) <= "31"
               COMPUTE CS-RECORD-INT = FUNCTION INTEGER-OF-DATE(CN-DATE)
               IF CS-RECORD-INT > CS-CUTOFF-INT
                   ADD 1 TO CS-SNAP-COUNT
                   MOVE SPACES TO CENSUS-TREND-LINE
                   STRING CN-DATE DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       WARD-NAME(1) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CN-WARD-OCCUPIED(1) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CN-WARD-TOTAL(1) DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       WARD-NAME(2) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CN-WARD-OCCUPIED(2) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CN-WARD-TOTAL(2) DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       WARD-NAME(3) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CN-WARD-OCCUPIED(3) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CN-WARD-TOTAL(3) DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       WARD-NAME(4) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CN-WARD-OCCUPIED(4) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CN-WARD-TOTAL(4) DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       WARD-NAME(5) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CN-WARD-OCCUPIED(5) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CN-WARD-TOTAL(5) DELIMITED BY SIZE
                       " | ADM " DELIMITED BY SIZE
                       CN-ADMISSIONS DELIMITED BY SIZE
                       " DIS " DELIMITED BY SIZE
                       CN-DISCHARGES DELIMITED BY SIZE
                       INTO CENSUS-TREND-LINE
                   PERFORM WRITE-CENSUS-TREND-LINE
                   IF CN-CLEANING-STATS NUMERIC
                       AND CN-CLEANING-STATS NOT = ZEROS
                       MOVE SPACES TO CENSUS-TREND-LINE
                       STRING "         awaiting cleaning: "
                               DELIMITED BY SIZE
                           WARD-NAME(1) DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           CN-WARD-CLEANING(1) DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           WARD-NAME(2) DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           CN-WARD-CLEANING(2) DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           WARD-NAME(3) DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           CN-WARD-CLEANING(3) DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           WARD-NAME(4) DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           CN-WARD-CLEANING(4) DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           WARD-NAME(5) DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           CN-WARD-CLEANING(5) DELIMITED BY SIZE
                           INTO CENSUS-TREND-LINE
                       PERFORM WRITE-CENSUS-TREND-LINE
                   END-IF
               END-IF
           END-IF.

       NURSE-STAFFING-MENU.
           DISPLAY "NURSE STAFFING / SHIFT COVERAGE".
           DISPLAY "--------------------------------".
           DISPLAY "1. Add Nurse".
           DISPLAY "2. List Nurses".
           DISPLAY "3. Build Shift Coverage Plan".
           DISPLAY "4. Return to Main Menu".
           DISPLAY "Enter your choice (1-4): " WITH NO ADVANCING.
           ACCEPT NS-CHOICE.
           EVALUATE NS-CHOICE
               WHEN 1 PERFORM ADD-NURSE
               WHEN 2 PERFORM LIST-NURSES
               WHEN 3 PERFORM BUILD-SHIFT-COVERAGE-PLAN
               WHEN 4 CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       ADD-NURSE.
           DISPLAY "ADD NURSE".
           DISPLAY "----------".
           IF NURSE-COUNT >= 100
               DISPLAY "NURSE TABLE IS FULL. CANNOT ADD."
           ELSE
               DISPLAY "Enter Nurse ID: " WITH NO ADVANCING
               ACCEPT NS-NURSE-ID
               MOVE "N" TO NS-FOUND
               PERFORM VARYING NUR-IDX FROM 1 BY 1
                       UNTIL NUR-IDX > NURSE-COUNT OR NS-FOUND = "Y"
                   IF NURSE-ID(NUR-IDX) = NS-NURSE-ID
                       MOVE "Y" TO NS-FOUND
                   END-IF
               END-PERFORM
               IF NS-FOUND = "Y"
                   DISPLAY "Nurse " NS-NURSE-ID " already exists."
               ELSE
                   ADD 1 TO NURSE-COUNT
                   SET NUR-IDX TO NURSE-COUNT
                   MOVE NS-NURSE-ID TO NURSE-ID(NUR-IDX)
                   DISPLAY "Enter Nurse Name: " WITH NO ADVANCING
                   ACCEPT NURSE-NAME(NUR-IDX)
                   DISPLAY "Enter Home Ward (GENERAL/ICU/SURGERY/"
                           "PEDIATRICS/MATERNITY): " WITH NO ADVANCING
                   ACCEPT NURSE-WARD(NUR-IDX)
                   DISPLAY "Enter Shift (D=Day E=Evening N=Night): "
                           WITH NO ADVANCING
                   ACCEPT NURSE-SHIFT(NUR-IDX)
                   DISPLAY "Enter Phone: " WITH NO ADVANCING
                   ACCEPT NURSE-PHONE(NUR-IDX)
                   PERFORM SAVE-NURSE-FILE
                   DISPLAY "Nurse " NS-NURSE-ID " added."
                   MOVE "NURSE"       TO AW-RECORD-TYPE
                   MOVE NS-NURSE-ID   TO AW-RECORD-KEY
                   MOVE 0             TO AW-PATIENT-ID
                   MOVE 0             TO AW-DOCTOR-ID
                   MOVE "ADD"         TO AW-ACTION
                   MOVE SPACES        TO AW-BEFORE-VALUE
                   MOVE NURSE-NAME(NUR-IDX) TO AW-AFTER-VALUE
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       LIST-NURSES.
           DISPLAY "NURSING STAFF MASTER".
           DISPLAY "---------------------".
           PERFORM VARYING NUR-IDX FROM 1 BY 1 UNTIL NUR-IDX > NURSE-COUNT
               DISPLAY "ID: " NURSE-ID(NUR-IDX)
                       " | " NURSE-NAME(NUR-IDX)
                       " | Ward: " NURSE-WARD(NUR-IDX)
                       " | Shift: " NURSE-SHIFT(NUR-IDX)
                       " | " NURSE-PHONE(NUR-IDX)
           END-PERFORM.
           DISPLAY NURSE-COUNT " nurse(s) on file.".

       READ-LATEST-CENSUS-SNAPSHOT.
           MOVE "N" TO NS-SNAP-FOUND.
           OPEN INPUT CENSUS-FILE.
           IF FS-CENSUS-FILE = "00" OR FS-CENSUS-FILE = "05"
               PERFORM UNTIL FS-CENSUS-FILE NOT = "00"
                   READ CENSUS-FILE
                       AT END
                           MOVE "10" TO FS-CENSUS-FILE
                       NOT AT END
                           MOVE "Y" TO NS-SNAP-FOUND
                           MOVE CN-DATE TO NS-SNAP-DATE
                           PERFORM VARYING WARD-IDX FROM 1 BY 1
                                   UNTIL WARD-IDX > WARD-COUNT
                               MOVE CN-WARD-OCCUPIED(WARD-IDX)
                                   TO NS-WARD-OCC(WARD-IDX)
                               MOVE CN-WARD-TOTAL(WARD-IDX)
                                   TO NS-WARD-TOT(WARD-IDX)
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CENSUS-FILE
           END-IF.

       WRITE-STAFFING-LINE.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY STAFFING-REPORT-LINE
           END-IF.
           WRITE STAFFING-REPORT-LINE.

       BUILD-SHIFT-COVERAGE-PLAN.
           DISPLAY "BUILD SHIFT COVERAGE PLAN".
           DISPLAY "--------------------------".
           DISPLAY "Plan for Shift (D=Day E=Evening N=Night): "
                   WITH NO ADVANCING.
           ACCEPT NS-SHIFT.

           PERFORM READ-LATEST-CENSUS-SNAPSHOT.
           IF NS-SNAP-FOUND = "N"
               DISPLAY "No census snapshot on file - using live ward "
                       "occupancy instead."
               PERFORM SYNC-ROOM-OCCUPANCY
               PERFORM COMPUTE-WARD-STATS
               ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
               COMPUTE NS-SNAP-DATE =
                   CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY
               PERFORM VARYING WARD-IDX FROM 1 BY 1
                       UNTIL WARD-IDX > WARD-COUNT
                   MOVE WARD-OCCUPIED-ROOMS(WARD-IDX)
                       TO NS-WARD-OCC(WARD-IDX)
                   MOVE WARD-TOTAL-ROOMS(WARD-IDX)
                       TO NS-WARD-TOT(WARD-IDX)
               END-PERFORM
           END-IF.

           MOVE 0 TO NS-SHORT-COUNT.
           OPEN OUTPUT STAFFING-REPORT-FILE.

           MOVE SPACES TO STAFFING-REPORT-LINE.
           STRING "SHIFT COVERAGE PLAN - SHIFT " DELIMITED BY SIZE
               NS-SHIFT DELIMITED BY SIZE
               " - CENSUS OF " DELIMITED BY SIZE
               NS-SNAP-DATE DELIMITED BY SIZE
               INTO STAFFING-REPORT-LINE.
           PERFORM WRITE-STAFFING-LINE.

           PERFORM VARYING WARD-IDX FROM 1 BY 1 UNTIL WARD-IDX > WARD-COUNT
               IF WARD-NURSE-RATIO(WARD-IDX) = 0
                   MOVE 5 TO WARD-NURSE-RATIO(WARD-IDX)
               END-IF
               COMPUTE NS-REQUIRED =
                   (NS-WARD-OCC(WARD-IDX) + WARD-NURSE-RATIO(WARD-IDX) - 1)
                   / WARD-NURSE-RATIO(WARD-IDX)
               MOVE 0 TO NS-AVAILABLE
               PERFORM VARYING NUR-IDX FROM 1 BY 1
                       UNTIL NUR-IDX > NURSE-COUNT
                   IF NURSE-WARD(NUR-IDX) = WARD-NAME(WARD-IDX)
                       AND NURSE-SHIFT(NUR-IDX) = NS-SHIFT
                       ADD 1 TO NS-AVAILABLE
                   END-IF
               END-PERFORM
               MOVE SPACES TO STAFFING-REPORT-LINE
               STRING WARD-NAME(WARD-IDX) DELIMITED BY SIZE
                   " | Occupied: " DELIMITED BY SIZE
                   NS-WARD-OCC(WARD-IDX) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   NS-WARD-TOT(WARD-IDX) DELIMITED BY SIZE
                   " | Ratio 1:" DELIMITED BY SIZE
                   WARD-NURSE-RATIO(WARD-IDX) DELIMITED BY SIZE
                   " | Required: " DELIMITED BY SIZE
                   NS-REQUIRED DELIMITED BY SIZE
                   " | Rostered: " DELIMITED BY SIZE
                   NS-AVAILABLE DELIMITED BY SIZE
                   INTO STAFFING-REPORT-LINE
               PERFORM WRITE-STAFFING-LINE
               PERFORM VARYING NUR-IDX FROM 1 BY 1
                       UNTIL NUR-IDX > NURSE-COUNT
                   IF NURSE-WARD(NUR-IDX) = WARD-NAME(WARD-IDX)
                       AND NURSE-SHIFT(NUR-IDX) = NS-SHIFT
                       MOVE SPACES TO STAFFING-REPORT-LINE
                       STRING "   Nurse " DELIMITED BY SIZE
                           NURSE-ID(NUR-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           NURSE-NAME(NUR-IDX) DELIMITED BY SIZE
                           INTO STAFFING-REPORT-LINE
                       PERFORM WRITE-STAFFING-LINE
                   END-IF
               END-PERFORM
               IF NS-AVAILABLE < NS-REQUIRED
                   ADD 1 TO NS-SHORT-COUNT
                   MOVE SPACES TO STAFFING-REPORT-LINE
                   STRING "   *** SHORT " DELIMITED BY SIZE
                       NS-REQUIRED DELIMITED BY SIZE
                       " REQUIRED vs " DELIMITED BY SIZE
                       NS-AVAILABLE DELIMITED BY SIZE
                       " ROSTERED - ARRANGE COVER ***" DELIMITED BY SIZE
                       INTO STAFFING-REPORT-LINE
                   PERFORM WRITE-STAFFING-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO STAFFING-REPORT-LINE.
           STRING "WARDS SHORT FOR SHIFT " DELIMITED BY SIZE
               NS-SHIFT DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               NS-SHORT-COUNT DELIMITED BY SIZE
               INTO STAFFING-REPORT-LINE.
           PERFORM WRITE-STAFFING-LINE.
           CLOSE STAFFING-REPORT-FILE.
           DISPLAY "Coverage plan written to STAFFING.TXT".

       SET-BACKUP-FILE-NAME.
           EVALUATE RS-FILE-NUM
               WHEN 1 MOVE "DOCTORS.DAT"  TO SS-LIVE-NAME
               WHEN 2 MOVE "PATIENTS.DAT" TO SS-LIVE-NAME
               WHEN 3 MOVE "APPOINTS.DAT" TO SS-LIVE-NAME
               WHEN 4 MOVE "ROOMS.DAT"    TO SS-LIVE-NAME
               WHEN 5 MOVE "FEEDBACK.DAT" TO SS-LIVE-NAME
               WHEN OTHER MOVE "CHARGES.DAT" TO SS-LIVE-NAME
           END-EVALUATE.

       LIST-ONE-FILE-GENERATIONS.
           PERFORM SET-BACKUP-FILE-NAME.
           PERFORM BUILD-GENERATION-NAMES.
           PERFORM VARYING RS-GEN-IDX FROM 1 BY 1 UNTIL RS-GEN-IDX > 3
               EVALUATE RS-GEN-IDX
                   WHEN 1 MOVE SS-GEN1-NAME TO RS-SOURCE-NAME
                   WHEN 2 MOVE SS-GEN2-NAME TO RS-SOURCE-NAME
                   WHEN OTHER MOVE SS-GEN3-NAME TO RS-SOURCE-NAME
               END-EVALUATE
               CALL "CBL_CHECK_FILE_EXIST"
                   USING RS-SOURCE-NAME SS-FILE-INFO
               IF RETURN-CODE = 0
                   MOVE SPACES TO REPORT-LINE-OUT
                   STRING "  Generation " DELIMITED BY SIZE
                       RS-GEN-IDX DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       RS-SOURCE-NAME DELIMITED BY SIZE
                       " available" DELIMITED BY SIZE
                       INTO REPORT-LINE-OUT
               ELSE
                   MOVE SPACES TO REPORT-LINE-OUT
                   STRING "  Generation " DELIMITED BY SIZE
                       RS-GEN-IDX DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       RS-SOURCE-NAME DELIMITED BY SIZE
                       " not on disk" DELIMITED BY SIZE
                       INTO REPORT-LINE-OUT
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       LIST-BACKUP-GENERATIONS.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY "BACKUP GENERATIONS ON DISK"
               DISPLAY "---------------------------"
           END-IF.
           PERFORM VARYING RS-FILE-NUM FROM 1 BY 1 UNTIL RS-FILE-NUM > 6
               PERFORM SET-BACKUP-FILE-NAME
               MOVE SPACES TO REPORT-LINE-OUT
               STRING RS-FILE-NUM DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   SS-LIVE-NAME DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
               PERFORM LIST-ONE-FILE-GENERATIONS
           END-PERFORM.

       RESTORE-FROM-GENERATION.
           DISPLAY "RESTORE FROM BACKUP GENERATION".
           DISPLAY "-------------------------------".
           DISPLAY "File (1=DOCTORS 2=PATIENTS 3=APPOINTS 4=ROOMS"
                   " 5=FEEDBACK 6=CHARGES): " WITH NO ADVANCING.
           ACCEPT RS-FILE-NUM.
           IF RS-FILE-NUM < 1 OR RS-FILE-NUM > 6
               DISPLAY "Invalid file number."
           ELSE
               DISPLAY "Generation to restore (1-3): " WITH NO ADVANCING
               ACCEPT RS-GEN-NUM
               IF RS-GEN-NUM < 1 OR RS-GEN-NUM > 3
                   DISPLAY "Invalid generation number."
               ELSE
                   PERFORM SET-BACKUP-FILE-NAME
                   PERFORM BUILD-GENERATION-NAMES
                   EVALUATE RS-GEN-NUM
                       WHEN 1 MOVE SS-GEN1-NAME TO RS-SOURCE-NAME
                       WHEN 2 MOVE SS-GEN2-NAME TO RS-SOURCE-NAME
                       WHEN OTHER MOVE SS-GEN3-NAME TO RS-SOURCE-NAME
                   END-EVALUATE
                   CALL "CBL_CHECK_FILE_EXIST"
                       USING RS-SOURCE-NAME SS-FILE-INFO
                   IF RETURN-CODE NOT = 0
                       DISPLAY "Generation file "
                               FUNCTION TRIM(RS-SOURCE-NAME)
                               " is not on disk. Nothing restored."
                   ELSE
                       CALL "CBL_COPY_FILE"
                           USING RS-SOURCE-NAME SS-LIVE-NAME
                       IF RETURN-CODE = 0
                           PERFORM LOAD-DOCTOR-FILE
                           PERFORM LOAD-PATIENT-FILE
                           PERFORM LOAD-APPOINTMENT-FILE
                           PERFORM LOAD-ROOM-FILE
                           PERFORM LOAD-FEEDBACK-FILE
                           PERFORM LOAD-CHARGE-FILE
                           PERFORM SYNC-ROOM-OCCUPANCY
                           DISPLAY "Restored "
                                   FUNCTION TRIM(SS-LIVE-NAME)
                                   " from "
                                   FUNCTION TRIM(RS-SOURCE-NAME)
                                   " and reloaded tables."
                           MOVE "SYSTEM"   TO AW-RECORD-TYPE
                           MOVE 0          TO AW-RECORD-KEY
                           MOVE 0          TO AW-PATIENT-ID
                           MOVE 0          TO AW-DOCTOR-ID
                           MOVE "RESTORE"  TO AW-ACTION
                           MOVE RS-SOURCE-NAME TO AW-BEFORE-VALUE
                           MOVE SS-LIVE-NAME   TO AW-AFTER-VALUE
                           PERFORM WRITE-AUDIT-ENTRY
                       ELSE
                           DISPLAY "Restore copy failed with code "
                                   RETURN-CODE "."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BACKUP-RESTORE-MENU.
           DISPLAY "BACKUP GENERATIONS / RESTORE".
           DISPLAY "-----------------------------".
           DISPLAY "1. List Available Generations".
           DISPLAY "2. Restore a File from a Generation".
           DISPLAY "3. Return to Main Menu".
           DISPLAY "Enter your choice (1-3): " WITH NO ADVANCING.
           ACCEPT RS-CHOICE.
           EVALUATE RS-CHOICE
               WHEN 1 PERFORM LIST-BACKUP-GENERATIONS
               WHEN 2 PERFORM RESTORE-FROM-GENERATION
               WHEN 3 CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       OPERATOR-MAINTENANCE.
           DISPLAY "OPERATOR MAINTENANCE".
           DISPLAY "---------------------".
           DISPLAY "1. Add Operator".
           DISPLAY "2. List Operators".
           DISPLAY "3. Deactivate/Reactivate Operator".
           DISPLAY "4. Return to Main Menu".
           DISPLAY "Enter your choice (1-4): " WITH NO ADVANCING.
           ACCEPT OP-CHOICE.
           EVALUATE OP-CHOICE
               WHEN 1 PERFORM ADD-OPERATOR
               WHEN 2 PERFORM LIST-OPERATORS
               WHEN 3 PERFORM TOGGLE-OPERATOR-ACTIVE
               WHEN 4 CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       FIND-OPERATOR-BY-ID.
           MOVE "N" TO OP-FOUND.
           PERFORM VARYING OPR-IDX FROM 1 BY 1
                   UNTIL OPR-IDX > OPERATOR-COUNT OR OP-FOUND = "Y"
               IF OPER-ID(OPR-IDX) = OP-OPER-ID
                   MOVE "Y" TO OP-FOUND
                   MOVE OPR-IDX TO OP-MATCHED-IDX
               END-IF
           END-PERFORM.

       ADD-OPERATOR.
           DISPLAY "ADD OPERATOR".
           DISPLAY "-------------".
           IF OPERATOR-COUNT >= 50
               DISPLAY "OPERATOR TABLE IS FULL. CANNOT ADD."
           ELSE
               DISPLAY "Enter Operator ID (max 8 chars): "
                       WITH NO ADVANCING
               ACCEPT OP-OPER-ID
               PERFORM FIND-OPERATOR-BY-ID
               IF OP-FOUND = "Y"
                   DISPLAY "Operator " OP-OPER-ID " already exists."
               ELSE
                   ADD 1 TO OPERATOR-COUNT
                   SET OPR-IDX TO OPERATOR-COUNT
                   MOVE OP-OPER-ID TO OPER-ID(OPR-IDX)
                   DISPLAY "Enter Operator Name: " WITH NO ADVANCING
                   ACCEPT OPER-NAME(OPR-IDX)
                   DISPLAY "Enter Role (ADMIN/CLERK/CLINICAL): "
                           WITH NO ADVANCING
                   ACCEPT OPER-ROLE(OPR-IDX)
                   MOVE "Y" TO OPER-ACTIVE-FLAG(OPR-IDX)
                   PERFORM SAVE-OPERATOR-FILE
                   DISPLAY "Operator " OP-OPER-ID " added."
                   MOVE "OPERATOR"   TO AW-RECORD-TYPE
                   MOVE OPERATOR-COUNT TO AW-RECORD-KEY
                   MOVE 0            TO AW-PATIENT-ID
                   MOVE 0            TO AW-DOCTOR-ID
                   MOVE "ADD"        TO AW-ACTION
                   MOVE SPACES       TO AW-BEFORE-VALUE
                   MOVE SPACES TO AW-AFTER-VALUE
                   STRING OP-OPER-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       OPER-ROLE(OPR-IDX) DELIMITED BY SIZE
                       INTO AW-AFTER-VALUE
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       LIST-OPERATORS.
           DISPLAY "OPERATOR MASTER".
           DISPLAY "----------------".
           PERFORM VARYING OPR-IDX FROM 1 BY 1
                   UNTIL OPR-IDX > OPERATOR-COUNT
               DISPLAY OPER-ID(OPR-IDX) " | "
                       OPER-NAME(OPR-IDX) " | "
                       OPER-ROLE(OPR-IDX) " | Active: "
                       OPER-ACTIVE-FLAG(OPR-IDX)
           END-PERFORM.
           DISPLAY OPERATOR-COUNT " operator(s) on file.".

       TOGGLE-OPERATOR-ACTIVE.
           DISPLAY "DEACTIVATE/REACTIVATE OPERATOR".
           DISPLAY "-------------------------------".
           DISPLAY "Enter Operator ID: " WITH NO ADVANCING.
           ACCEPT OP-OPER-ID.
           PERFORM FIND-OPERATOR-BY-ID.
           IF OP-FOUND = "N"
               DISPLAY "Operator " OP-OPER-ID " not found."
           ELSE
               IF OP-OPER-ID = OPERATOR-ID
                   DISPLAY "You cannot deactivate the operator you are "
                           "signed on as."
               ELSE
                   MOVE OPER-ACTIVE-FLAG(OP-MATCHED-IDX)
                       TO AW-BEFORE-VALUE
                   IF OPER-ACTIVE-FLAG(OP-MATCHED-IDX) = "Y"
                       MOVE "N" TO OPER-ACTIVE-FLAG(OP-MATCHED-IDX)
                       DISPLAY "Operator " OP-OPER-ID " deactivated."
                   ELSE
                       MOVE "Y" TO OPER-ACTIVE-FLAG(OP-MATCHED-IDX)
                       DISPLAY "Operator " OP-OPER-ID " reactivated."
                   END-IF
                   PERFORM SAVE-OPERATOR-FILE
                   MOVE "OPERATOR"   TO AW-RECORD-TYPE
                   MOVE OP-MATCHED-IDX TO AW-RECORD-KEY
                   MOVE 0            TO AW-PATIENT-ID
                   MOVE 0            TO AW-DOCTOR-ID
                   MOVE "ACTIVE"     TO AW-ACTION
                   MOVE OPER-ACTIVE-FLAG(OP-MATCHED-IDX)
                       TO AW-AFTER-VALUE
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       WRITE-PAYMENT-DETAIL.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND PAYMENT-DETAIL-FILE.
           IF FS-PAYMENT-DETAIL-FILE = "00"
               OR FS-PAYMENT-DETAIL-FILE = "05"
               COMPUTE PD-PAYMENT-DATE =
                   CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY
               MOVE PDW-PATIENT-ID     TO PD-PATIENT-ID
               MOVE PDW-PAID-AMOUNT    TO PD-PAID-AMOUNT
               MOVE PDW-PAYMENT-SOURCE TO PD-PAYMENT-SOURCE
               WRITE PAYMENT-DETAIL-RECORD
               CLOSE PAYMENT-DETAIL-FILE
           ELSE
               DISPLAY "WARNING: PAYDETL.DAT could not be opened (status "
                       FS-PAYMENT-DETAIL-FILE "). Payment detail not "
                       "captured for the GL extract."
           END-IF.

       FIND-BILLING-WARD.
           MOVE "UNASSIGNED" TO BLW-WARD.
           MOVE "N" TO BLW-FOUND.
           MOVE 0 TO BLW-PAT-IDX.
           PERFORM VARYING PAT-IDX FROM 1 BY 1
                   UNTIL PAT-IDX > PATIENT-COUNT OR BLW-FOUND = "Y"
               IF PATIENT-ID(PAT-IDX) = BLW-PATIENT-ID
                   MOVE "Y" TO BLW-FOUND
                   MOVE PAT-IDX TO BLW-PAT-IDX
               END-IF
           END-PERFORM.
           IF BLW-FOUND = "Y" AND PATIENT-ROOM-NUMBER(BLW-PAT-IDX) NOT = 0
               PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > ROOM-COUNT
                   IF ROOM-NUMBER(RM-IDX) =
                       PATIENT-ROOM-NUMBER(BLW-PAT-IDX)
                       MOVE ROOM-WARD(RM-IDX) TO BLW-WARD
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-BILLING-DETAIL.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND BILLING-DETAIL-FILE.
           IF FS-BILLING-DETAIL-FILE = "00"
               OR FS-BILLING-DETAIL-FILE = "05"
               COMPUTE BL-POST-DATE =
                   CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY
               MOVE BLW-PATIENT-ID  TO BL-PATIENT-ID
               MOVE BLW-CHARGE-TYPE TO BL-CHARGE-TYPE
               MOVE BLW-WARD        TO BL-WARD
               MOVE BLW-AMOUNT      TO BL-AMOUNT
               WRITE BILLING-DETAIL-RECORD
               CLOSE BILLING-DETAIL-FILE
           ELSE
               DISPLAY "WARNING: BILLDETL.DAT could not be opened (status "
                       FS-BILLING-DETAIL-FILE "). Billed revenue not "
                       "captured for the GL extract."
           END-IF.

       WRITE-AUDIT-ENTRY.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT AW-TIME-RAW FROM TIME.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDIT-FILE = "00" OR FS-AUDIT-FILE = "05"
               COMPUTE AJ-DATE =
                   CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY
               MOVE AW-TIME-RAW(1:6) TO AJ-TIME
               MOVE OPERATOR-ID      TO AJ-OPERATOR-ID
               MOVE AW-RECORD-TYPE   TO AJ-RECORD-TYPE
               MOVE AW-RECORD-KEY    TO AJ-RECORD-KEY
               MOVE AW-PATIENT-ID    TO AJ-PATIENT-ID
               MOVE AW-DOCTOR-ID     TO AJ-DOCTOR-ID
               MOVE AW-ACTION        TO AJ-ACTION
               MOVE AW-BEFORE-VALUE  TO AJ-BEFORE-VALUE
               MOVE AW-AFTER-VALUE   TO AJ-AFTER-VALUE
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.

       AUDIT-JOURNAL-INQUIRY.
           DISPLAY "AUDIT JOURNAL INQUIRY".
           DISPLAY "----------------------".
           DISPLAY "1. Filter by Patient ID".
           DISPLAY "2. Filter by Doctor ID".
           DISPLAY "3. Filter by Date Range".
           DISPLAY "4. List All Entries".
           DISPLAY "Enter your choice (1-4): " WITH NO ADVANCING.
           ACCEPT AQ-CHOICE.

           MOVE "Y" TO AQ-VALID-CHOICE.
           MOVE 0 TO AQ-PATIENT-ID.
           MOVE 0 TO AQ-DOCTOR-ID.
           MOVE 0 TO AQ-FROM-DATE.
           MOVE 99999999 TO AQ-TO-DATE.
           EVALUATE AQ-CHOICE
               WHEN 1
                   DISPLAY "Enter Patient ID: " WITH NO ADVANCING
                   ACCEPT AQ-PATIENT-ID
               WHEN 2
                   DISPLAY "Enter Doctor ID: " WITH NO ADVANCING
                   ACCEPT AQ-DOCTOR-ID
               WHEN 3
                   DISPLAY "Enter From Date (YYYYMMDD): " WITH NO ADVANCING
                   ACCEPT AQ-FROM-DATE
                   DISPLAY "Enter To Date (YYYYMMDD): " WITH NO ADVANCING
                   ACCEPT AQ-TO-DATE
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   MOVE "N" TO AQ-VALID-CHOICE
           END-EVALUATE.

           IF AQ-VALID-CHOICE = "Y"
               PERFORM LIST-AUDIT-JOURNAL-ENTRIES
           END-IF.

       LIST-AUDIT-JOURNAL-ENTRIES.
           MOVE 0 TO AQ-LISTED-COUNT.
           OPEN INPUT AUDIT-FILE.
           IF FS-AUDIT-FILE NOT = "00" AND FS-AUDIT-FILE NOT = "05"
               DISPLAY "No audit journal on file."
           ELSE
               PERFORM UNTIL FS-AUDIT-FILE NOT = "00"
                   READ AUDIT-FILE
                       AT END
                           MOVE "10" TO FS-AUDIT-FILE
                       NOT AT END
                           MOVE "Y" TO AQ-MATCH
                           IF AQ-PATIENT-ID NOT = 0
                               AND AJ-PATIENT-ID NOT = AQ-PATIENT-ID
                               MOVE "N" TO AQ-MATCH
                           END-IF
                           IF AQ-DOCTOR-ID NOT = 0
                               AND AJ-DOCTOR-ID NOT = AQ-DOCTOR-ID
                               MOVE "N" TO AQ-MATCH
                           END-IF
                           IF AJ-DATE < AQ-FROM-DATE
                               OR AJ-DATE > AQ-TO-DATE
                               MOVE "N" TO AQ-MATCH
                           END-IF
                           IF AQ-MATCH = "Y"
                               ADD 1 TO AQ-LISTED-COUNT
                               DISPLAY AJ-DATE " " AJ-TIME " | "
                                       AJ-OPERATOR-ID " | "
                                       AJ-RECORD-TYPE " | "
                                       AJ-ACTION " | KEY "
                                       AJ-RECORD-KEY
                               DISPLAY "   Before: " AJ-BEFORE-VALUE
                               DISPLAY "   After:  " AJ-AFTER-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               DISPLAY " "
               DISPLAY AQ-LISTED-COUNT " journal entr(ies) listed."
           END-IF.

       LAB-ORDERS-MENU.
           DISPLAY "LAB ORDERS / RESULTS".
           DISPLAY "---------------------".
           DISPLAY "1. Enter Lab Result".
           DISPLAY "2. Patient Lab Inquiry".
           DISPLAY "3. Trend Display".
           DISPLAY "4. Recalculate Risk from Latest Results".
           DISPLAY "5. Import Reference-Lab Results (LABIN.TXT)".
           DISPLAY "6. Return to Main Menu".
           DISPLAY "Enter your choice (1-6): " WITH NO ADVANCING.
           ACCEPT LO-CHOICE.
           EVALUATE LO-CHOICE
               WHEN 1 PERFORM ENTER-LAB-RESULT
               WHEN 2 PERFORM PATIENT-LAB-INQUIRY
               WHEN 3 PERFORM LAB-TREND-DISPLAY
               WHEN 4 PERFORM RECALC-ALL-RISK-FROM-LABS
               WHEN 5 PERFORM IMPORT-REFERENCE-LAB-RESULTS
               WHEN 6 CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       SET-LAB-ABNORMAL-FLAG.
           MOVE "N" TO LO-ABNORMAL.
           EVALUATE LO-TEST-CODE
               WHEN "BP"
                   IF LO-RESULT-VALUE >= 140 OR LO-RESULT-VALUE < 90
                       MOVE "Y" TO LO-ABNORMAL
                   END-IF
               WHEN "SUGAR"
                   IF LO-RESULT-VALUE > 125 OR LO-RESULT-VALUE < 70
                       MOVE "Y" TO LO-ABNORMAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ENTER-LAB-RESULT.
           DISPLAY "ENTER LAB RESULT".
           DISPLAY "-----------------".
           IF LAB-COUNT >= 500
               DISPLAY "LAB TABLE IS FULL. CANNOT ADD."
           ELSE
               DISPLAY "Enter Patient ID: " WITH NO ADVANCING
               ACCEPT LO-PATIENT-ID
               MOVE "N" TO LO-FOUND
               PERFORM VARYING PAT-IDX FROM 1 BY 1
                       UNTIL PAT-IDX > PATIENT-COUNT OR LO-FOUND = "Y"
                   IF PATIENT-ID(PAT-IDX) = LO-PATIENT-ID
                       MOVE "Y" TO LO-FOUND
                       MOVE PAT-IDX TO LO-MATCHED-PAT-IDX
                   END-IF
               END-PERFORM
               IF LO-FOUND = "N"
                   DISPLAY "Patient ID not found."
               ELSE
                   DISPLAY "Enter Result Date (YYYYMMDD): "
                           WITH NO ADVANCING
                   ACCEPT LO-RESULT-DATE
                   DISPLAY "Enter Test Code (BP/SUGAR/other): "
                           WITH NO ADVANCING
                   ACCEPT LO-TEST-CODE
                   DISPLAY "Enter Result Value: " WITH NO ADVANCING
                   ACCEPT LO-RESULT-VALUE
                   DISPLAY "Enter Unit (e.g. MMHG, MG/DL): "
                           WITH NO ADVANCING
                   ACCEPT LO-RESULT-UNIT
                   MOVE 0 TO LO-NEXT-SEQ
                   PERFORM VARYING LAB-IDX FROM 1 BY 1
                           UNTIL LAB-IDX > LAB-COUNT
                       IF LAB-PATIENT-ID(LAB-IDX) = LO-PATIENT-ID
                           AND LAB-RESULT-DATE(LAB-IDX) = LO-RESULT-DATE
                           AND LAB-RESULT-SEQ(LAB-IDX) > LO-NEXT-SEQ
                           MOVE LAB-RESULT-SEQ(LAB-IDX) TO LO-NEXT-SEQ
                       END-IF
                   END-PERFORM
                   ADD 1 TO LO-NEXT-SEQ
                   PERFORM SET-LAB-ABNORMAL-FLAG
                   ADD 1 TO LAB-COUNT
                   SET LAB-IDX TO LAB-COUNT
                   MOVE LO-PATIENT-ID   TO LAB-PATIENT-ID(LAB-IDX)
                   MOVE LO-RESULT-DATE  TO LAB-RESULT-DATE(LAB-IDX)
                   MOVE LO-NEXT-SEQ     TO LAB-RESULT-SEQ(LAB-IDX)
                   MOVE LO-TEST-CODE    TO LAB-TEST-CODE(LAB-IDX)
                   MOVE LO-RESULT-VALUE TO LAB-RESULT-VALUE(LAB-IDX)
                   MOVE LO-RESULT-UNIT  TO LAB-RESULT-UNIT(LAB-IDX)
                   MOVE LO-ABNORMAL     TO LAB-ABNORMAL-FLAG(LAB-IDX)
                   PERFORM SAVE-LAB-FILE
                   SET PAT-IDX TO LO-MATCHED-PAT-IDX
                   PERFORM RECALC-RISK-FROM-LABS
                   PERFORM APPLY-PATIENT-UPDATE
                   DISPLAY "Result recorded for patient " LO-PATIENT-ID
                           " - risk score recalculated."
                   IF LO-ABNORMAL = "Y"
                       DISPLAY "*** RESULT IS OUTSIDE NORMAL RANGE ***"
                   END-IF
                   MOVE "LAB"           TO AW-RECORD-TYPE
                   MOVE LO-RESULT-DATE  TO AW-RECORD-KEY
                   MOVE LO-PATIENT-ID   TO AW-PATIENT-ID
                   MOVE PATIENT-DOCTOR-ID(PAT-IDX) TO AW-DOCTOR-ID
                   MOVE "ADD"           TO AW-ACTION
                   MOVE SPACES          TO AW-BEFORE-VALUE
                   MOVE SPACES TO AW-AFTER-VALUE
                   STRING LO-TEST-CODE DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       LO-RESULT-VALUE DELIMITED BY SIZE
                       " ABN " DELIMITED BY SIZE
                       LO-ABNORMAL DELIMITED BY SIZE
                       INTO AW-AFTER-VALUE
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       PATIENT-LAB-INQUIRY.
           DISPLAY "PATIENT LAB INQUIRY".
           DISPLAY "--------------------".
           DISPLAY "Enter Patient ID: " WITH NO ADVANCING.
           ACCEPT LO-PATIENT-ID.
           MOVE 0 TO LO-LISTED-COUNT.
           PERFORM VARYING LAB-IDX FROM 1 BY 1 UNTIL LAB-IDX > LAB-COUNT
               IF LAB-PATIENT-ID(LAB-IDX) = LO-PATIENT-ID
                   ADD 1 TO LO-LISTED-COUNT
                   DISPLAY LAB-RESULT-DATE(LAB-IDX) "/"
                           LAB-RESULT-SEQ(LAB-IDX) " | "
                           LAB-TEST-CODE(LAB-IDX) " | "
                           LAB-RESULT-VALUE(LAB-IDX) " "
                           LAB-RESULT-UNIT(LAB-IDX)
                           " | Abnormal: "
                           LAB-ABNORMAL-FLAG(LAB-IDX)
               END-IF
           END-PERFORM.
           IF LO-LISTED-COUNT = 0
               DISPLAY "No lab results on file for patient " LO-PATIENT-ID "."
           ELSE
               DISPLAY LO-LISTED-COUNT " result(s) on file."
           END-IF.

       BUILD-LAB-TREND.
           MOVE 0 TO LAB-TREND-COUNT.
           PERFORM VARYING TRD-IDX FROM 1 BY 1 UNTIL TRD-IDX > 50
               MOVE 9999999999 TO TR-SORT-KEY(TRD-IDX)
               MOVE 0          TO TR-LAB-IDX(TRD-IDX)
           END-PERFORM.
           PERFORM VARYING LAB-IDX FROM 1 BY 1
                   UNTIL LAB-IDX > LAB-COUNT OR LAB-TREND-COUNT >= 50
               IF LAB-PATIENT-ID(LAB-IDX) = LO-PATIENT-ID
                   AND LAB-TEST-CODE(LAB-IDX) = LO-TEST-CODE
                   ADD 1 TO LAB-TREND-COUNT
                   SET TRD-IDX TO LAB-TREND-COUNT
                   COMPUTE TR-SORT-KEY(TRD-IDX) =
                       LAB-RESULT-DATE(LAB-IDX) * 100
                       + LAB-RESULT-SEQ(LAB-IDX)
                   MOVE LAB-IDX TO TR-LAB-IDX(TRD-IDX)
               END-IF
           END-PERFORM.
           IF LAB-TREND-COUNT > 1
               SORT LAB-TREND-ENTRY ON ASCENDING KEY TR-SORT-KEY
           END-IF.

       LAB-TREND-DISPLAY.
           DISPLAY "LAB RESULT TREND".
           DISPLAY "-----------------".
           DISPLAY "Enter Patient ID: " WITH NO ADVANCING.
           ACCEPT LO-PATIENT-ID.
           DISPLAY "Enter Test Code: " WITH NO ADVANCING.
           ACCEPT LO-TEST-CODE.
           PERFORM BUILD-LAB-TREND.
           IF LAB-TREND-COUNT = 0
               DISPLAY "No " FUNCTION TRIM(LO-TEST-CODE)
                       " results on file for patient " LO-PATIENT-ID "."
           ELSE
               MOVE SPACES TO LO-TREND-LINE
               MOVE SPACES TO LO-TREND-LINE2
               MOVE "DATE:  "  TO LO-TREND-LINE(1:7)
               MOVE "VALUE: "  TO LO-TREND-LINE2(1:7)
               MOVE 8 TO LO-LINE-POS
               IF LAB-TREND-COUNT > 12
                   COMPUTE LO-TREND-START = LAB-TREND-COUNT - 11
               ELSE
                   MOVE 1 TO LO-TREND-START
               END-IF
               PERFORM VARYING TRD-IDX FROM LO-TREND-START BY 1
                       UNTIL TRD-IDX > LAB-TREND-COUNT
                       OR LO-LINE-POS > 120
                   SET LAB-IDX TO TR-LAB-IDX(TRD-IDX)
                   MOVE LAB-RESULT-DATE(LAB-IDX)
                       TO LO-TREND-LINE(LO-LINE-POS:8)
                   MOVE LAB-RESULT-VALUE(LAB-IDX) TO LO-VALUE-TEXT
                   MOVE LO-VALUE-TEXT
                       TO LO-TREND-LINE2(LO-LINE-POS:6)
                   IF LAB-ABNORMAL-FLAG(LAB-IDX) = "Y"
                       MOVE "*" TO LO-TREND-LINE2(LO-LINE-POS + 6:1)
                   END-IF
                   ADD 10 TO LO-LINE-POS
               END-PERFORM
               DISPLAY "Trend for patient " LO-PATIENT-ID " test "
                       FUNCTION TRIM(LO-TEST-CODE)
                       " (" LAB-TREND-COUNT " reading(s), newest last,"
                       " * = abnormal):"
               DISPLAY LO-TREND-LINE
               DISPLAY LO-TREND-LINE2
           END-IF.

       FIND-LATEST-LAB-RESULT.
           MOVE "N" TO LO-LATEST-FOUND.
           MOVE 0 TO LO-LATEST-KEY.
           MOVE 0 TO LO-LATEST-VALUE.
           PERFORM VARYING LAB-IDX FROM 1 BY 1 UNTIL LAB-IDX > LAB-COUNT
               IF LAB-PATIENT-ID(LAB-IDX) = LO-PATIENT-ID
                   AND LAB-TEST-CODE(LAB-IDX) = LO-TEST-CODE
                   IF LAB-RESULT-DATE(LAB-IDX) * 100
                       + LAB-RESULT-SEQ(LAB-IDX) > LO-LATEST-KEY
                       COMPUTE LO-LATEST-KEY =
                           LAB-RESULT-DATE(LAB-IDX) * 100
                           + LAB-RESULT-SEQ(LAB-IDX)
                       MOVE LAB-RESULT-VALUE(LAB-IDX) TO LO-LATEST-VALUE
                       MOVE "Y" TO LO-LATEST-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       RECALC-RISK-FROM-LABS.
           MOVE PATIENT-ID(PAT-IDX) TO LO-PATIENT-ID.
           MOVE "BP" TO LO-TEST-CODE.
           PERFORM FIND-LATEST-LAB-RESULT.
           IF LO-LATEST-FOUND = "Y"
               MOVE LO-LATEST-VALUE TO PATIENT-BP(PAT-IDX)
           END-IF.
           MOVE "SUGAR" TO LO-TEST-CODE.
           PERFORM FIND-LATEST-LAB-RESULT.
           IF LO-LATEST-FOUND = "Y"
               MOVE LO-LATEST-VALUE TO PATIENT-SUGAR(PAT-IDX)
           END-IF.
           PERFORM COMPUTE-ONE-PATIENT-METRICS.

       RECALC-ALL-RISK-FROM-LABS.
           DISPLAY "RECALCULATE RISK FROM LATEST RESULTS".
           DISPLAY "-------------------------------------".
           MOVE 0 TO LO-RECALC-COUNT.
           PERFORM VARYING PAT-IDX FROM 1 BY 1
                   UNTIL PAT-IDX > PATIENT-COUNT
               PERFORM RECALC-RISK-FROM-LABS
               ADD 1 TO LO-RECALC-COUNT
           END-PERFORM.
           PERFORM SAVE-PATIENT-FILE.
           DISPLAY "Risk recalculated for " LO-RECALC-COUNT
                   " patient(s) from latest lab results.".

       WRITE-LAB-IMPORT-EXCEPTION.
           ADD 1 TO LI-EXCEPTION-COUNT.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY LAB-IMPORT-EXCEPTION-LINE
           END-IF.
           WRITE LAB-IMPORT-EXCEPTION-LINE.

       IMPORT-REFERENCE-LAB-RESULTS.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY "IMPORT REFERENCE-LAB RESULTS FILE"
               DISPLAY "----------------------------------"
           END-IF.
           MOVE 0 TO LI-LINE-COUNT.
           MOVE 0 TO LI-POSTED-COUNT.
           MOVE 0 TO LI-EXCEPTION-COUNT.
           MOVE 0 TO LI-ABNORMAL-COUNT.
           MOVE 0 TO LO-RECALC-COUNT.
           PERFORM VARYING LI-PAT-IDX FROM 1 BY 1 UNTIL LI-PAT-IDX > 100
               MOVE "N" TO LI-TOUCHED(LI-PAT-IDX)
           END-PERFORM.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE LI-TODAY-DATE =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY.

           IF LAB-LOAD-OVERFLOW = "Y"
               IF BATCH-MODE-FLAG NOT = "Y"
                   DISPLAY "IMPORT REFUSED - LABS.DAT holds more records "
                           "than the table could load. Run archive/purge "
                           "first."
               ELSE
                   MOVE "Lab import: REFUSED - LABS.DAT overflow, saves disabled"
                       TO REPORT-LINE-OUT
                   PERFORM WRITE-REPORT-LINE
               END-IF
           ELSE
               OPEN INPUT LAB-IMPORT-FILE
               IF FS-LAB-IMPORT-FILE NOT = "00"
                   AND FS-LAB-IMPORT-FILE NOT = "05"
                   IF BATCH-MODE-FLAG NOT = "Y"
                       DISPLAY "Results file LABIN.TXT could not be opened."
                   ELSE
                       MOVE "Lab import: file LABIN.TXT could not be opened."
                           TO REPORT-LINE-OUT
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               ELSE
                   OPEN OUTPUT LAB-IMPORT-EXCEPTION-FILE
                   PERFORM UNTIL FS-LAB-IMPORT-FILE NOT = "00"
                       READ LAB-IMPORT-FILE
                           AT END
                               MOVE "10" TO FS-LAB-IMPORT-FILE
                           NOT AT END
                               ADD 1 TO LI-LINE-COUNT
                               PERFORM IMPORT-LAB-RESULT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE LAB-IMPORT-FILE
                   CLOSE LAB-IMPORT-EXCEPTION-FILE
                   IF LI-POSTED-COUNT NOT = 0
                       PERFORM SAVE-LAB-FILE
                       PERFORM VARYING LI-PAT-IDX FROM 1 BY 1
                               UNTIL LI-PAT-IDX > PATIENT-COUNT
                           IF LI-TOUCHED(LI-PAT-IDX) = "Y"
                               SET PAT-IDX TO LI-PAT-IDX
                               PERFORM RECALC-RISK-FROM-LABS
                               ADD 1 TO LO-RECALC-COUNT
                           END-IF
                       END-PERFORM
                       PERFORM SAVE-PATIENT-FILE
                   END-IF
                   PERFORM REPORT-LAB-IMPORT-TOTALS
               END-IF
           END-IF.

       REPORT-LAB-IMPORT-TOTALS.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY " "
               DISPLAY "RESULT LINES READ:        " LI-LINE-COUNT
               DISPLAY "RESULTS POSTED:           " LI-POSTED-COUNT
               DISPLAY "  OUTSIDE NORMAL RANGE:   " LI-ABNORMAL-COUNT
               DISPLAY "PATIENTS RISK-RESCORED:   " LO-RECALC-COUNT
               DISPLAY "EXCEPTIONS (LABEXC.TXT):  " LI-EXCEPTION-COUNT
           ELSE
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "Lab import: " DELIMITED BY SIZE
                   LI-LINE-COUNT DELIMITED BY SIZE
                   " line(s) read, " DELIMITED BY SIZE
                   LI-POSTED-COUNT DELIMITED BY SIZE
                   " result(s) posted, " DELIMITED BY SIZE
                   LO-RECALC-COUNT DELIMITED BY SIZE
                   " patient(s) rescored, " DELIMITED BY SIZE
                   LI-EXCEPTION-COUNT DELIMITED BY SIZE
                   " exception(s) written to LABEXC.TXT"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-IF.

       IMPORT-LAB-RESULT-LINE.
           MOVE "Y" TO LI-LINE-OK.
           MOVE SPACES TO LAB-IMPORT-EXCEPTION-LINE.
           IF LI-PATIENT-ID NOT NUMERIC
               OR LI-COLLECT-DATE NOT NUMERIC
               OR LI-RESULT-VALUE NOT NUMERIC
               MOVE "N" TO LI-LINE-OK
               STRING "MALFORMED LINE " DELIMITED BY SIZE
                   LI-LINE-COUNT DELIMITED BY SIZE
                   " - non-numeric patient ID, date or value"
                       DELIMITED BY SIZE
                   INTO LAB-IMPORT-EXCEPTION-LINE
           ELSE
               IF LI-TEST-CODE = SPACES
                   MOVE "N" TO LI-LINE-OK
                   STRING "MALFORMED LINE " DELIMITED BY SIZE
                       LI-LINE-COUNT DELIMITED BY SIZE
                       " - test code is blank" DELIMITED BY SIZE
                       INTO LAB-IMPORT-EXCEPTION-LINE
               ELSE
                   MOVE LI-COLLECT-YEAR  TO IA-CHECK-YEAR
                   MOVE LI-COLLECT-MONTH TO IA-CHECK-MONTH
                   MOVE LI-COLLECT-DAY   TO IA-CHECK-DAY
                   PERFORM CHECK-DATE-VALID
                   IF IA-DATE-OK = "N" OR LI-COLLECT-DATE > LI-TODAY-DATE
                       MOVE "N" TO LI-LINE-OK
                       STRING "MALFORMED LINE " DELIMITED BY SIZE
                           LI-LINE-COUNT DELIMITED BY SIZE
                           " - collection date " DELIMITED BY SIZE
                           LI-COLLECT-DATE DELIMITED BY SIZE
                           " is impossible or in the future"
                               DELIMITED BY SIZE
                           INTO LAB-IMPORT-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.
           IF LI-LINE-OK = "Y"
               PERFORM MATCH-LAB-IMPORT-PATIENT
           END-IF.
           IF LI-LINE-OK = "Y"
               PERFORM POST-IMPORTED-LAB-RESULT
           END-IF.
           IF LI-LINE-OK = "N"
               PERFORM WRITE-LAB-IMPORT-EXCEPTION
           END-IF.

       MATCH-LAB-IMPORT-PATIENT.
           MOVE "N" TO LO-FOUND.
           PERFORM VARYING PAT-IDX FROM 1 BY 1
                   UNTIL PAT-IDX > PATIENT-COUNT OR LO-FOUND = "Y"
               IF PATIENT-ID(PAT-IDX) = LI-PATIENT-ID
                   MOVE "Y" TO LO-FOUND
                   MOVE PAT-IDX TO LO-MATCHED-PAT-IDX
               END-IF
           END-PERFORM.
           IF LO-FOUND = "N"
               MOVE "N" TO LI-LINE-OK
               STRING "UNMATCHED LINE " DELIMITED BY SIZE
                   LI-LINE-COUNT DELIMITED BY SIZE
                   " - Patient " DELIMITED BY SIZE
                   LI-PATIENT-ID DELIMITED BY SIZE
                   " is not on file" DELIMITED BY SIZE
                   INTO LAB-IMPORT-EXCEPTION-LINE
           ELSE
               IF LI-INSURANCE-ID NOT = SPACES
                   AND LI-INSURANCE-ID NOT =
                       PATIENT-INSURANCE-ID(LO-MATCHED-PAT-IDX)
                   MOVE "N" TO LI-LINE-OK
                   STRING "UNMATCHED LINE " DELIMITED BY SIZE
                       LI-LINE-COUNT DELIMITED BY SIZE
                       " - Patient " DELIMITED BY SIZE
                       LI-PATIENT-ID DELIMITED BY SIZE
                       " insurance " DELIMITED BY SIZE
                       LI-INSURANCE-ID DELIMITED BY SPACE
                       " does not match file " DELIMITED BY SIZE
                       PATIENT-INSURANCE-ID(LO-MATCHED-PAT-IDX)
                           DELIMITED BY SPACE
                       INTO LAB-IMPORT-EXCEPTION-LINE
               END-IF
           END-IF.

       POST-IMPORTED-LAB-RESULT.
           MOVE LI-PATIENT-ID   TO LO-PATIENT-ID.
           MOVE LI-COLLECT-DATE TO LO-RESULT-DATE.
           MOVE LI-TEST-CODE    TO LO-TEST-CODE.
           INSPECT LO-TEST-CODE CONVERTING DP-LOWER-ALPHA TO DP-UPPER-ALPHA.
           MOVE LI-RESULT-VALUE TO LO-RESULT-VALUE.
           MOVE LI-RESULT-UNIT  TO LO-RESULT-UNIT.
           INSPECT LO-RESULT-UNIT
               CONVERTING DP-LOWER-ALPHA TO DP-UPPER-ALPHA.
           MOVE 0 TO LO-NEXT-SEQ.
           MOVE "N" TO LI-DUPLICATE.
           PERFORM VARYING LAB-IDX FROM 1 BY 1 UNTIL LAB-IDX > LAB-COUNT
               IF LAB-PATIENT-ID(LAB-IDX) = LO-PATIENT-ID
                   AND LAB-RESULT-DATE(LAB-IDX) = LO-RESULT-DATE
                   IF LAB-RESULT-SEQ(LAB-IDX) > LO-NEXT-SEQ
                       MOVE LAB-RESULT-SEQ(LAB-IDX) TO LO-NEXT-SEQ
                   END-IF
                   IF LAB-TEST-CODE(LAB-IDX) = LO-TEST-CODE
                       AND LAB-RESULT-VALUE(LAB-IDX) = LO-RESULT-VALUE
                       MOVE "Y" TO LI-DUPLICATE
                   END-IF
               END-IF
           END-PERFORM.
           IF LI-DUPLICATE = "Y"
               MOVE "N" TO LI-LINE-OK
               STRING "DUPLICATE LINE " DELIMITED BY SIZE
                   LI-LINE-COUNT DELIMITED BY SIZE
                   " - Patient " DELIMITED BY SIZE
                   LO-PATIENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LO-TEST-CODE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   LO-RESULT-VALUE DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   LO-RESULT-DATE DELIMITED BY SIZE
                   " is already on file" DELIMITED BY SIZE
                   INTO LAB-IMPORT-EXCEPTION-LINE
           ELSE
               IF LAB-COUNT >= 500 OR LO-NEXT-SEQ >= 99
                   MOVE "N" TO LI-LINE-OK
                   STRING "NOT POSTED LINE " DELIMITED BY SIZE
                       LI-LINE-COUNT DELIMITED BY SIZE
                       " - lab table full or no result sequence left"
                           DELIMITED BY SIZE
                       " for patient " DELIMITED BY SIZE
                       LO-PATIENT-ID DELIMITED BY SIZE
                       " on " DELIMITED BY SIZE
                       LO-RESULT-DATE DELIMITED BY SIZE
                       INTO LAB-IMPORT-EXCEPTION-LINE
               ELSE
                   ADD 1 TO LO-NEXT-SEQ
                   PERFORM SET-LAB-ABNORMAL-FLAG
                   ADD 1 TO LAB-COUNT
                   SET LAB-IDX TO LAB-COUNT
                   MOVE LO-PATIENT-ID   TO LAB-PATIENT-ID(LAB-IDX)
                   MOVE LO-RESULT-DATE  TO LAB-RESULT-DATE(LAB-IDX)
                   MOVE LO-NEXT-SEQ     TO LAB-RESULT-SEQ(LAB-IDX)
                   MOVE LO-TEST-CODE    TO LAB-TEST-CODE(LAB-IDX)
                   MOVE LO-RESULT-VALUE TO LAB-RESULT-VALUE(LAB-IDX)
                   MOVE LO-RESULT-UNIT  TO LAB-RESULT-UNIT(LAB-IDX)
                   MOVE LO-ABNORMAL     TO LAB-ABNORMAL-FLAG(LAB-IDX)
                   ADD 1 TO LI-POSTED-COUNT
                   IF LO-ABNORMAL = "Y"
                       ADD 1 TO LI-ABNORMAL-COUNT
                   END-IF
                   MOVE "Y" TO LI-TOUCHED(LO-MATCHED-PAT-IDX)
                   MOVE "LAB"           TO AW-RECORD-TYPE
                   MOVE LO-RESULT-DATE  TO AW-RECORD-KEY
                   MOVE LO-PATIENT-ID   TO AW-PATIENT-ID
                   MOVE PATIENT-DOCTOR-ID(LO-MATCHED-PAT-IDX)
                       TO AW-DOCTOR-ID
                   MOVE "IMPORT"        TO AW-ACTION
                   MOVE SPACES          TO AW-BEFORE-VALUE
                   MOVE SPACES TO AW-AFTER-VALUE
                   STRING LO-TEST-CODE DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       LO-RESULT-VALUE DELIMITED BY SIZE
                       " ABN " DELIMITED BY SIZE
                       LO-ABNORMAL DELIMITED BY SIZE
                       INTO AW-AFTER-VALUE
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       COMPUTE-PATIENT-RECORD-METRICS.
           IF PF-PATIENT-HEIGHT = 0
               MOVE 0 TO PF-PATIENT-BMI
           ELSE
               COMPUTE HEIGHT-SQUARED =
                   PF-PATIENT-HEIGHT * PF-PATIENT-HEIGHT
               COMPUTE PF-PATIENT-BMI =
                   PF-PATIENT-WEIGHT / HEIGHT-SQUARED
           END-IF.

           COMPUTE BMI-FACTOR = PF-PATIENT-BMI * 0.5.
           COMPUTE BP-FACTOR = (PF-PATIENT-BP - 120) * 0.3.
           COMPUTE SUGAR-FACTOR = (PF-PATIENT-SUGAR - 90) * 0.2.
           COMPUTE PF-PATIENT-RISK = BMI-FACTOR + BP-FACTOR + SUGAR-FACTOR.

       COMPUTE-ONE-PATIENT-METRICS.
           MOVE PATIENT-ENTRY(PAT-IDX) TO PATIENT-RECORD.
           PERFORM COMPUTE-PATIENT-RECORD-METRICS.
           MOVE PATIENT-RECORD TO PATIENT-ENTRY(PAT-IDX).

       CALCULATE-PATIENT-METRICS.
           IF BATCH-MODE-FLAG = "Y"
               PERFORM BATCH-CALCULATE-PATIENT-METRICS
           ELSE
               PERFORM VARYING PAT-IDX FROM 1 BY 1
                       UNTIL PAT-IDX > PATIENT-COUNT
                   PERFORM COMPUTE-ONE-PATIENT-METRICS
               END-PERFORM
           END-IF.

       START-PATIENT-FILE-AFTER-CHECKPOINT.
           IF BSQ-START-PAT-ID NOT = 0
               MOVE BSQ-START-PAT-ID TO PF-PATIENT-ID
               START PATIENT-FILE KEY > PF-PATIENT-ID
                   INVALID KEY
                       MOVE "10" TO FS-PATIENT-FILE
               END-START
           END-IF.

       BATCH-CALCULATE-PATIENT-METRICS.
           PERFORM LOAD-METRICS-CHECKPOINT.
           MOVE METRICS-CHECKPOINT-PAT-ID TO BSQ-START-PAT-ID.
           MOVE 0 TO BSQ-RECORD-COUNT.
           OPEN I-O PATIENT-FILE.
           IF FS-PATIENT-FILE = "00"
               PERFORM START-PATIENT-FILE-AFTER-CHECKPOINT
               PERFORM UNTIL FS-PATIENT-FILE NOT = "00"
                   READ PATIENT-FILE NEXT RECORD
                   IF FS-PATIENT-FILE = "00"
                       ADD 1 TO BSQ-RECORD-COUNT
                       PERFORM COMPUTE-PATIENT-RECORD-METRICS
                       REWRITE PATIENT-RECORD
                       IF FUNCTION MOD(BSQ-RECORD-COUNT,
                               CHECKPOINT-INTERVAL) = 0
                           MOVE PF-PATIENT-ID
                               TO METRICS-CHECKPOINT-PAT-ID
                           PERFORM WRITE-METRICS-CHECKPOINT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PATIENT-FILE
           END-IF.
           MOVE 0 TO METRICS-CHECKPOINT-PAT-ID.
           PERFORM WRITE-METRICS-CHECKPOINT.
       
       DISPLAY-HOSPITAL-INFO.
           PERFORM DISPLAY-HEADER-SECTION.
           MOVE "HOSPITAL INFORMATION SUMMARY" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "----------------------------" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Number of doctors: " DELIMITED BY SIZE
               DOCTOR-COUNT DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           IF BATCH-MODE-FLAG = "Y"
               PERFORM COUNT-PATIENT-FILE-RECORDS
               STRING "Number of patients: " DELIMITED BY SIZE
                   BSQ-PATIENT-TOTAL DELIMITED BY SIZE INTO REPORT-LINE-OUT
           ELSE
               STRING "Number of patients: " DELIMITED BY SIZE
                   PATIENT-COUNT DELIMITED BY SIZE INTO REPORT-LINE-OUT
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Number of appointments: " DELIMITED BY SIZE
               APPOINTMENT-COUNT DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           PERFORM SYNC-ROOM-OCCUPANCY.
           PERFORM COMPUTE-WARD-STATS.
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Total rooms/beds: " DELIMITED BY SIZE
               TOTAL-BEDS DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Occupied beds: " DELIMITED BY SIZE
               OCCUPIED-BEDS DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Awaiting cleaning: " DELIMITED BY SIZE
               CLEANING-BEDS DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Available beds: " DELIMITED BY SIZE
               FUNCTION NUMVAL(TOTAL-BEDS - OCCUPIED-BEDS - CLEANING-BEDS)
                   DELIMITED BY SIZE
               INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "By ward:" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WARD-IDX FROM 1 BY 1 UNTIL WARD-IDX > WARD-COUNT
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "   " DELIMITED BY SIZE
                   WARD-NAME(WARD-IDX) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WARD-OCCUPIED-ROOMS(WARD-IDX) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WARD-TOTAL-ROOMS(WARD-IDX) DELIMITED BY SIZE
                   " occupied, " DELIMITED BY SIZE
                   WARD-CLEANING-ROOMS(WARD-IDX) DELIMITED BY SIZE
                   " cleaning" DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

           MOVE " " TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "DOCTORS:" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "--------" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX > DOCTOR-COUNT
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "ID: " DELIMITED BY SIZE
                   DOCTOR-ID(DOC-IDX) DELIMITED BY SIZE
                   " | Dr. " DELIMITED BY SIZE
                   DOCTOR-NAME(DOC-IDX) DELIMITED BY SIZE
                   " | Specialty: " DELIMITED BY SIZE
                   DOCTOR-SPECIALTY(DOC-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "   Contact: " DELIMITED BY SIZE
                   DOCTOR-PHONE(DOC-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   DOCTOR-EMAIL(DOC-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
               IF DISPLAY-FULL-ADDRESS = "Y"
                   MOVE SPACES TO REPORT-LINE-OUT
                   STRING "   Address: " DELIMITED BY SIZE
                       DOCTOR-ADDRESS(DOC-IDX) DELIMITED BY SIZE
                       INTO REPORT-LINE-OUT
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "   Rating: " DELIMITED BY SIZE
                   DOCTOR-RATING(DOC-IDX) DELIMITED BY SIZE
                   " | Patients: " DELIMITED BY SIZE
                   DOCTOR-PATIENTS-COUNT(DOC-IDX) DELIMITED BY SIZE
                   " | Success Rate: " DELIMITED BY SIZE
                   DOCTOR-SUCCESS-RATE(DOC-IDX) DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "   Research Papers: " DELIMITED BY SIZE
                   DOCTOR-RESEARCH-PAPERS(DOC-IDX) DELIMITED BY SIZE
                   " | Hired: " DELIMITED BY SIZE
                   FUNCTION TRIM(HIRE-MONTH(DOC-IDX)) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(HIRE-DAY(DOC-IDX)) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(HIRE-YEAR(DOC-IDX)) DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
               MOVE " " TO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

           MOVE "PATIENTS:" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "---------" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           IF BATCH-MODE-FLAG = "Y"
               PERFORM BATCH-WRITE-PATIENT-DETAILS
           ELSE
               PERFORM VARYING PAT-IDX FROM 1 BY 1
                       UNTIL PAT-IDX > PATIENT-COUNT
                   MOVE PATIENT-ENTRY(PAT-IDX) TO PATIENT-RECORD
                   PERFORM WRITE-PATIENT-DETAIL-LINES
               END-PERFORM
           END-IF.

           PERFORM DISPLAY-FOOTER-SECTION.

       COUNT-PATIENT-FILE-RECORDS.
           MOVE 0 TO BSQ-PATIENT-TOTAL.
           OPEN INPUT PATIENT-FILE.
           IF FS-PATIENT-FILE = "00"
               PERFORM UNTIL FS-PATIENT-FILE NOT = "00"
                   READ PATIENT-FILE NEXT RECORD
                   IF FS-PATIENT-FILE = "00"
                       ADD 1 TO BSQ-PATIENT-TOTAL
                   END-IF
               END-PERFORM
               CLOSE PATIENT-FILE
           END-IF.

       WRITE-PATIENT-DETAIL-LINES.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "ID: " DELIMITED BY SIZE
               PF-PATIENT-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               PF-PATIENT-NAME DELIMITED BY SIZE
               " | Age: " DELIMITED BY SIZE
               PF-PATIENT-AGE DELIMITED BY SIZE
               " | Gender: " DELIMITED BY SIZE
               PF-PATIENT-GENDER DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "   Disease: " DELIMITED BY SIZE
               PF-PATIENT-DISEASE DELIMITED BY SIZE
               " | Assigned Doctor: " DELIMITED BY SIZE
               PF-PATIENT-DOCTOR-ID DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "   BMI: " DELIMITED BY SIZE
               PF-PATIENT-BMI DELIMITED BY SIZE
               " | BP: " DELIMITED BY SIZE
               PF-PATIENT-BP DELIMITED BY SIZE
               " | Blood Sugar: " DELIMITED BY SIZE
               PF-PATIENT-SUGAR DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "   Risk Score: " DELIMITED BY SIZE
               PF-PATIENT-RISK DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           PERFORM WRITE-REPORT-LINE.
           PERFORM CHECK-PATIENT-ABNORMAL.
           IF LO-ABN-DISPLAY = "Y"
               MOVE "   *** ABNORMAL VALUES - REVIEW LATEST LAB RESULTS ***"
                   TO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "   Admitted: " DELIMITED BY SIZE
               FUNCTION TRIM(PF-ADM-MONTH) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(PF-ADM-DAY) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(PF-ADM-YEAR) DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "   Discharged: " DELIMITED BY SIZE
               FUNCTION TRIM(PF-DIS-MONTH) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(PF-DIS-DAY) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(PF-DIS-YEAR) DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "   Room: " DELIMITED BY SIZE
               PF-PATIENT-ROOM-NUMBER DELIMITED BY SIZE
               " | Bill: $" DELIMITED BY SIZE
               PF-PATIENT-BILL-AMOUNT DELIMITED BY SIZE
               " | Status: " DELIMITED BY SIZE
               PF-PATIENT-PAYMENT-STATUS DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           PERFORM WRITE-REPORT-LINE.
           MOVE " " TO REPORT-LINE-OUT.
           PERFORM WRITE-REPORT-LINE.

       CHECK-PATIENT-ABNORMAL.
           MOVE "N" TO LO-ABN-DISPLAY.
           IF PF-PATIENT-BP >= 140 OR
               (PF-PATIENT-BP < 90 AND PF-PATIENT-BP NOT = 0)
               MOVE "Y" TO LO-ABN-DISPLAY
           END-IF.
           IF PF-PATIENT-SUGAR > 125 OR
               (PF-PATIENT-SUGAR < 70 AND PF-PATIENT-SUGAR NOT = 0)
               MOVE "Y" TO LO-ABN-DISPLAY
           END-IF.

       BATCH-WRITE-PATIENT-DETAILS.
           PERFORM LOAD-HOSPINFO-CHECKPOINT.
           MOVE HOSPINFO-CHECKPOINT-PAT-ID TO BSQ-START-PAT-ID.
           MOVE 0 TO BSQ-RECORD-COUNT.
           OPEN INPUT PATIENT-FILE.
           IF FS-PATIENT-FILE = "00"
               PERFORM START-PATIENT-FILE-AFTER-CHECKPOINT
               PERFORM UNTIL FS-PATIENT-FILE NOT = "00"
                   READ PATIENT-FILE NEXT RECORD
                   IF FS-PATIENT-FILE = "00"
                       ADD 1 TO BSQ-RECORD-COUNT
                       PERFORM WRITE-PATIENT-DETAIL-LINES
                       IF FUNCTION MOD(BSQ-RECORD-COUNT,
                               CHECKPOINT-INTERVAL) = 0
                           MOVE PF-PATIENT-ID
                               TO HOSPINFO-CHECKPOINT-PAT-ID
                           PERFORM WRITE-HOSPINFO-CHECKPOINT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PATIENT-FILE
           END-IF.
           MOVE 0 TO HOSPINFO-CHECKPOINT-PAT-ID.
           PERFORM WRITE-HOSPINFO-CHECKPOINT.
       
       CALCULATE-EFFICIENCY.
           COMPUTE WORKLOAD-FACTOR = (APPOINTMENT-COUNT * AVG-CONSULT-TIME + 
                               (PATIENT-COUNT / 5) * AVG-SURGERY-TIME) / (DOCTOR-COUNT + 1).
           COMPUTE EFFICIENCY = ((DOCTOR-COUNT * 2.0 + PATIENT-COUNT * 1.5) / 
                              (APPOINTMENT-COUNT + 1)) * 100.
           COMPUTE EFFICIENCY-SCORE = EFFICIENCY - (WORKLOAD-FACTOR / 10).
           
           MOVE "HOSPITAL EFFICIENCY ANALYSIS" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "--------------------------" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Hospital Efficiency Score: " DELIMITED BY SIZE
               EFFICIENCY-SCORE DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Workload Factor: " DELIMITED BY SIZE
               WORKLOAD-FACTOR DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Average Consultation Time: " DELIMITED BY SIZE
               AVG-CONSULT-TIME DELIMITED BY SIZE
               " minutes" DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Average Surgery Time: " DELIMITED BY SIZE
               AVG-SURGERY-TIME DELIMITED BY SIZE
               " minutes" DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE

           IF EFFICIENCY-SCORE > 80
               MOVE "Efficiency Rating: EXCELLENT" TO REPORT-LINE-OUT
           ELSE IF EFFICIENCY-SCORE > 60
               MOVE "Efficiency Rating: GOOD" TO REPORT-LINE-OUT
           ELSE IF EFFICIENCY-SCORE > 40
               MOVE "Efficiency Rating: AVERAGE" TO REPORT-LINE-OUT
           ELSE
               MOVE "Efficiency Rating: NEEDS IMPROVEMENT" TO REPORT-LINE-OUT
           END-IF
           PERFORM WRITE-REPORT-LINE.
       
       LIFESTYLE-RECOMMENDATIONS.
           MOVE 0 TO TIP-COUNT.
           
           DISPLAY "GENERATING LIFESTYLE RECOMMENDATIONS".
           DISPLAY "-----------------------------------".
           DISPLAY "For patient: " PATIENT-NAME(1).
           DISPLAY "BMI: " PATIENT-BMI(1).
           DISPLAY "Blood Pressure: " PATIENT-BP(1).
           DISPLAY "Blood Sugar: " PATIENT-SUGAR(1).
           
           IF PATIENT-BMI(1) > 25
               ADD 1 TO TIP-COUNT
               MOVE "Increase physical activity and maintain a healthy diet." 
                   TO TIP-TEXT(TIP-COUNT)
           END-IF.
           
           IF PATIENT-BP(1) > 130
               ADD 1 TO TIP-COUNT
               MOVE "Monitor sodium intake and engage in stress-reducing activities." 
                   TO TIP-TEXT(TIP-COUNT)
           END-IF.
           
           IF PATIENT-SUGAR(1) > 100
               ADD 1 TO TIP-COUNT
               MOVE "Reduce carbohydrate intake and monitor glucose levels." 
                   TO TIP-TEXT(TIP-COUNT)
           END-IF.
           
           ADD 1 TO TIP-COUNT
           MOVE "Maintain a regular sleep schedule of 7-8 hours per night."
               TO TIP-TEXT(TIP-COUNT).
               
           ADD 1 TO TIP-COUNT
           MOVE "Stay hydrated by drinking at least 8 glasses of water daily."
               TO TIP-TEXT(TIP-COUNT).
               
           ADD 1 TO TIP-COUNT
           MOVE "Practice mindfulness or meditation to reduce stress levels."
               TO TIP-TEXT(TIP-COUNT).
           
           DISPLAY " ".
           DISPLAY "LIFESTYLE RECOMMENDATIONS:".
           PERFORM VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX > TIP-COUNT
               DISPLAY DOC-IDX ". " TIP-TEXT(DOC-IDX)
           END-PERFORM.
       
       INSURANCE-RECOMMENDATIONS.
           DISPLAY "INSURANCE COVERAGE RECOMMENDATION".
           DISPLAY "--------------------------------".
           DISPLAY "For patient: " PATIENT-NAME(1).
           
           IF PATIENT-AGE(1) > 60 OR PATIENT-RISK(1) > 30
               MOVE "High Premium, Full Coverage Plan Recommended." TO INSURANCE-RECOMMENDATION
           ELSE IF PATIENT-AGE(1) > 40 OR PATIENT-RISK(1) > 20
               MOVE "Medium Premium, Moderate Coverage Plan Suggested." TO INSURANCE-RECOMMENDATION
           ELSE
               MOVE "Basic Coverage with Low Premium Recommended." TO INSURANCE-RECOMMENDATION
           END-IF.
           
           DISPLAY "Age: " PATIENT-AGE(1).
           DISPLAY "Risk Score: " PATIENT-RISK(1).
           DISPLAY "Recommendation: " INSURANCE-RECOMMENDATION.
       
       PREDICT-BED-AVAILABILITY.
           PERFORM SYNC-ROOM-OCCUPANCY.
           PERFORM COMPUTE-WARD-STATS.
           PERFORM DERIVE-FLOW-RATES.

           COMPUTE PREDICTED-BEDS = TOTAL-BEDS - OCCUPIED-BEDS +
                                   (OCCUPIED-BEDS * (DISCHARGE-RATE / 100)) -
                                   ((TOTAL-BEDS - OCCUPIED-BEDS) * (ADMISSION-RATE / 100)).

           MOVE "BED AVAILABILITY PREDICTION" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "-------------------------" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Total Rooms/Beds: " DELIMITED BY SIZE
               TOTAL-BEDS DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Currently Occupied: " DELIMITED BY SIZE
               OCCUPIED-BEDS DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Awaiting Cleaning: " DELIMITED BY SIZE
               CLEANING-BEDS DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Currently Available: " DELIMITED BY SIZE
               FUNCTION NUMVAL(TOTAL-BEDS - OCCUPIED-BEDS - CLEANING-BEDS)
                   DELIMITED BY SIZE
               INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE " " TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "BY WARD/FLOOR:" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WARD-IDX FROM 1 BY 1 UNTIL WARD-IDX > WARD-COUNT
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "   " DELIMITED BY SIZE
                   WARD-NAME(WARD-IDX) DELIMITED BY SIZE
                   " - Occupied: " DELIMITED BY SIZE
                   WARD-OCCUPIED-ROOMS(WARD-IDX) DELIMITED BY SIZE
                   " / Cleaning: " DELIMITED BY SIZE
                   WARD-CLEANING-ROOMS(WARD-IDX) DELIMITED BY SIZE
                   " / Total: " DELIMITED BY SIZE
                   WARD-TOTAL-ROOMS(WARD-IDX) DELIMITED BY SIZE
                   " / Available: " DELIMITED BY SIZE
                   FUNCTION NUMVAL(WARD-TOTAL-ROOMS(WARD-IDX) -
                       WARD-OCCUPIED-ROOMS(WARD-IDX) -
                       WARD-CLEANING-ROOMS(WARD-IDX)) DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE " " TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Average Recovery Rate: " DELIMITED BY SIZE
               AVG-RECOVERY-RATE DELIMITED BY SIZE
               "% per day" DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Admission Rate: " DELIMITED BY SIZE
               ADMISSION-RATE DELIMITED BY SIZE
               "% per day" DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Discharge Rate: " DELIMITED BY SIZE
               DISCHARGE-RATE DELIMITED BY SIZE
               "% per day" DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           IF CS-RATES-DERIVED = "Y"
               STRING "Rates derived from " DELIMITED BY SIZE
                   CS-SNAP-COUNT DELIMITED BY SIZE
                   " census snapshot(s) over last " DELIMITED BY SIZE
                   CENSUS-TREND-DAYS DELIMITED BY SIZE
                   " day(s)" DELIMITED BY SIZE INTO REPORT-LINE-OUT
           ELSE
               MOVE "No census history - using standing default rates"
                   TO REPORT-LINE-OUT
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Predicted Available Beds (Next Day): " DELIMITED BY SIZE
               PREDICTED-BEDS DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE.
       
       CALCULATE-DOCTOR-RATINGS.
           DISPLAY "DOCTOR RATING CALCULATIONS".
           DISPLAY "-------------------------".

           MOVE DOCTOR-COUNT TO NUMBER-OF-DOCTORS.
           MOVE FEEDBACK-COUNT TO NUMBER-OF-RATINGS.

           PERFORM VARYING DOC-IDX FROM 1 BY 1 UNTIL
               DOC-IDX > NUMBER-OF-DOCTORS

               MOVE 0 TO TOTAL-RATING
               MOVE 0 TO RATING-COUNT

               PERFORM VARYING RATING-IDX FROM 1 BY 1 UNTIL
                   RATING-IDX > NUMBER-OF-RATINGS

                   IF RATING-DOCTOR-ID(RATING-IDX) = DOCTOR-ID(DOC-IDX)
                       ADD RATING-VALUE(RATING-IDX) TO TOTAL-RATING
                       ADD 1 TO RATING-COUNT
                   END-IF
               END-PERFORM

               IF RATING-COUNT > 0
                   COMPUTE AVERAGE-RATING ROUNDED =
                       TOTAL-RATING / RATING-COUNT
                   MOVE AVERAGE-RATING TO DOCTOR-RATING(DOC-IDX)

                   DISPLAY "DOCTOR ID: " DOCTOR-ID(DOC-IDX)
                   DISPLAY "DOCTOR NAME: " DOCTOR-NAME(DOC-IDX)
                   DISPLAY "AVERAGE RATING: " DOCTOR-RATING(DOC-IDX)
                   DISPLAY "BASED ON " RATING-COUNT " REVIEWS"
                   DISPLAY "-------------------------"
               ELSE
                   DISPLAY "DOCTOR ID: " DOCTOR-ID(DOC-IDX)
                   DISPLAY "DOCTOR NAME: " DOCTOR-NAME(DOC-IDX)
                   DISPLAY "NO FEEDBACK ON FILE - USING ON-RECORD RATING: "
                           DOCTOR-RATING(DOC-IDX)
                   DISPLAY "-------------------------"
               END-IF
           END-PERFORM.

           SORT DOCTOR-ENTRY ON DESCENDING KEY DOCTOR-RATING.

           DISPLAY "TOP RATED DOCTORS"
           DISPLAY "----------------"

           PERFORM VARYING DOC-IDX FROM 1 BY 1 UNTIL
               DOC-IDX > 5 OR DOC-IDX > NUMBER-OF-DOCTORS

               DISPLAY DOC-IDX ". " DOCTOR-NAME(DOC-IDX)
                      " - RATING: " DOCTOR-RATING(DOC-IDX)
           END-PERFORM.

           PERFORM VARYING DOC-IDX FROM 1 BY 1
                   UNTIL DOC-IDX > DOCTOR-COUNT
               PERFORM APPLY-DOCTOR-UPDATE
           END-PERFORM.

       CALCULATE-DOCTOR-RATINGS-EXIT.
           EXIT.

       BILLING-RECONCILIATION.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY "BILLING / DISCHARGE RECONCILIATION"
               DISPLAY "------------------------------------"
           END-IF.
           MOVE 0 TO RECON-ISSUE-COUNT.
           OPEN OUTPUT RECON-REPORT-FILE.

           IF BATCH-MODE-FLAG = "Y"
               PERFORM BATCH-SCAN-PATIENT-RECON
           ELSE
               PERFORM VARYING PAT-IDX FROM 1 BY 1
                       UNTIL PAT-IDX > PATIENT-COUNT
                   MOVE PATIENT-ENTRY(PAT-IDX) TO PATIENT-RECORD
                   PERFORM CHECK-PATIENT-RECON
               END-PERFORM
           END-IF.

           CLOSE RECON-REPORT-FILE.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY " "
               DISPLAY "TOTAL ISSUES FOUND: " RECON-ISSUE-COUNT
               DISPLAY "Details written to RECON.TXT"
           ELSE
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "Billing reconciliation: " DELIMITED BY SIZE
                   RECON-ISSUE-COUNT DELIMITED BY SIZE
                   " issue(s) found, details written to RECON.TXT"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CHECK-PATIENT-RECON.
           IF PF-DIS-YEAR NOT = 0
               AND PF-PATIENT-PAYMENT-STATUS NOT = "PAID"
               ADD 1 TO RECON-ISSUE-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "UNPAID DISCHARGE - Patient " DELIMITED BY SIZE
                   PF-PATIENT-ID DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   PF-PATIENT-NAME DELIMITED BY SIZE
                   ") discharged but status is " DELIMITED BY SIZE
                   PF-PATIENT-PAYMENT-STATUS DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               IF BATCH-MODE-FLAG NOT = "Y"
                   DISPLAY RECON-REPORT-LINE
               END-IF
               WRITE RECON-REPORT-LINE
           END-IF.

           IF PF-DIS-YEAR NOT = 0
               AND PF-PATIENT-BILL-AMOUNT = 0
               ADD 1 TO RECON-ISSUE-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "BILLING NEVER RAN - Patient " DELIMITED BY SIZE
                   PF-PATIENT-ID DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   PF-PATIENT-NAME DELIMITED BY SIZE
                   ") discharged with zero bill amount" DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               IF BATCH-MODE-FLAG NOT = "Y"
                   DISPLAY RECON-REPORT-LINE
               END-IF
               WRITE RECON-REPORT-LINE
           END-IF.

           IF PF-PATIENT-ROOM-NUMBER NOT = 0
               AND PF-ADM-YEAR = 0
               ADD 1 TO RECON-ISSUE-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "MISSING ADMISSION DATE - Patient " DELIMITED BY SIZE
                   PF-PATIENT-ID DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   PF-PATIENT-NAME DELIMITED BY SIZE
                   ") occupies room " DELIMITED BY SIZE
                   PF-PATIENT-ROOM-NUMBER DELIMITED BY SIZE
                   " with no admission date" DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               IF BATCH-MODE-FLAG NOT = "Y"
                   DISPLAY RECON-REPORT-LINE
               END-IF
               WRITE RECON-REPORT-LINE
           END-IF.

       BATCH-SCAN-PATIENT-RECON.
           OPEN INPUT PATIENT-FILE.
           IF FS-PATIENT-FILE = "00"
               PERFORM UNTIL FS-PATIENT-FILE NOT = "00"
                   READ PATIENT-FILE NEXT RECORD
                   IF FS-PATIENT-FILE = "00"
                       PERFORM CHECK-PATIENT-RECON
                   END-IF
               END-PERFORM
               CLOSE PATIENT-FILE
           END-IF.

       SUBMIT-PATIENT-FEEDBACK.
           DISPLAY "SUBMIT PATIENT FEEDBACK".
           DISPLAY "------------------------".
           DISPLAY "Enter Patient ID: " WITH NO ADVANCING.
           ACCEPT AM-PATIENT-ID.

           MOVE "N" TO AM-FOUND.
           PERFORM VARYING PAT-IDX FROM 1 BY 1
                   UNTIL PAT-IDX > PATIENT-COUNT OR AM-FOUND = "Y"
               IF PATIENT-ID(PAT-IDX) = AM-PATIENT-ID
                   MOVE "Y" TO AM-FOUND
                   MOVE PAT-IDX TO AM-MATCHED-PAT-IDX
                   MOVE PATIENT-DOCTOR-ID(PAT-IDX) TO AM-DOCTOR-ID
               END-IF
           END-PERFORM.

           IF AM-FOUND = "N"
               DISPLAY "Patient ID not found."
           ELSE
               IF DIS-YEAR(AM-MATCHED-PAT-IDX) = 0
                   DISPLAY "Feedback can only be posted after the patient "
                           "has been discharged."
               ELSE
                   IF FEEDBACK-COUNT >= 500
                       DISPLAY "FEEDBACK TABLE IS FULL. CANNOT ADD."
                   ELSE
                       DISPLAY "Enter Rating for Dr. " AM-DOCTOR-ID
                               " (0.00 - 5.00): " WITH NO ADVANCING
                       ACCEPT NEW-RATING-VALUE
                       DISPLAY "Enter Comment: " WITH NO ADVANCING
                       ACCEPT NEW-RATING-COMMENT

                       ADD 1 TO FEEDBACK-COUNT
                       SET FB-IDX TO FEEDBACK-COUNT
                       ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
                       COMPUTE FEEDBACK-ID(FB-IDX) =
                           30000000 + FEEDBACK-COUNT
                       MOVE AM-DOCTOR-ID      TO RATING-DOCTOR-ID(FB-IDX)
                       MOVE AM-PATIENT-ID     TO RATING-PATIENT-ID(FB-IDX)
                       MOVE NEW-RATING-VALUE   TO RATING-VALUE(FB-IDX)
                       MOVE NEW-RATING-COMMENT TO RATING-COMMENT(FB-IDX)
                       MOVE CURR-YEAR         TO RATING-YEAR(FB-IDX)
                       MOVE CURR-MONTH        TO RATING-MONTH(FB-IDX)
                       MOVE CURR-DAY          TO RATING-DAY(FB-IDX)

                       MOVE FEEDBACK-ID(FB-IDX) TO AW-RECORD-KEY
                       PERFORM APPLY-FEEDBACK-UPDATE
                       DISPLAY "Thank you - feedback recorded."
                       MOVE "FEEDBACK"        TO AW-RECORD-TYPE
                       MOVE AM-PATIENT-ID     TO AW-PATIENT-ID
                       MOVE AM-DOCTOR-ID      TO AW-DOCTOR-ID
                       MOVE "ADD"             TO AW-ACTION
                       MOVE SPACES            TO AW-BEFORE-VALUE
                       MOVE SPACES TO AW-AFTER-VALUE
                       STRING "RATING " DELIMITED BY SIZE
                           NEW-RATING-VALUE DELIMITED BY SIZE
                           INTO AW-AFTER-VALUE
                       PERFORM WRITE-AUDIT-ENTRY
                   END-IF
               END-IF
           END-IF.

       FINANCIAL-REPORTS.
           MOVE "HOSPITAL FINANCIAL REPORT" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "--------------------------" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Total Hospital Revenue:  $" DELIMITED BY SIZE
               HOSPITAL-REVENUE DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Total Hospital Expenses: $" DELIMITED BY SIZE
               HOSPITAL-EXPENSES DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Total Hospital Profit:   $" DELIMITED BY SIZE
               HOSPITAL-PROFIT DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           STRING "Profit Percentage: " DELIMITED BY SIZE
               PROFIT-PERCENTAGE DELIMITED BY SIZE
               "%" DELIMITED BY SIZE INTO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE " " TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "REVENUE BY DOCTOR" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "-----------------" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX > DOCTOR-COUNT
               MOVE 0 TO DOC-REVENUE
               PERFORM VARYING PAT-IDX FROM 1 BY 1 UNTIL PAT-IDX > PATIENT-COUNT
                   IF PATIENT-DOCTOR-ID(PAT-IDX) = DOCTOR-ID(DOC-IDX)
                       ADD PATIENT-BILL-AMOUNT(PAT-IDX) TO DOC-REVENUE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "Dr. " DELIMITED BY SIZE
                   DOCTOR-NAME(DOC-IDX) DELIMITED BY SIZE
                   " (ID " DELIMITED BY SIZE
                   DOCTOR-ID(DOC-IDX) DELIMITED BY SIZE
                   ") | Specialty: " DELIMITED BY SIZE
                   DOCTOR-SPECIALTY(DOC-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "   Billed Revenue: $" DELIMITED BY SIZE
                   DOC-REVENUE DELIMITED BY SIZE INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

           MOVE " " TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "ACCOUNTS RECEIVABLE - UNPAID PATIENTS" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "--------------------------------------" TO REPORT-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM VARYING PAT-IDX FROM 1 BY 1 UNTIL PAT-IDX > PATIENT-COUNT
               IF PATIENT-PAYMENT-STATUS(PAT-IDX) NOT = "PAID"
                   MOVE SPACES TO REPORT-LINE-OUT
                   STRING "ID: " DELIMITED BY SIZE
                       PATIENT-ID(PAT-IDX) DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       PATIENT-NAME(PAT-IDX) DELIMITED BY SIZE
                       " | Status: " DELIMITED BY SIZE
                       PATIENT-PAYMENT-STATUS(PAT-IDX) DELIMITED BY SIZE
                       INTO REPORT-LINE-OUT
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO REPORT-LINE-OUT
                   IF ADM-YEAR(PAT-IDX) NOT = 0
                       COMPUTE AR-DAYS-OUTSTANDING =
                           FUNCTION INTEGER-OF-DATE(
                               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY)
                           - FUNCTION INTEGER-OF-DATE(
                               ADM-YEAR(PAT-IDX) * 10000 + ADM-MONTH(PAT-IDX) * 100
                               + ADM-DAY(PAT-IDX))
                       STRING "   Bill: $" DELIMITED BY SIZE
                           PATIENT-BILL-AMOUNT(PAT-IDX) DELIMITED BY SIZE
                           " | Admitted " DELIMITED BY SIZE
                           AR-DAYS-OUTSTANDING DELIMITED BY SIZE
                           " days ago" DELIMITED BY SIZE
                           INTO REPORT-LINE-OUT
                   ELSE
                       STRING "   Bill: $" DELIMITED BY SIZE
                           PATIENT-BILL-AMOUNT(PAT-IDX) DELIMITED BY SIZE
                           " | Admitted N/A days ago (no admission date)"
                               DELIMITED BY SIZE
                           INTO REPORT-LINE-OUT
                   END-IF
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       PATIENT-STATEMENT-MENU.
           DISPLAY "PATIENT STATEMENTS / PAYMENT PLANS".
           DISPLAY "-----------------------------------".
           DISPLAY "1. Run Statement Cycle".
           DISPLAY "2. Record Payment Plan".
           DISPLAY "3. Post Installment Payment".
           DISPLAY "4. List Payment Plans".
           DISPLAY "5. Return to Main Menu".
           DISPLAY "Enter your choice (1-5): " WITH NO ADVANCING.
           ACCEPT ST-CHOICE.
           EVALUATE ST-CHOICE
               WHEN 1 PERFORM RUN-STATEMENT-CYCLE
               WHEN 2 PERFORM RECORD-PAYMENT-PLAN
               WHEN 3 PERFORM POST-INSTALLMENT-PAYMENT
               WHEN 4 PERFORM LIST-PAYMENT-PLANS
               WHEN 5 CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       FIND-PAYPLAN-FOR-PATIENT.
           MOVE "N" TO ST-PLAN-FOUND.
           PERFORM VARYING PLN-IDX FROM 1 BY 1
                   UNTIL PLN-IDX > PAYPLAN-COUNT OR ST-PLAN-FOUND = "Y"
               IF PLAN-PATIENT-ID(PLN-IDX) = ST-PATIENT-ID
                   MOVE "Y" TO ST-PLAN-FOUND
                   MOVE PLN-IDX TO ST-PLAN-IDX
               END-IF
           END-PERFORM.

       WRITE-STATEMENT-LINE.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY STATEMENT-LINE
           END-IF.
           WRITE STATEMENT-LINE.

       COMPUTE-STATEMENT-AGING.
           MOVE 0 TO ST-AGE-DAYS.
           MOVE "N" TO ST-BASE-DATE-OK.
           IF DIS-YEAR(PAT-IDX) NOT = 0
               MOVE DIS-YEAR(PAT-IDX)  TO IA-CHECK-YEAR
               MOVE DIS-MONTH(PAT-IDX) TO IA-CHECK-MONTH
               MOVE DIS-DAY(PAT-IDX)   TO IA-CHECK-DAY
               PERFORM CHECK-DATE-VALID
               IF IA-DATE-OK = "Y"
                   MOVE "Y" TO ST-BASE-DATE-OK
                   COMPUTE ST-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(
                           CURR-YEAR * 10000 + CURR-MONTH * 100
                           + CURR-DAY)
                       - FUNCTION INTEGER-OF-DATE(
                           DIS-YEAR(PAT-IDX) * 10000
                           + DIS-MONTH(PAT-IDX) * 100
                           + DIS-DAY(PAT-IDX))
               END-IF
           ELSE
               IF ADM-YEAR(PAT-IDX) NOT = 0
                   MOVE ADM-YEAR(PAT-IDX)  TO IA-CHECK-YEAR
                   MOVE ADM-MONTH(PAT-IDX) TO IA-CHECK-MONTH
                   MOVE ADM-DAY(PAT-IDX)   TO IA-CHECK-DAY
                   PERFORM CHECK-DATE-VALID
                   IF IA-DATE-OK = "Y"
                       MOVE "Y" TO ST-BASE-DATE-OK
                       COMPUTE ST-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(
                               CURR-YEAR * 10000 + CURR-MONTH * 100
                               + CURR-DAY)
                           - FUNCTION INTEGER-OF-DATE(
                               ADM-YEAR(PAT-IDX) * 10000
                               + ADM-MONTH(PAT-IDX) * 100
                               + ADM-DAY(PAT-IDX))
                   END-IF
               END-IF
           END-IF.
           IF ST-AGE-DAYS < 0
               MOVE 0 TO ST-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN ST-AGE-DAYS >= 90
                   MOVE "90+" TO ST-BUCKET
               WHEN ST-AGE-DAYS >= 60
                   MOVE "60-89" TO ST-BUCKET
               WHEN ST-AGE-DAYS >= 30
                   MOVE "30-59" TO ST-BUCKET
               WHEN OTHER
                   MOVE "CURRENT" TO ST-BUCKET
           END-EVALUATE.

       WRITE-ONE-PATIENT-STATEMENT.
           ADD 1 TO ST-STMT-COUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "STATEMENT - PATIENT " DELIMITED BY SIZE
               PATIENT-ID(PAT-IDX) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               PATIENT-NAME(PAT-IDX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  BALANCE DUE: $" DELIMITED BY SIZE
               ST-BALANCE DELIMITED BY SIZE
               " | AGING: " DELIMITED BY SIZE
               ST-BUCKET DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               ST-AGE-DAYS DELIMITED BY SIZE
               " DAYS)" DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE PATIENT-ID(PAT-IDX) TO ST-PATIENT-ID.
           PERFORM FIND-PAYPLAN-FOR-PATIENT.
           IF ST-PLAN-FOUND = "Y"
               AND PLAN-STATUS(ST-PLAN-IDX) = "ACTIVE"
               MOVE SPACES TO STATEMENT-LINE
               STRING "  PAYMENT PLAN ON FILE: $" DELIMITED BY SIZE
                   PLAN-MONTHLY-AMOUNT(ST-PLAN-IDX) DELIMITED BY SIZE
                   " PER MONTH - INSTALLMENT " DELIMITED BY SIZE
                   PLAN-INSTALLMENTS-PAID(ST-PLAN-IDX) DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   PLAN-INSTALLMENTS-TOTAL(ST-PLAN-IDX) DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               PERFORM WRITE-STATEMENT-LINE
               MOVE "  PLEASE CONTINUE YOUR AGREED MONTHLY PAYMENTS."
                   TO STATEMENT-LINE
               PERFORM WRITE-STATEMENT-LINE
           ELSE
               EVALUATE ST-BUCKET
                   WHEN "CURRENT"
                       MOVE "  THANK YOU - PAYMENT IS DUE ON RECEIPT."
                           TO STATEMENT-LINE
                       PERFORM WRITE-STATEMENT-LINE
                   WHEN "30-59"
                       MOVE "  REMINDER: YOUR BALANCE IS MORE THAN 30 DAYS PAST DUE. PLEASE REMIT."
                           TO STATEMENT-LINE
                       PERFORM WRITE-STATEMENT-LINE
                   WHEN "60-89"
                       MOVE "  SECOND NOTICE: YOUR BALANCE IS MORE THAN 60 DAYS PAST DUE."
                           TO STATEMENT-LINE
                       PERFORM WRITE-STATEMENT-LINE
                       MOVE "  CONTACT THE BILLING OFFICE TO ARRANGE A PAYMENT PLAN."
                           TO STATEMENT-LINE
                       PERFORM WRITE-STATEMENT-LINE
                   WHEN OTHER
                       ADD 1 TO ST-BADDEBT-COUNT
                       MOVE "  FINAL NOTICE: YOUR BALANCE IS MORE THAN 90 DAYS PAST DUE."
                           TO STATEMENT-LINE
                       PERFORM WRITE-STATEMENT-LINE
                       MOVE "  WITHOUT PAYMENT THIS ACCOUNT WILL BE REFERRED FOR COLLECTION."
                           TO STATEMENT-LINE
                       PERFORM WRITE-STATEMENT-LINE
                       MOVE "  *** FLAGGED FOR BAD-DEBT REVIEW ***"
                           TO STATEMENT-LINE
                       PERFORM WRITE-STATEMENT-LINE
               END-EVALUATE
           END-IF.
           MOVE " " TO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

       RUN-STATEMENT-CYCLE.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY "PATIENT STATEMENT CYCLE"
               DISPLAY "------------------------"
           END-IF.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO ST-STMT-COUNT.
           MOVE 0 TO ST-BADDEBT-COUNT.
           OPEN OUTPUT STATEMENT-FILE.

           PERFORM VARYING PAT-IDX FROM 1 BY 1 UNTIL PAT-IDX > PATIENT-COUNT
               COMPUTE ST-BALANCE =
                   PATIENT-BILL-AMOUNT(PAT-IDX)
                   - PATIENT-PAID-AMOUNT(PAT-IDX)
               IF ST-BALANCE > 0
                   PERFORM COMPUTE-STATEMENT-AGING
                   PERFORM WRITE-ONE-PATIENT-STATEMENT
               END-IF
           END-PERFORM.

           MOVE SPACES TO STATEMENT-LINE.
           STRING "STATEMENTS PRODUCED: " DELIMITED BY SIZE
               ST-STMT-COUNT DELIMITED BY SIZE
               " | FLAGGED FOR BAD-DEBT REVIEW: " DELIMITED BY SIZE
               ST-BADDEBT-COUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           CLOSE STATEMENT-FILE.

           IF BATCH-MODE-FLAG = "Y"
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "Statement cycle: " DELIMITED BY SIZE
                   ST-STMT-COUNT DELIMITED BY SIZE
                   " statement(s), " DELIMITED BY SIZE
                   ST-BADDEBT-COUNT DELIMITED BY SIZE
                   " flagged for bad debt, written to STATEMNT.TXT"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           ELSE
               DISPLAY " "
               DISPLAY "Statements written to STATEMNT.TXT"
           END-IF.

           MOVE "STATEMENT" TO AW-RECORD-TYPE.
           MOVE 0           TO AW-RECORD-KEY.
           MOVE 0           TO AW-PATIENT-ID.
           MOVE 0           TO AW-DOCTOR-ID.
           MOVE "STMTRUN"   TO AW-ACTION.
           MOVE SPACES      TO AW-BEFORE-VALUE.
           MOVE SPACES TO AW-AFTER-VALUE.
           STRING ST-STMT-COUNT DELIMITED BY SIZE
               " STATEMENTS " DELIMITED BY SIZE
               ST-BADDEBT-COUNT DELIMITED BY SIZE
               " BAD-DEBT FLAGS" DELIMITED BY SIZE
               INTO AW-AFTER-VALUE.
           PERFORM WRITE-AUDIT-ENTRY.

       RECORD-PAYMENT-PLAN.
           DISPLAY "RECORD PAYMENT PLAN".
           DISPLAY "--------------------".
           DISPLAY "Enter Patient ID: " WITH NO ADVANCING.
           ACCEPT ST-PATIENT-ID.
           MOVE "N" TO ST-PLAN-FOUND.
           MOVE 0 TO ST-MATCHED-PAT-IDX.
           PERFORM VARYING PAT-IDX FROM 1 BY 1
                   UNTIL PAT-IDX > PATIENT-COUNT
                   OR ST-MATCHED-PAT-IDX NOT = 0
               IF PATIENT-ID(PAT-IDX) = ST-PATIENT-ID
                   MOVE PAT-IDX TO ST-MATCHED-PAT-IDX
               END-IF
           END-PERFORM.
           IF ST-MATCHED-PAT-IDX = 0
               DISPLAY "Patient ID not found."
           ELSE
               COMPUTE ST-BALANCE =
                   PATIENT-BILL-AMOUNT(ST-MATCHED-PAT-IDX)
                   - PATIENT-PAID-AMOUNT(ST-MATCHED-PAT-IDX)
               IF ST-BALANCE <= 0
                   DISPLAY "Patient " ST-PATIENT-ID
                           " has no outstanding balance."
               ELSE
                   PERFORM FIND-PAYPLAN-FOR-PATIENT
                   IF ST-PLAN-FOUND = "Y"
                       AND PLAN-STATUS(ST-PLAN-IDX) = "ACTIVE"
                       DISPLAY "Patient " ST-PATIENT-ID " already has an "
                               "active payment plan."
                   ELSE
                       IF ST-PLAN-FOUND = "N" AND PAYPLAN-COUNT >= 100
                           DISPLAY "PAYMENT PLAN TABLE IS FULL. CANNOT ADD."
                       ELSE
                           IF ST-PLAN-FOUND = "N"
                               ADD 1 TO PAYPLAN-COUNT
                               MOVE PAYPLAN-COUNT TO ST-PLAN-IDX
                           END-IF
                           SET PLN-IDX TO ST-PLAN-IDX
                           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
                           MOVE ST-PATIENT-ID
                               TO PLAN-PATIENT-ID(PLN-IDX)
                           DISPLAY "Current balance is $" ST-BALANCE
                           DISPLAY "Enter Agreed Monthly Amount: "
                                   WITH NO ADVANCING
                           ACCEPT PLAN-MONTHLY-AMOUNT(PLN-IDX)
                           DISPLAY "Enter Number of Installments: "
                                   WITH NO ADVANCING
                           ACCEPT PLAN-INSTALLMENTS-TOTAL(PLN-IDX)
                           COMPUTE PLAN-START-DATE(PLN-IDX) =
                               CURR-YEAR * 10000 + CURR-MONTH * 100
                               + CURR-DAY
                           MOVE 0 TO PLAN-INSTALLMENTS-PAID(PLN-IDX)
                           MOVE "ACTIVE" TO PLAN-STATUS(PLN-IDX)
                           PERFORM SAVE-PAYPLAN-FILE
                           DISPLAY "Payment plan recorded for patient "
                                   ST-PATIENT-ID "."
                           MOVE "PAYPLAN"     TO AW-RECORD-TYPE
                           MOVE ST-PATIENT-ID TO AW-RECORD-KEY
                           MOVE ST-PATIENT-ID TO AW-PATIENT-ID
                           MOVE PATIENT-DOCTOR-ID(ST-MATCHED-PAT-IDX)
                               TO AW-DOCTOR-ID
                           MOVE "ADD"         TO AW-ACTION
                           MOVE SPACES        TO AW-BEFORE-VALUE
                           MOVE SPACES TO AW-AFTER-VALUE
                           STRING PLAN-MONTHLY-AMOUNT(PLN-IDX)
                                   DELIMITED BY SIZE
                               " X " DELIMITED BY SIZE
                               PLAN-INSTALLMENTS-TOTAL(PLN-IDX)
                                   DELIMITED BY SIZE
                               INTO AW-AFTER-VALUE
                           PERFORM WRITE-AUDIT-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       POST-INSTALLMENT-PAYMENT.
           DISPLAY "POST INSTALLMENT PAYMENT".
           DISPLAY "-------------------------".
           DISPLAY "Enter Patient ID: " WITH NO ADVANCING.
           ACCEPT ST-PATIENT-ID.
           PERFORM FIND-PAYPLAN-FOR-PATIENT.
           IF ST-PLAN-FOUND = "Y"
               AND PLAN-STATUS(ST-PLAN-IDX) NOT = "ACTIVE"
               MOVE "N" TO ST-PLAN-FOUND
           END-IF.
           IF ST-PLAN-FOUND = "N"
               DISPLAY "No active payment plan on file for patient "
                       ST-PATIENT-ID "."
           ELSE
               MOVE 0 TO ST-MATCHED-PAT-IDX
               PERFORM VARYING PAT-IDX FROM 1 BY 1
                       UNTIL PAT-IDX > PATIENT-COUNT
                       OR ST-MATCHED-PAT-IDX NOT = 0
                   IF PATIENT-ID(PAT-IDX) = ST-PATIENT-ID
                       MOVE PAT-IDX TO ST-MATCHED-PAT-IDX
                   END-IF
               END-PERFORM
               IF ST-MATCHED-PAT-IDX = 0
                   DISPLAY "Patient ID not found."
               ELSE
                   SET PLN-IDX TO ST-PLAN-IDX
                   ADD PLAN-MONTHLY-AMOUNT(PLN-IDX)
                       TO PATIENT-PAID-AMOUNT(ST-MATCHED-PAT-IDX)
                   ADD 1 TO PLAN-INSTALLMENTS-PAID(PLN-IDX)
                   MOVE ST-PATIENT-ID TO PDW-PATIENT-ID
                   MOVE PLAN-MONTHLY-AMOUNT(PLN-IDX) TO PDW-PAID-AMOUNT
                   MOVE "P" TO PDW-PAYMENT-SOURCE
                   PERFORM WRITE-PAYMENT-DETAIL
                   COMPUTE ST-BALANCE =
                       PATIENT-BILL-AMOUNT(ST-MATCHED-PAT-IDX)
                       - PATIENT-PAID-AMOUNT(ST-MATCHED-PAT-IDX)
                   IF ST-BALANCE <= 0
                       MOVE "PAID" TO
                           PATIENT-PAYMENT-STATUS(ST-MATCHED-PAT-IDX)
                       MOVE "COMPLETE" TO PLAN-STATUS(PLN-IDX)
                   ELSE
                       MOVE "PARTIAL" TO
                           PATIENT-PAYMENT-STATUS(ST-MATCHED-PAT-IDX)
                       IF PLAN-INSTALLMENTS-PAID(PLN-IDX) >=
                           PLAN-INSTALLMENTS-TOTAL(PLN-IDX)
                           MOVE "COMPLETE" TO PLAN-STATUS(PLN-IDX)
                       END-IF
                   END-IF
                   SET PAT-IDX TO ST-MATCHED-PAT-IDX
                   PERFORM APPLY-PATIENT-UPDATE
                   PERFORM SAVE-PAYPLAN-FILE
                   DISPLAY "Installment " PLAN-INSTALLMENTS-PAID(PLN-IDX)
                           " of " PLAN-INSTALLMENTS-TOTAL(PLN-IDX)
                           " posted. Remaining balance: $" ST-BALANCE
                   IF PLAN-STATUS(PLN-IDX) = "COMPLETE"
                       DISPLAY "Payment plan is now COMPLETE."
                   END-IF
                   MOVE "PAYPLAN"     TO AW-RECORD-TYPE
                   MOVE ST-PATIENT-ID TO AW-RECORD-KEY
                   MOVE ST-PATIENT-ID TO AW-PATIENT-ID
                   MOVE PATIENT-DOCTOR-ID(ST-MATCHED-PAT-IDX)
                       TO AW-DOCTOR-ID
                   MOVE "INSTALL"     TO AW-ACTION
                   MOVE SPACES        TO AW-BEFORE-VALUE
                   MOVE SPACES TO AW-AFTER-VALUE
                   STRING "PAID " DELIMITED BY SIZE
                       PLAN-MONTHLY-AMOUNT(PLN-IDX) DELIMITED BY SIZE
                       " INST " DELIMITED BY SIZE
                       PLAN-INSTALLMENTS-PAID(PLN-IDX) DELIMITED BY SIZE
                       INTO AW-AFTER-VALUE
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       LIST-PAYMENT-PLANS.
           DISPLAY "PAYMENT PLANS ON FILE".
           DISPLAY "----------------------".
           PERFORM VARYING PLN-IDX FROM 1 BY 1
                   UNTIL PLN-IDX > PAYPLAN-COUNT
               DISPLAY "Patient " PLAN-PATIENT-ID(PLN-IDX)
                       " | $" PLAN-MONTHLY-AMOUNT(PLN-IDX)
                       "/month | Installment "
                       PLAN-INSTALLMENTS-PAID(PLN-IDX)
                       " of " PLAN-INSTALLMENTS-TOTAL(PLN-IDX)
                       " | Started " PLAN-START-DATE(PLN-IDX)
                       " | " PLAN-STATUS(PLN-IDX)
           END-PERFORM.
           DISPLAY PAYPLAN-COUNT " plan(s) on file.".

       CREDIT-REFUND-MENU.
           DISPLAY "CREDIT BALANCES / REFUNDS".
           DISPLAY "--------------------------".
           DISPLAY "1. Credit Balance Report".
           DISPLAY "2. Request Refund".
           DISPLAY "3. Approve / Reject Refund (ADMIN)".
           DISPLAY "4. Issue Approved Refunds".
           DISPLAY "5. List Refunds".
           DISPLAY "6. Return to Main Menu".
           DISPLAY "Enter your choice (1-6): " WITH NO ADVANCING.
           ACCEPT CB-CHOICE.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE CB-TODAY-DATE =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY.
           EVALUATE CB-CHOICE
               WHEN 1 PERFORM CREDIT-BALANCE-REPORT
               WHEN 2 PERFORM REQUEST-REFUND
               WHEN 3
                   PERFORM CHECK-ADMIN-ACCESS
                   IF SO-ACCESS-ALLOWED = "Y"
                       PERFORM APPROVE-REFUND
                   END-IF
               WHEN 4 PERFORM ISSUE-APPROVED-REFUNDS
               WHEN 5 PERFORM LIST-REFUNDS
               WHEN 6 CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       FIND-REFUND-PATIENT.
           MOVE "N" TO CB-PATIENT-FOUND.
           PERFORM VARYING PAT-IDX FROM 1 BY 1
                   UNTIL PAT-IDX > PATIENT-COUNT OR CB-PATIENT-FOUND = "Y"
               IF PATIENT-ID(PAT-IDX) = CB-PATIENT-ID
                   MOVE "Y" TO CB-PATIENT-FOUND
                   MOVE PAT-IDX TO CB-MATCHED-PAT-IDX
               END-IF
           END-PERFORM.

       COMPUTE-PATIENT-CREDIT.
           COMPUTE CB-CREDIT =
               PATIENT-PAID-AMOUNT(CB-MATCHED-PAT-IDX)
               - PATIENT-BILL-AMOUNT(CB-MATCHED-PAT-IDX).
           MOVE 0 TO CB-PENDING.
           PERFORM VARYING RFN-IDX FROM 1 BY 1 UNTIL RFN-IDX > REFUND-COUNT
               IF RFN-PATIENT-ID(RFN-IDX) = CB-PATIENT-ID
                   AND (RFN-STATUS(RFN-IDX) = "REQUESTED"
                       OR RFN-STATUS(RFN-IDX) = "APPROVED")
                   ADD RFN-AMOUNT(RFN-IDX) TO CB-PENDING
               END-IF
           END-PERFORM.
           COMPUTE CB-AVAILABLE = CB-CREDIT - CB-PENDING.

       WRITE-CREDIT-BALANCE-LINE.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY CREDIT-BALANCE-LINE
           END-IF.
           WRITE CREDIT-BALANCE-LINE.

       CREDIT-BALANCE-REPORT.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE CB-TODAY-DATE =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY.
           COMPUTE CB-TODAY-INT = FUNCTION INTEGER-OF-DATE(CB-TODAY-DATE).
           MOVE 0 TO CB-PATIENT-COUNT.
           MOVE 0 TO CB-CREDIT-TOTAL.
           OPEN OUTPUT CREDIT-BALANCE-FILE.
           MOVE SPACES TO CREDIT-BALANCE-LINE.
           STRING "CREDIT BALANCE REPORT - AS OF " DELIMITED BY SIZE
               CB-TODAY-DATE DELIMITED BY SIZE
               " (PATIENTS WHOSE PAYMENTS EXCEED THE BILL)"
                   DELIMITED BY SIZE
               INTO CREDIT-BALANCE-LINE.
           PERFORM WRITE-CREDIT-BALANCE-LINE.
           MOVE "  PAYMENT LINES FROM PAYDETL.DAT WITH RUNNING TOTAL - "
               TO CREDIT-BALANCE-LINE.
           MOVE "* OVER BILL MARKS THE LINES THAT CREATED THE CREDIT"
               TO CREDIT-BALANCE-LINE(55:51).
           PERFORM WRITE-CREDIT-BALANCE-LINE.
           PERFORM VARYING PAT-IDX FROM 1 BY 1 UNTIL PAT-IDX > PATIENT-COUNT
               IF PATIENT-PAID-AMOUNT(PAT-IDX) >
                   PATIENT-BILL-AMOUNT(PAT-IDX)
                   PERFORM WRITE-CREDIT-BALANCE-PATIENT
               END-IF
           END-PERFORM.
           MOVE SPACES TO CREDIT-BALANCE-LINE.
           MOVE CB-CREDIT-TOTAL TO CB-TOTAL-EDIT.
           STRING CB-PATIENT-COUNT DELIMITED BY SIZE
               " patient(s) with a credit balance, total credit "
                   DELIMITED BY SIZE
               CB-TOTAL-EDIT DELIMITED BY SIZE
               INTO CREDIT-BALANCE-LINE.
           PERFORM WRITE-CREDIT-BALANCE-LINE.
           CLOSE CREDIT-BALANCE-FILE.
           IF BATCH-MODE-FLAG = "Y"
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "Credit balances: " DELIMITED BY SIZE
                   CB-PATIENT-COUNT DELIMITED BY SIZE
                   " patient(s), total " DELIMITED BY SIZE
                   CB-TOTAL-EDIT DELIMITED BY SIZE
                   ", written to CREDITBL.TXT" DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           ELSE
               DISPLAY "Report written to CREDITBL.TXT"
           END-IF.

       WRITE-CREDIT-BALANCE-PATIENT.
           ADD 1 TO CB-PATIENT-COUNT.
           MOVE PATIENT-ID(PAT-IDX) TO CB-PATIENT-ID.
           MOVE PAT-IDX TO CB-MATCHED-PAT-IDX.
           PERFORM COMPUTE-PATIENT-CREDIT.
           ADD CB-CREDIT TO CB-CREDIT-TOTAL.
           MOVE SPACES TO CREDIT-BALANCE-LINE.
           PERFORM WRITE-CREDIT-BALANCE-LINE.
           MOVE PATIENT-BILL-AMOUNT(PAT-IDX) TO CB-BILL-EDIT.
           MOVE PATIENT-PAID-AMOUNT(PAT-IDX) TO CB-PAID-EDIT.
           MOVE CB-CREDIT TO CB-AMOUNT-EDIT.
           STRING "PATIENT " DELIMITED BY SIZE
               PATIENT-ID(PAT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PATIENT-NAME(PAT-IDX) DELIMITED BY SIZE
               " BILL " DELIMITED BY SIZE
               CB-BILL-EDIT DELIMITED BY SIZE
               " PAID " DELIMITED BY SIZE
               CB-PAID-EDIT DELIMITED BY SIZE
               " CREDIT " DELIMITED BY SIZE
               CB-AMOUNT-EDIT DELIMITED BY SIZE
               INTO CREDIT-BALANCE-LINE.
           PERFORM WRITE-CREDIT-BALANCE-LINE.
           MOVE 0 TO CB-RUNNING.
           MOVE 0 TO CB-LAST-PAY-DATE.
           MOVE 0 TO CB-LINE-COUNT.
           OPEN INPUT PAYMENT-DETAIL-FILE.
           IF FS-PAYMENT-DETAIL-FILE = "00"
               OR FS-PAYMENT-DETAIL-FILE = "05"
               PERFORM UNTIL FS-PAYMENT-DETAIL-FILE NOT = "00"
                   READ PAYMENT-DETAIL-FILE
                       AT END
                           MOVE "10" TO FS-PAYMENT-DETAIL-FILE
                       NOT AT END
                           IF PD-PATIENT-ID = CB-PATIENT-ID
                               PERFORM WRITE-CREDIT-PAYMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-DETAIL-FILE
           END-IF.
           IF CB-LINE-COUNT = 0
               MOVE "    No lines on PAYDETL.DAT for this patient - paid "
                   TO CREDIT-BALANCE-LINE
               MOVE "total predates payment-detail capture or was merged"
                   TO CREDIT-BALANCE-LINE(53:51)
               PERFORM WRITE-CREDIT-BALANCE-LINE
           END-IF.
           MOVE SPACES TO CREDIT-BALANCE-LINE.
           IF CB-LAST-PAY-DATE NOT = 0
               COMPUTE CB-DAYS-HELD = CB-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(CB-LAST-PAY-DATE)
               STRING "    Credit held since last payment " DELIMITED BY SIZE
                   CB-LAST-PAY-DATE DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   CB-DAYS-HELD DELIMITED BY SIZE
                   " days)" DELIMITED BY SIZE
                   INTO CREDIT-BALANCE-LINE
           END-IF.
           MOVE CB-PENDING TO CB-PAID-EDIT.
           STRING "    Refunds in progress " DELIMITED BY SIZE
               CB-PAID-EDIT DELIMITED BY SIZE
               INTO CREDIT-BALANCE-LINE(70:63).
           PERFORM WRITE-CREDIT-BALANCE-LINE.

       WRITE-CREDIT-PAYMENT-LINE.
           ADD 1 TO CB-LINE-COUNT.
           ADD PD-PAID-AMOUNT TO CB-RUNNING.
           IF PD-PAID-AMOUNT > 0
               MOVE PD-PAYMENT-DATE TO CB-LAST-PAY-DATE
           END-IF.
           EVALUATE PD-PAYMENT-SOURCE
               WHEN "R" MOVE "REMITTANCE"       TO CB-SOURCE-TEXT
               WHEN "P" MOVE "PLAN INSTALLMENT" TO CB-SOURCE-TEXT
               WHEN "F" MOVE "REFUND ISSUED"    TO CB-SOURCE-TEXT
               WHEN OTHER MOVE "OTHER"          TO CB-SOURCE-TEXT
           END-EVALUATE.
           MOVE SPACES TO CB-OVER-FLAG.
           IF CB-RUNNING > PATIENT-BILL-AMOUNT(PAT-IDX)
               AND PD-PAID-AMOUNT > 0
               MOVE "* OVER BILL" TO CB-OVER-FLAG
           END-IF.
           MOVE PD-PAID-AMOUNT TO CB-AMOUNT-EDIT.
           MOVE CB-RUNNING TO CB-RUNNING-EDIT.
           MOVE SPACES TO CREDIT-BALANCE-LINE.
           STRING "    " DELIMITED BY SIZE
               PD-PAYMENT-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CB-SOURCE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CB-AMOUNT-EDIT DELIMITED BY SIZE
               "  RUNNING " DELIMITED BY SIZE
               CB-RUNNING-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CB-OVER-FLAG DELIMITED BY SIZE
               INTO CREDIT-BALANCE-LINE.
           PERFORM WRITE-CREDIT-BALANCE-LINE.

       GET-NEXT-REFUND-ID.
           MOVE 80000000 TO CB-NEXT-REFUND-ID.
           PERFORM VARYING RFN-IDX FROM 1 BY 1 UNTIL RFN-IDX > REFUND-COUNT
               IF RFN-ID(RFN-IDX) > CB-NEXT-REFUND-ID
                   MOVE RFN-ID(RFN-IDX) TO CB-NEXT-REFUND-ID
               END-IF
           END-PERFORM.
           ADD 1 TO CB-NEXT-REFUND-ID.

       REQUEST-REFUND.
           DISPLAY "REQUEST REFUND".
           DISPLAY "Enter Patient ID: " WITH NO ADVANCING.
           ACCEPT CB-PATIENT-ID.
           PERFORM FIND-REFUND-PATIENT.
           IF CB-PATIENT-FOUND = "N"
               DISPLAY "Patient ID not found."
           ELSE
               PERFORM COMPUTE-PATIENT-CREDIT
               MOVE PATIENT-BILL-AMOUNT(CB-MATCHED-PAT-IDX) TO CB-BILL-EDIT
               MOVE PATIENT-PAID-AMOUNT(CB-MATCHED-PAT-IDX) TO CB-PAID-EDIT
               MOVE CB-CREDIT TO CB-AMOUNT-EDIT
               DISPLAY "Bill " CB-BILL-EDIT "  Paid " CB-PAID-EDIT
                       "  Credit " CB-AMOUNT-EDIT
               MOVE CB-PENDING TO CB-PAID-EDIT
               MOVE CB-AVAILABLE TO CB-AMOUNT-EDIT
               DISPLAY "Refunds in progress " CB-PAID-EDIT
                       "  Available to refund " CB-AMOUNT-EDIT
               IF CB-AVAILABLE NOT > 0
                   DISPLAY "No unrefunded credit balance. Nothing to "
                           "request."
               ELSE
                   DISPLAY "Enter Refund Amount (0 = full available): "
                           WITH NO ADVANCING
                   ACCEPT CB-REQ-AMOUNT
                   IF CB-REQ-AMOUNT = 0
                       MOVE CB-AVAILABLE TO CB-REQ-AMOUNT
                   END-IF
                   IF CB-REQ-AMOUNT > CB-AVAILABLE
                       DISPLAY "Amount exceeds the available credit. "
                               "Refund NOT requested."
                   ELSE
                       PERFORM ACCEPT-REFUND-PAYEE
                       PERFORM ADD-REFUND-REQUEST
                   END-IF
               END-IF
           END-IF.

       ACCEPT-REFUND-PAYEE.
           DISPLAY "Refund to (P=Patient, I=Insurer): " WITH NO ADVANCING.
           ACCEPT CB-PAYEE-TYPE.
           INSPECT CB-PAYEE-TYPE CONVERTING DP-LOWER-ALPHA TO DP-UPPER-ALPHA.
           IF CB-PAYEE-TYPE NOT = "I"
               MOVE "P" TO CB-PAYEE-TYPE
           END-IF.
           IF CB-PAYEE-TYPE = "I"
               MOVE PATIENT-INSURANCE-ID(CB-MATCHED-PAT-IDX) TO PM-PAYER-ID
               PERFORM FIND-PAYER-BY-ID
               IF PM-FOUND = "Y"
                   MOVE PAYER-NAME(PM-MATCHED-IDX) TO CB-PAYEE-NAME
               ELSE
                   MOVE PATIENT-INSURANCE-ID(CB-MATCHED-PAT-IDX)
                       TO CB-PAYEE-NAME
               END-IF
           ELSE
               MOVE PATIENT-NAME(CB-MATCHED-PAT-IDX) TO CB-PAYEE-NAME
           END-IF.
           DISPLAY "Payee: " FUNCTION TRIM(CB-PAYEE-NAME).
           DISPLAY "Enter Reason: " WITH NO ADVANCING.
           ACCEPT CB-REASON.
           INSPECT CB-REASON CONVERTING DP-LOWER-ALPHA TO DP-UPPER-ALPHA.

       ADD-REFUND-REQUEST.
           IF REFUND-COUNT >= 200
               DISPLAY "REFUND TABLE IS FULL. CANNOT ADD."
           ELSE
               PERFORM GET-NEXT-REFUND-ID
               ADD 1 TO REFUND-COUNT
               SET RFN-IDX TO REFUND-COUNT
               MOVE CB-NEXT-REFUND-ID TO RFN-ID(RFN-IDX)
               MOVE CB-PATIENT-ID     TO RFN-PATIENT-ID(RFN-IDX)
               MOVE CB-REQ-AMOUNT     TO RFN-AMOUNT(RFN-IDX)
               MOVE CB-PAYEE-TYPE     TO RFN-PAYEE-TYPE(RFN-IDX)
               MOVE CB-PAYEE-NAME     TO RFN-PAYEE-NAME(RFN-IDX)
               MOVE CB-REASON         TO RFN-REASON(RFN-IDX)
               MOVE "REQUESTED"       TO RFN-STATUS(RFN-IDX)
               MOVE CB-TODAY-DATE     TO RFN-REQUEST-DATE(RFN-IDX)
               MOVE OPERATOR-ID       TO RFN-REQUESTED-BY(RFN-IDX)
               MOVE 0                 TO RFN-APPROVE-DATE(RFN-IDX)
               MOVE SPACES            TO RFN-APPROVED-BY(RFN-IDX)
               MOVE 0                 TO RFN-ISSUE-DATE(RFN-IDX)
               PERFORM SAVE-REFUND-FILE
               DISPLAY "Refund " CB-NEXT-REFUND-ID " requested for "
                       CB-REQ-AMOUNT ". Awaiting ADMIN approval."
               MOVE "REFUND"          TO AW-RECORD-TYPE
               MOVE CB-NEXT-REFUND-ID TO AW-RECORD-KEY
               MOVE CB-PATIENT-ID     TO AW-PATIENT-ID
               MOVE PATIENT-DOCTOR-ID(CB-MATCHED-PAT-IDX) TO AW-DOCTOR-ID
               MOVE "REQUEST"         TO AW-ACTION
               MOVE SPACES            TO AW-BEFORE-VALUE
               MOVE SPACES TO AW-AFTER-VALUE
               STRING "AMOUNT " DELIMITED BY SIZE
                   CB-REQ-AMOUNT DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   CB-PAYEE-TYPE DELIMITED BY SIZE
                   INTO AW-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       FIND-REFUND-BY-ID.
           MOVE "N" TO CB-FOUND.
           PERFORM VARYING RFN-IDX FROM 1 BY 1
                   UNTIL RFN-IDX > REFUND-COUNT OR CB-FOUND = "Y"
               IF RFN-ID(RFN-IDX) = CB-REFUND-ID
                   MOVE "Y" TO CB-FOUND
                   SET CB-MATCHED-IDX TO RFN-IDX
               END-IF
           END-PERFORM.

       APPROVE-REFUND.
           DISPLAY "REFUNDS AWAITING APPROVAL".
           MOVE 0 TO CB-LISTED-COUNT.
           PERFORM VARYING RFN-IDX FROM 1 BY 1 UNTIL RFN-IDX > REFUND-COUNT
               IF RFN-STATUS(RFN-IDX) = "REQUESTED"
                   PERFORM DISPLAY-REFUND-ENTRY
                   ADD 1 TO CB-LISTED-COUNT
               END-IF
           END-PERFORM.
           IF CB-LISTED-COUNT = 0
               DISPLAY "No refunds are awaiting approval."
           ELSE
               DISPLAY "Enter Refund ID: " WITH NO ADVANCING
               ACCEPT CB-REFUND-ID
               PERFORM FIND-REFUND-BY-ID
               IF CB-FOUND = "N"
                   DISPLAY "Refund ID not found."
               ELSE
                   IF RFN-STATUS(CB-MATCHED-IDX) NOT = "REQUESTED"
                       DISPLAY "Refund " CB-REFUND-ID " is "
                               FUNCTION TRIM(RFN-STATUS(CB-MATCHED-IDX))
                               ", not awaiting approval."
                   ELSE
                       IF RFN-REQUESTED-BY(CB-MATCHED-IDX) = OPERATOR-ID
                           DISPLAY "Refund " CB-REFUND-ID " was requested "
                                   "by this operator and must be approved "
                                   "by another ADMIN."
                       ELSE
                           PERFORM DECIDE-REFUND
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DECIDE-REFUND.
           DISPLAY "A=Approve, R=Reject: " WITH NO ADVANCING.
           ACCEPT CB-DECISION.
           INSPECT CB-DECISION CONVERTING DP-LOWER-ALPHA TO DP-UPPER-ALPHA.
           IF CB-DECISION = "A" OR CB-DECISION = "R"
               MOVE "REFUND"        TO AW-RECORD-TYPE
               MOVE CB-REFUND-ID    TO AW-RECORD-KEY
               MOVE RFN-PATIENT-ID(CB-MATCHED-IDX) TO AW-PATIENT-ID
               MOVE 0               TO AW-DOCTOR-ID
               MOVE "REQUESTED"     TO AW-BEFORE-VALUE
               IF CB-DECISION = "A"
                   MOVE "APPROVED"  TO RFN-STATUS(CB-MATCHED-IDX)
                   MOVE "APPROVE"   TO AW-ACTION
               ELSE
                   MOVE "REJECTED"  TO RFN-STATUS(CB-MATCHED-IDX)
                   MOVE "REJECT"    TO AW-ACTION
               END-IF
               MOVE CB-TODAY-DATE   TO RFN-APPROVE-DATE(CB-MATCHED-IDX)
               MOVE OPERATOR-ID     TO RFN-APPROVED-BY(CB-MATCHED-IDX)
               MOVE RFN-STATUS(CB-MATCHED-IDX) TO AW-AFTER-VALUE
               PERFORM SAVE-REFUND-FILE
               PERFORM WRITE-AUDIT-ENTRY
               DISPLAY "Refund " CB-REFUND-ID " "
                       FUNCTION TRIM(RFN-STATUS(CB-MATCHED-IDX)) "."
           ELSE
               DISPLAY "No decision recorded."
           END-IF.

       DISPLAY-REFUND-ENTRY.
           DISPLAY RFN-ID(RFN-IDX) " Patient " RFN-PATIENT-ID(RFN-IDX)
                   " " RFN-AMOUNT(RFN-IDX) " to "
                   RFN-PAYEE-TYPE(RFN-IDX) " "
                   FUNCTION TRIM(RFN-PAYEE-NAME(RFN-IDX))
                   " | " RFN-STATUS(RFN-IDX)
                   " | Req " RFN-REQUEST-DATE(RFN-IDX) " "
                   RFN-REQUESTED-BY(RFN-IDX).
           DISPLAY "   Reason: " RFN-REASON(RFN-IDX).

       LIST-REFUNDS.
           DISPLAY "REFUNDS ON FILE".
           DISPLAY "----------------".
           PERFORM VARYING RFN-IDX FROM 1 BY 1 UNTIL RFN-IDX > REFUND-COUNT
               PERFORM DISPLAY-REFUND-ENTRY
           END-PERFORM.
           DISPLAY REFUND-COUNT " refund(s) on file.".

       ISSUE-APPROVED-REFUNDS.
           MOVE 0 TO CB-LISTED-COUNT.
           MOVE 0 TO CB-ISSUE-TOTAL.
           PERFORM VARYING RFN-IDX FROM 1 BY 1 UNTIL RFN-IDX > REFUND-COUNT
               IF RFN-STATUS(RFN-IDX) = "APPROVED"
                   PERFORM DISPLAY-REFUND-ENTRY
                   ADD 1 TO CB-LISTED-COUNT
                   ADD RFN-AMOUNT(RFN-IDX) TO CB-ISSUE-TOTAL
               END-IF
           END-PERFORM.
           IF CB-LISTED-COUNT = 0
               DISPLAY "No approved refunds to issue."
           ELSE
               DISPLAY "Issue " CB-LISTED-COUNT " refund(s) totalling "
                       CB-ISSUE-TOTAL "? (Y/N): " WITH NO ADVANCING
               ACCEPT CB-CONFIRM
               IF CB-CONFIRM = "Y" OR CB-CONFIRM = "y"
                   OPEN EXTEND REFUND-REGISTER-FILE
                   IF FS-REFUND-REGISTER-FILE NOT = "00"
                       AND FS-REFUND-REGISTER-FILE NOT = "05"
                       DISPLAY "REFUNDRG.DAT could not be opened (status "
                               FS-REFUND-REGISTER-FILE "). No refunds "
                               "issued."
                   ELSE
                       MOVE 0 TO CB-ISSUE-COUNT
                       MOVE 0 TO CB-ISSUE-TOTAL
                       MOVE 0 TO CB-SKIP-COUNT
                       PERFORM VARYING RFN-IDX FROM 1 BY 1
                               UNTIL RFN-IDX > REFUND-COUNT
                           IF RFN-STATUS(RFN-IDX) = "APPROVED"
                               PERFORM ISSUE-ONE-REFUND
                           END-IF
                       END-PERFORM
                       CLOSE REFUND-REGISTER-FILE
                       PERFORM SAVE-REFUND-FILE
                       DISPLAY CB-ISSUE-COUNT " refund(s) issued, total "
                               CB-ISSUE-TOTAL ", " CB-SKIP-COUNT
                               " held back. Register appended to "
                               "REFUNDRG.DAT"
                   END-IF
               END-IF
           END-IF.

       ISSUE-ONE-REFUND.
           MOVE RFN-PATIENT-ID(RFN-IDX) TO CB-PATIENT-ID.
           PERFORM FIND-REFUND-PATIENT.
           IF CB-PATIENT-FOUND = "N"
               DISPLAY "Refund " RFN-ID(RFN-IDX) " held - patient "
                       CB-PATIENT-ID " is no longer on file."
               ADD 1 TO CB-SKIP-COUNT
           ELSE
               COMPUTE CB-CREDIT =
                   PATIENT-PAID-AMOUNT(CB-MATCHED-PAT-IDX)
                   - PATIENT-BILL-AMOUNT(CB-MATCHED-PAT-IDX)
               IF RFN-AMOUNT(RFN-IDX) > CB-CREDIT
                   MOVE CB-CREDIT TO CB-AMOUNT-EDIT
                   DISPLAY "Refund " RFN-ID(RFN-IDX) " held - patient "
                           "credit is now " CB-AMOUNT-EDIT "."
                   ADD 1 TO CB-SKIP-COUNT
               ELSE
                   MOVE CB-PATIENT-ID TO PDW-PATIENT-ID
                   COMPUTE PDW-PAID-AMOUNT = 0 - RFN-AMOUNT(RFN-IDX)
                   MOVE "F" TO PDW-PAYMENT-SOURCE
                   PERFORM WRITE-PAYMENT-DETAIL
                   IF FS-PAYMENT-DETAIL-FILE NOT = "00"
                       DISPLAY "Refund " RFN-ID(RFN-IDX) " held - the "
                               "payment detail could not be posted."
                       ADD 1 TO CB-SKIP-COUNT
                   ELSE
                       PERFORM POST-ISSUED-REFUND
                   END-IF
               END-IF
           END-IF.

       POST-ISSUED-REFUND.
           MOVE PATIENT-PAYMENT-STATUS(CB-MATCHED-PAT-IDX)
               TO AW-BEFORE-VALUE.
           SUBTRACT RFN-AMOUNT(RFN-IDX)
               FROM PATIENT-PAID-AMOUNT(CB-MATCHED-PAT-IDX).
           SET PAT-IDX TO CB-MATCHED-PAT-IDX.
           PERFORM APPLY-PATIENT-UPDATE.
           MOVE "ISSUED"      TO RFN-STATUS(RFN-IDX).
           MOVE CB-TODAY-DATE TO RFN-ISSUE-DATE(RFN-IDX).
           MOVE RFN-ID(RFN-IDX)          TO RG-REFUND-ID.
           MOVE CB-TODAY-DATE            TO RG-ISSUE-DATE.
           MOVE RFN-PATIENT-ID(RFN-IDX)  TO RG-PATIENT-ID.
           MOVE RFN-PAYEE-TYPE(RFN-IDX)  TO RG-PAYEE-TYPE.
           MOVE RFN-PAYEE-NAME(RFN-IDX)  TO RG-PAYEE-NAME.
           MOVE RFN-AMOUNT(RFN-IDX)      TO RG-AMOUNT.
           MOVE RFN-APPROVED-BY(RFN-IDX) TO RG-APPROVED-BY.
           MOVE RFN-REASON(RFN-IDX)      TO RG-REASON.
           WRITE REFUND-REGISTER-RECORD.
           ADD 1 TO CB-ISSUE-COUNT.
           ADD RFN-AMOUNT(RFN-IDX) TO CB-ISSUE-TOTAL.
           DISPLAY "Refund " RFN-ID(RFN-IDX) " issued to "
                   FUNCTION TRIM(RFN-PAYEE-NAME(RFN-IDX)) " for "
                   RFN-AMOUNT(RFN-IDX) ".".
           MOVE "REFUND"        TO AW-RECORD-TYPE.
           MOVE RFN-ID(RFN-IDX) TO AW-RECORD-KEY.
           MOVE CB-PATIENT-ID   TO AW-PATIENT-ID.
           MOVE PATIENT-DOCTOR-ID(CB-MATCHED-PAT-IDX) TO AW-DOCTOR-ID.
           MOVE "ISSUE"         TO AW-ACTION.
           MOVE SPACES TO AW-AFTER-VALUE.
           STRING "PAID LESS " DELIMITED BY SIZE
               RFN-AMOUNT(RFN-IDX) DELIMITED BY SIZE
               INTO AW-AFTER-VALUE.
           PERFORM WRITE-AUDIT-ENTRY.

       RECORD-VISIT-OUTCOME.
           DISPLAY "RECORD VISIT OUTCOME".
           DISPLAY "Enter Appointment ID: " WITH NO ADVANCING.
           ACCEPT SC-APPOINTMENT-ID.
           MOVE "N" TO SC-FOUND.
           PERFORM VARYING APP-IDX FROM 1 BY 1
                   UNTIL APP-IDX > APPOINTMENT-COUNT OR SC-FOUND = "Y"
               IF APPOINTMENT-ID(APP-IDX) = SC-APPOINTMENT-ID
                   MOVE "Y" TO SC-FOUND
                   MOVE APP-IDX TO SC-MATCHED-APP-IDX
               END-IF
           END-PERFORM.
           IF SC-FOUND = "N"
               DISPLAY "Appointment ID not found."
           ELSE
               SET APP-IDX TO SC-MATCHED-APP-IDX
               ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
               COMPUTE SC-TODAY-DATE =
                   CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY
               MOVE APP-DATE(APP-IDX) TO SC-APP-DATE
               IF APP-STATUS(APP-IDX) NOT = "SCHEDULED"
                   DISPLAY "Appointment " SC-APPOINTMENT-ID " is "
                           FUNCTION TRIM(APP-STATUS(APP-IDX))
                           ". Only SCHEDULED visits can be closed."
               ELSE
                   IF SC-APP-DATE > SC-TODAY-DATE
                       DISPLAY "Appointment " SC-APPOINTMENT-ID
                               " is dated " SC-APP-DATE
                               " - an outcome cannot be recorded yet."
                   ELSE
                       PERFORM STORE-VISIT-OUTCOME
                   END-IF
               END-IF
           END-IF.

       STORE-VISIT-OUTCOME.
           DISPLAY "C=Completed, N=No-show: " WITH NO ADVANCING.
           ACCEPT SC-OUTCOME.
           INSPECT SC-OUTCOME CONVERTING DP-LOWER-ALPHA TO DP-UPPER-ALPHA.
           IF SC-OUTCOME = "C" OR SC-OUTCOME = "N"
               MOVE APP-STATUS(APP-IDX)     TO AW-BEFORE-VALUE
               IF SC-OUTCOME = "C"
                   MOVE "COMPLETED" TO APP-STATUS(APP-IDX)
               ELSE
                   MOVE "NO-SHOW"   TO APP-STATUS(APP-IDX)
               END-IF
               PERFORM APPLY-APPOINTMENT-UPDATE
               DISPLAY "Appointment " SC-APPOINTMENT-ID " marked "
                       FUNCTION TRIM(APP-STATUS(APP-IDX)) "."
               MOVE "APPOINT"               TO AW-RECORD-TYPE
               MOVE SC-APPOINTMENT-ID       TO AW-RECORD-KEY
               MOVE APP-PATIENT-ID(APP-IDX) TO AW-PATIENT-ID
               MOVE APP-DOCTOR-ID(APP-IDX)  TO AW-DOCTOR-ID
               MOVE "OUTCOME"               TO AW-ACTION
               MOVE APP-STATUS(APP-IDX)     TO AW-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           ELSE
               DISPLAY "No outcome recorded."
           END-IF.

       PHYSICIAN-SCORECARD.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE SC-TODAY-DATE =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY.
           COMPUTE SC-TODAY-INT = FUNCTION INTEGER-OF-DATE(SC-TODAY-DATE).
           IF BATCH-MODE-FLAG = "Y"
               COMPUTE SC-PERIOD = CURR-YEAR * 100 + CURR-MONTH
           ELSE
               DISPLAY "PHYSICIAN SCORECARD"
               DISPLAY "--------------------"
               DISPLAY "Enter Period (YYYYMM, 0 = last month): "
                       WITH NO ADVANCING
               ACCEPT SC-PERIOD
               IF SC-PERIOD = 0
                   IF CURR-MONTH = 1
                       COMPUTE SC-PERIOD = (CURR-YEAR - 1) * 100 + 12
                   ELSE
                       COMPUTE SC-PERIOD = CURR-YEAR * 100 + CURR-MONTH - 1
                   END-IF
               END-IF
               PERFORM ACCEPT-INCENTIVE-SETTINGS
           END-IF.
           COMPUTE SC-FROM-DATE = SC-PERIOD * 100 + 1.
           COMPUTE SC-TO-DATE   = SC-PERIOD * 100 + 31.
           IF SC-PERIOD(5:2) = "12"
               COMPUTE SC-NEXT-DATE = (SC-PERIOD + 89) * 100 + 1
           ELSE
               COMPUTE SC-NEXT-DATE = (SC-PERIOD + 1) * 100 + 1
           END-IF.
           MOVE SC-FROM-DATE(5:2) TO IA-CHECK-MONTH.
           IF IA-CHECK-MONTH < 1 OR IA-CHECK-MONTH > 12
               IF BATCH-MODE-FLAG NOT = "Y"
                   DISPLAY "Invalid period " SC-PERIOD
                           ". Scorecard NOT produced."
               END-IF
           ELSE
               PERFORM BUILD-PHYSICIAN-SCORECARD
           END-IF.

       ACCEPT-INCENTIVE-SETTINGS.
           MOVE SC-INCENTIVE-PCT TO SC-PCT-EDIT.
           MOVE SC-INCENTIVE-THRESHOLD TO SC-MONEY-EDIT.
           DISPLAY "Incentive: " SC-PCT-EDIT "% of collections above "
                   SC-MONEY-EDIT.
           DISPLAY "Change incentive settings for this run? (Y/N): "
                   WITH NO ADVANCING.
           ACCEPT SC-CONFIRM.
           IF SC-CONFIRM = "Y" OR SC-CONFIRM = "y"
               DISPLAY "Enter Incentive Percentage: " WITH NO ADVANCING
               ACCEPT SC-PCT-INPUT
               IF SC-PCT-INPUT > 100
                   DISPLAY "Percentage over 100 ignored."
               ELSE
                   MOVE SC-PCT-INPUT TO SC-INCENTIVE-PCT
               END-IF
               DISPLAY "Enter Collections Threshold: " WITH NO ADVANCING
               ACCEPT SC-THRESHOLD-INPUT
               MOVE SC-THRESHOLD-INPUT TO SC-INCENTIVE-THRESHOLD
           END-IF.

       BUILD-PHYSICIAN-SCORECARD.
           COMPUTE SC-FROM-INT = FUNCTION INTEGER-OF-DATE(SC-FROM-DATE).
           COMPUTE SC-NEXT-INT = FUNCTION INTEGER-OF-DATE(SC-NEXT-DATE).
           IF SC-NEXT-INT > SC-TODAY-INT + 1
               COMPUTE SC-NEXT-INT = SC-TODAY-INT + 1
           END-IF.
           PERFORM VARYING SCD-IDX FROM 1 BY 1 UNTIL SCD-IDX > 50
               INITIALIZE SCD-ENTRY(SCD-IDX)
           END-PERFORM.
           MOVE 0 TO SC-UNATTRIB-CHARGES.
           MOVE 0 TO SC-UNATTRIB-COLLECT.

           PERFORM VARYING APP-IDX FROM 1 BY 1
                   UNTIL APP-IDX > APPOINTMENT-COUNT
               IF APP-DATE(APP-IDX) >= SC-FROM-DATE
                   AND APP-DATE(APP-IDX) <= SC-TO-DATE
                   MOVE APP-DOCTOR-ID(APP-IDX) TO SC-SEARCH-DOCTOR-ID
                   MOVE APP-STATUS(APP-IDX)    TO SC-VISIT-STATUS
                   PERFORM COUNT-SCORECARD-VISIT
               END-IF
           END-PERFORM.
           OPEN INPUT APPOINTMENT-HIST-FILE.
           IF FS-APPOINTMENT-HIST-FILE = "00" OR FS-APPOINTMENT-HIST-FILE = "05"
               PERFORM UNTIL FS-APPOINTMENT-HIST-FILE NOT = "00"
                   READ APPOINTMENT-HIST-FILE
                       AT END
                           MOVE "10" TO FS-APPOINTMENT-HIST-FILE
                       NOT AT END
                           MOVE AH-APPOINTMENT-DATA TO APPOINTMENT-RECORD
                           IF AF-APPOINTMENT-DATE >= SC-FROM-DATE
                               AND AF-APPOINTMENT-DATE <= SC-TO-DATE
                               MOVE AF-DOCTOR-ID TO SC-SEARCH-DOCTOR-ID
                               MOVE AF-APPOINTMENT-STATUS
                                   TO SC-VISIT-STATUS
                               PERFORM COUNT-SCORECARD-VISIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPOINTMENT-HIST-FILE
           END-IF.

           PERFORM VARYING PAT-IDX FROM 1 BY 1 UNTIL PAT-IDX > PATIENT-COUNT
               IF ADM-YEAR(PAT-IDX) NOT = 0
                   MOVE PATIENT-ADMISSION-DATE(PAT-IDX) TO SC-STAY-ADM
                   MOVE PATIENT-DISCHARGE-DATE(PAT-IDX) TO SC-STAY-DIS
                   MOVE PATIENT-DOCTOR-ID(PAT-IDX)      TO SC-SEARCH-DOCTOR-ID
                   PERFORM COUNT-SCORECARD-STAY
               END-IF
           END-PERFORM.
           MOVE 0 TO SCH-COUNT.
           OPEN INPUT PATIENT-HIST-FILE.
           IF FS-PATIENT-HIST-FILE = "00" OR FS-PATIENT-HIST-FILE = "05"
               PERFORM UNTIL FS-PATIENT-HIST-FILE NOT = "00"
                   READ PATIENT-HIST-FILE
                       AT END
                           MOVE "10" TO FS-PATIENT-HIST-FILE
                       NOT AT END
                           MOVE PH-PATIENT-DATA TO PATIENT-RECORD
                           IF PF-ADM-YEAR NOT = 0
                               MOVE PF-PATIENT-ADMISSION-DATE
                                   TO SC-STAY-ADM
                               MOVE PF-PATIENT-DISCHARGE-DATE
                                   TO SC-STAY-DIS
                               MOVE PF-PATIENT-DOCTOR-ID
                                   TO SC-SEARCH-DOCTOR-ID
                               PERFORM COUNT-SCORECARD-STAY
                           END-IF
                           PERFORM NOTE-SCORECARD-HIST-PATIENT
                   END-READ
               END-PERFORM
               CLOSE PATIENT-HIST-FILE
           END-IF.

           PERFORM VARYING CHG-IDX FROM 1 BY 1 UNTIL CHG-IDX > CHARGE-COUNT
               IF CHARGE-DATE(CHG-IDX) >= SC-FROM-DATE
                   AND CHARGE-DATE(CHG-IDX) <= SC-TO-DATE
                   COMPUTE SC-CHARGE-AMOUNT =
                       CHARGE-QUANTITY(CHG-IDX) * CHARGE-UNIT-PRICE(CHG-IDX)
                   MOVE CHARGE-PATIENT-ID(CHG-IDX) TO SC-SEARCH-PATIENT-ID
                   PERFORM FIND-SCORECARD-PATIENT-SLOT
                   IF SC-DOC-SLOT = 0
                       ADD SC-CHARGE-AMOUNT TO SC-UNATTRIB-CHARGES
                   ELSE
                       ADD SC-CHARGE-AMOUNT TO SCD-CHARGES(SC-DOC-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

           OPEN INPUT PAYMENT-DETAIL-FILE.
           IF FS-PAYMENT-DETAIL-FILE = "00"
               OR FS-PAYMENT-DETAIL-FILE = "05"
               PERFORM UNTIL FS-PAYMENT-DETAIL-FILE NOT = "00"
                   READ PAYMENT-DETAIL-FILE
                       AT END
                           MOVE "10" TO FS-PAYMENT-DETAIL-FILE
                       NOT AT END
                           IF PD-PAYMENT-DATE >= SC-FROM-DATE
                               AND PD-PAYMENT-DATE <= SC-TO-DATE
                               MOVE PD-PATIENT-ID TO SC-SEARCH-PATIENT-ID
                               PERFORM FIND-SCORECARD-PATIENT-SLOT
                               IF SC-DOC-SLOT = 0
                                   ADD PD-PAID-AMOUNT TO SC-UNATTRIB-COLLECT
                               ELSE
                                   ADD PD-PAID-AMOUNT
                                       TO SCD-COLLECTIONS(SC-DOC-SLOT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-DETAIL-FILE
           END-IF.

           PERFORM VARYING DEN-IDX FROM 1 BY 1 UNTIL DEN-IDX > DENIAL-COUNT
               IF DENIAL-DATE(DEN-IDX) >= SC-FROM-DATE
                   AND DENIAL-DATE(DEN-IDX) <= SC-TO-DATE
                   MOVE DENIAL-PATIENT-ID(DEN-IDX) TO SC-SEARCH-PATIENT-ID
                   PERFORM FIND-SCORECARD-PATIENT-SLOT
                   IF SC-DOC-SLOT NOT = 0
                       ADD 1 TO SCD-DENIAL-COUNT(SC-DOC-SLOT)
                       ADD DENIAL-CLAIM-AMOUNT(DEN-IDX)
                           TO SCD-DENIAL-AMOUNT(SC-DOC-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING FB-IDX FROM 1 BY 1 UNTIL FB-IDX > FEEDBACK-COUNT
               IF RATING-DATE(FB-IDX) >= SC-FROM-DATE
                   AND RATING-DATE(FB-IDX) <= SC-TO-DATE
                   MOVE RATING-DOCTOR-ID(FB-IDX) TO SC-SEARCH-DOCTOR-ID
                   PERFORM FIND-SCORECARD-DOCTOR-SLOT
                   IF SC-DOC-SLOT NOT = 0
                       ADD 1 TO SCD-RATING-COUNT(SC-DOC-SLOT)
                       ADD RATING-VALUE(FB-IDX)
                           TO SCD-RATING-SUM(SC-DOC-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM WRITE-PHYSICIAN-SCORECARD.

       FIND-SCORECARD-DOCTOR-SLOT.
           MOVE 0 TO SC-DOC-SLOT.
           PERFORM VARYING DOC-IDX FROM 1 BY 1
                   UNTIL DOC-IDX > DOCTOR-COUNT OR SC-DOC-SLOT NOT = 0
               IF DOCTOR-ID(DOC-IDX) = SC-SEARCH-DOCTOR-ID
                   SET SC-DOC-SLOT TO DOC-IDX
               END-IF
           END-PERFORM.

       FIND-SCORECARD-PATIENT-SLOT.
           MOVE 0 TO SC-SEARCH-DOCTOR-ID.
           MOVE "N" TO SC-FOUND.
           PERFORM VARYING PAT-IDX FROM 1 BY 1
                   UNTIL PAT-IDX > PATIENT-COUNT OR SC-FOUND = "Y"
               IF PATIENT-ID(PAT-IDX) = SC-SEARCH-PATIENT-ID
                   MOVE "Y" TO SC-FOUND
                   MOVE PATIENT-DOCTOR-ID(PAT-IDX) TO SC-SEARCH-DOCTOR-ID
               END-IF
           END-PERFORM.
           IF SC-FOUND = "N"
               PERFORM VARYING SCH-IDX FROM 1 BY 1
                       UNTIL SCH-IDX > SCH-COUNT OR SC-FOUND = "Y"
                   IF SCH-PATIENT-ID(SCH-IDX) = SC-SEARCH-PATIENT-ID
                       MOVE "Y" TO SC-FOUND
                       MOVE SCH-DOCTOR-ID(SCH-IDX) TO SC-SEARCH-DOCTOR-ID
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM FIND-SCORECARD-DOCTOR-SLOT.

       NOTE-SCORECARD-HIST-PATIENT.
           MOVE "N" TO SC-FOUND.
           PERFORM VARYING SCH-IDX FROM 1 BY 1
                   UNTIL SCH-IDX > SCH-COUNT OR SC-FOUND = "Y"
               IF SCH-PATIENT-ID(SCH-IDX) = PF-PATIENT-ID
                   MOVE "Y" TO SC-FOUND
                   MOVE PF-PATIENT-DOCTOR-ID TO SCH-DOCTOR-ID(SCH-IDX)
               END-IF
           END-PERFORM.
           IF SC-FOUND = "N" AND SCH-COUNT < 1000
               ADD 1 TO SCH-COUNT
               SET SCH-IDX TO SCH-COUNT
               MOVE PF-PATIENT-ID        TO SCH-PATIENT-ID(SCH-IDX)
               MOVE PF-PATIENT-DOCTOR-ID TO SCH-DOCTOR-ID(SCH-IDX)
           END-IF.

       COUNT-SCORECARD-VISIT.
           PERFORM FIND-SCORECARD-DOCTOR-SLOT.
           IF SC-DOC-SLOT NOT = 0
               EVALUATE SC-VISIT-STATUS
                   WHEN "COMPLETED" ADD 1 TO SCD-COMPLETED(SC-DOC-SLOT)
                   WHEN "CANCELLED" ADD 1 TO SCD-CANCELLED(SC-DOC-SLOT)
                   WHEN "NO-SHOW"   ADD 1 TO SCD-NOSHOW(SC-DOC-SLOT)
                   WHEN OTHER       ADD 1 TO SCD-OPEN(SC-DOC-SLOT)
               END-EVALUATE
           END-IF.

       COUNT-SCORECARD-STAY.
           MOVE SC-STAY-ADM(1:4) TO IA-CHECK-YEAR.
           MOVE SC-STAY-ADM(5:2) TO IA-CHECK-MONTH.
           MOVE SC-STAY-ADM(7:2) TO IA-CHECK-DAY.
           PERFORM CHECK-DATE-VALID.
           IF IA-DATE-OK = "Y"
               PERFORM FIND-SCORECARD-DOCTOR-SLOT
           ELSE
               MOVE 0 TO SC-DOC-SLOT
           END-IF.
           IF SC-DOC-SLOT NOT = 0
               COMPUTE SC-STAY-START-INT =
                   FUNCTION INTEGER-OF-DATE(SC-STAY-ADM)
               IF SC-STAY-START-INT < SC-FROM-INT
                   MOVE SC-FROM-INT TO SC-STAY-START-INT
               END-IF
               MOVE SC-NEXT-INT TO SC-STAY-END-INT
               IF SC-STAY-DIS NOT = 0
                   MOVE SC-STAY-DIS(1:4) TO IA-CHECK-YEAR
                   MOVE SC-STAY-DIS(5:2) TO IA-CHECK-MONTH
                   MOVE SC-STAY-DIS(7:2) TO IA-CHECK-DAY
                   PERFORM CHECK-DATE-VALID
                   IF IA-DATE-OK = "Y"
                       IF FUNCTION INTEGER-OF-DATE(SC-STAY-DIS)
                           < SC-STAY-END-INT
                           COMPUTE SC-STAY-END-INT =
                               FUNCTION INTEGER-OF-DATE(SC-STAY-DIS)
                       END-IF
                   END-IF
               END-IF
               COMPUTE SC-STAY-DAYS = SC-STAY-END-INT - SC-STAY-START-INT
               IF SC-STAY-DAYS > 0
                   ADD SC-STAY-DAYS TO SCD-INPT-DAYS(SC-DOC-SLOT)
               END-IF
           END-IF.

       WRITE-SCORECARD-LINE.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY SCORECARD-REPORT-LINE
           END-IF.
           WRITE SCORECARD-REPORT-LINE.

       WRITE-PHYSICIAN-SCORECARD.
           MOVE 0 TO SC-TOT-CHARGES.
           MOVE 0 TO SC-TOT-COLLECT.
           MOVE 0 TO SC-TOT-INCENTIVE.
           OPEN OUTPUT SCORECARD-REPORT-FILE.
           OPEN OUTPUT SCORECARD-FILE.
           MOVE SPACES TO SCORECARD-REPORT-LINE.
           STRING "PHYSICIAN SCORECARD - PERIOD " DELIMITED BY SIZE
               SC-PERIOD DELIMITED BY SIZE
               "   RUN " DELIMITED BY SIZE
               SC-TODAY-DATE DELIMITED BY SIZE
               INTO SCORECARD-REPORT-LINE.
           PERFORM WRITE-SCORECARD-LINE.
           MOVE SC-INCENTIVE-PCT TO SC-PCT-EDIT.
           MOVE SC-INCENTIVE-THRESHOLD TO SC-MONEY-EDIT.
           MOVE SPACES TO SCORECARD-REPORT-LINE.
           STRING "INCENTIVE = " DELIMITED BY SIZE
               SC-PCT-EDIT DELIMITED BY SIZE
               "% OF NET COLLECTIONS ABOVE " DELIMITED BY SIZE
               SC-MONEY-EDIT DELIMITED BY SIZE
               "   CHG/SAL = CHARGES AS % OF MONTHLY SALARY"
                   DELIMITED BY SIZE
               INTO SCORECARD-REPORT-LINE.
           PERFORM WRITE-SCORECARD-LINE.
           IF CHARGE-LOAD-OVERFLOW = "Y"
               MOVE "WARNING: CHARGES.DAT holds more records than the table could load - gross charges are understated"
                   TO SCORECARD-REPORT-LINE
               PERFORM WRITE-SCORECARD-LINE
           END-IF.
           MOVE ALL "-" TO SCORECARD-REPORT-LINE.
           PERFORM WRITE-SCORECARD-LINE.
           PERFORM VARYING SCD-IDX FROM 1 BY 1 UNTIL SCD-IDX > DOCTOR-COUNT
               PERFORM WRITE-SCORECARD-DOCTOR
           END-PERFORM.
           MOVE ALL "-" TO SCORECARD-REPORT-LINE.
           PERFORM WRITE-SCORECARD-LINE.
           MOVE SPACES TO SCORECARD-REPORT-LINE.
           MOVE SC-TOT-CHARGES TO SC-TOTAL-EDIT.
           MOVE SC-TOT-COLLECT TO SC-TOTAL-EDIT2.
           MOVE SC-TOT-INCENTIVE TO SC-MONEY-EDIT.
           STRING "TOTAL CHARGES " DELIMITED BY SIZE
               SC-TOTAL-EDIT DELIMITED BY SIZE
               "  COLLECTIONS " DELIMITED BY SIZE
               SC-TOTAL-EDIT2 DELIMITED BY SIZE
               "  INCENTIVES " DELIMITED BY SIZE
               SC-MONEY-EDIT DELIMITED BY SIZE
               INTO SCORECARD-REPORT-LINE.
           PERFORM WRITE-SCORECARD-LINE.
           IF SC-UNATTRIB-CHARGES NOT = 0 OR SC-UNATTRIB-COLLECT NOT = 0
               MOVE SPACES TO SCORECARD-REPORT-LINE
               MOVE SC-UNATTRIB-CHARGES TO SC-TOTAL-EDIT
               MOVE SC-UNATTRIB-COLLECT TO SC-TOTAL-EDIT2
               STRING "NOT ATTRIBUTED (patient or doctor no longer on file)"
                       DELIMITED BY SIZE
                   " CHARGES " DELIMITED BY SIZE
                   SC-TOTAL-EDIT DELIMITED BY SIZE
                   "  COLLECTIONS " DELIMITED BY SIZE
                   SC-TOTAL-EDIT2 DELIMITED BY SIZE
                   INTO SCORECARD-REPORT-LINE
               PERFORM WRITE-SCORECARD-LINE
           END-IF.
           CLOSE SCORECARD-FILE.
           CLOSE SCORECARD-REPORT-FILE.
           IF BATCH-MODE-FLAG = "Y"
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "Physician scorecard: period " DELIMITED BY SIZE
                   SC-PERIOD DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   DOCTOR-COUNT DELIMITED BY SIZE
                   " doctor(s), written to PHYSCARD.TXT and PHYSCARD.DAT"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           ELSE
               DISPLAY "Report written to PHYSCARD.TXT, payroll file "
                       "PHYSCARD.DAT"
           END-IF.

       WRITE-SCORECARD-DOCTOR.
           SET DOC-IDX TO SCD-IDX.
           COMPUTE SC-MONTHLY-SALARY ROUNDED = DOCTOR-SALARY(DOC-IDX) / 12.
           MOVE 0 TO SC-SALARY-PCT.
           IF SC-MONTHLY-SALARY > 0 AND SCD-CHARGES(SCD-IDX) > 0
               COMPUTE SC-SALARY-PCT ROUNDED =
                   SCD-CHARGES(SCD-IDX) * 100 / SC-MONTHLY-SALARY
                   ON SIZE ERROR MOVE 99999.99 TO SC-SALARY-PCT
               END-COMPUTE
           END-IF.
           MOVE 0 TO SC-DENIAL-RATE.
           IF SCD-CHARGES(SCD-IDX) > 0
               COMPUTE SC-DENIAL-RATE ROUNDED =
                   SCD-DENIAL-AMOUNT(SCD-IDX) * 100 / SCD-CHARGES(SCD-IDX)
                   ON SIZE ERROR MOVE 999.99 TO SC-DENIAL-RATE
               END-COMPUTE
           END-IF.
           MOVE 0 TO SC-AVG-RATING.
           IF SCD-RATING-COUNT(SCD-IDX) > 0
               COMPUTE SC-AVG-RATING ROUNDED =
                   SCD-RATING-SUM(SCD-IDX) / SCD-RATING-COUNT(SCD-IDX)
           END-IF.
           MOVE 0 TO SC-INCENTIVE.
           IF SCD-COLLECTIONS(SCD-IDX) > SC-INCENTIVE-THRESHOLD
               COMPUTE SC-INCENTIVE ROUNDED =
                   (SCD-COLLECTIONS(SCD-IDX) - SC-INCENTIVE-THRESHOLD)
                   * SC-INCENTIVE-PCT / 100
           END-IF.
           ADD SCD-CHARGES(SCD-IDX)     TO SC-TOT-CHARGES.
           ADD SCD-COLLECTIONS(SCD-IDX) TO SC-TOT-COLLECT.
           ADD SC-INCENTIVE             TO SC-TOT-INCENTIVE.

           MOVE SPACES TO SCORECARD-REPORT-LINE.
           MOVE SC-AVG-RATING TO SC-RATING-EDIT.
           STRING DOCTOR-ID(DOC-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DOCTOR-NAME(DOC-IDX) DELIMITED BY SIZE
               " VISITS DONE " DELIMITED BY SIZE
               SCD-COMPLETED(SCD-IDX) DELIMITED BY SIZE
               " CANC " DELIMITED BY SIZE
               SCD-CANCELLED(SCD-IDX) DELIMITED BY SIZE
               " NO-SHOW " DELIMITED BY SIZE
               SCD-NOSHOW(SCD-IDX) DELIMITED BY SIZE
               " OPEN " DELIMITED BY SIZE
               SCD-OPEN(SCD-IDX) DELIMITED BY SIZE
               "  IP DAYS " DELIMITED BY SIZE
               SCD-INPT-DAYS(SCD-IDX) DELIMITED BY SIZE
               "  RATING " DELIMITED BY SIZE
               SC-RATING-EDIT DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               SCD-RATING-COUNT(SCD-IDX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO SCORECARD-REPORT-LINE.
           PERFORM WRITE-SCORECARD-LINE.
           MOVE SPACES TO SCORECARD-REPORT-LINE.
           MOVE SCD-CHARGES(SCD-IDX)     TO SC-TOTAL-EDIT.
           MOVE SCD-COLLECTIONS(SCD-IDX) TO SC-TOTAL-EDIT2.
           MOVE SC-DENIAL-RATE           TO SC-PCT-EDIT.
           MOVE SC-SALARY-PCT            TO SC-SALPCT-EDIT.
           MOVE SC-INCENTIVE             TO SC-MONEY-EDIT.
           STRING "      CHARGES " DELIMITED BY SIZE
               SC-TOTAL-EDIT DELIMITED BY SIZE
               " COLLECTED " DELIMITED BY SIZE
               SC-TOTAL-EDIT2 DELIMITED BY SIZE
               " DENIALS " DELIMITED BY SIZE
               SCD-DENIAL-COUNT(SCD-IDX) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               SC-PCT-EDIT DELIMITED BY SIZE
               "%) CHG/SAL " DELIMITED BY SIZE
               SC-SALPCT-EDIT DELIMITED BY SIZE
               "% INCENTIVE " DELIMITED BY SIZE
               SC-MONEY-EDIT DELIMITED BY SIZE
               INTO SCORECARD-REPORT-LINE.
           PERFORM WRITE-SCORECARD-LINE.

           MOVE SC-PERIOD                  TO SX-PERIOD.
           MOVE DOCTOR-ID(DOC-IDX)         TO SX-DOCTOR-ID.
           MOVE DOCTOR-NAME(DOC-IDX)       TO SX-DOCTOR-NAME.
           MOVE SCD-COMPLETED(SCD-IDX)     TO SX-VISITS-COMPLETED.
           MOVE SCD-CANCELLED(SCD-IDX)     TO SX-VISITS-CANCELLED.
           MOVE SCD-NOSHOW(SCD-IDX)        TO SX-VISITS-NOSHOW.
           MOVE SCD-INPT-DAYS(SCD-IDX)     TO SX-INPATIENT-DAYS.
           MOVE SCD-CHARGES(SCD-IDX)       TO SX-GROSS-CHARGES.
           MOVE SCD-COLLECTIONS(SCD-IDX)   TO SX-COLLECTIONS.
           MOVE SCD-DENIAL-COUNT(SCD-IDX)  TO SX-DENIAL-COUNT.
           MOVE SCD-DENIAL-AMOUNT(SCD-IDX) TO SX-DENIAL-AMOUNT.
           MOVE SC-DENIAL-RATE             TO SX-DENIAL-RATE.
           MOVE SCD-RATING-COUNT(SCD-IDX)  TO SX-RATING-COUNT.
           MOVE SC-AVG-RATING              TO SX-AVG-RATING.
           MOVE SC-MONTHLY-SALARY          TO SX-MONTHLY-SALARY.
           MOVE SC-SALARY-PCT              TO SX-CHARGE-SALARY-PCT.
           MOVE SC-INCENTIVE               TO SX-INCENTIVE.
           WRITE SCORECARD-RECORD.

       PRODUCE-DISCHARGE-SUMMARY.
           MOVE "D" TO SM-OUTPUT-MODE.
           OPEN EXTEND DISCHARGE-SUMMARY-FILE.
           OPEN EXTEND REFERRAL-EXTRACT-FILE.
           IF (FS-DISCHARGE-SUMMARY-FILE NOT = "00"
                   AND FS-DISCHARGE-SUMMARY-FILE NOT = "05")
               OR (FS-REFERRAL-EXTRACT-FILE NOT = "00"
                   AND FS-REFERRAL-EXTRACT-FILE NOT = "05")
               DISPLAY "Discharge summary NOT produced - DISCHSUM.TXT ("
                       FS-DISCHARGE-SUMMARY-FILE ") or REFERRAL.DAT ("
                       FS-REFERRAL-EXTRACT-FILE ") could not be opened. "
                       "Use the reprint option once corrected."
           ELSE
               MOVE PATIENT-ENTRY(ADT-MATCHED-PAT-IDX) TO PATIENT-RECORD
               PERFORM BUILD-DISCHARGE-SUMMARY
               DISPLAY "Discharge summary appended to DISCHSUM.TXT, "
                       "referral extract to REFERRAL.DAT."
           END-IF.
           IF FS-DISCHARGE-SUMMARY-FILE = "00"
               OR FS-DISCHARGE-SUMMARY-FILE = "05"
               CLOSE DISCHARGE-SUMMARY-FILE
           END-IF.
           IF FS-REFERRAL-EXTRACT-FILE = "00"
               OR FS-REFERRAL-EXTRACT-FILE = "05"
               CLOSE REFERRAL-EXTRACT-FILE
           END-IF.

       DISCHARGE-SUMMARY-REPRINT.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE SM-TODAY-DATE =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY.
           COMPUTE SM-TODAY-INT = FUNCTION INTEGER-OF-DATE(SM-TODAY-DATE).
           IF BATCH-MODE-FLAG = "Y"
               MOVE SM-PARAM-FROM TO SM-FROM-DATE
               MOVE SM-PARAM-TO   TO SM-TO-DATE
           ELSE
               DISPLAY "DISCHARGE SUMMARY REPRINT"
               DISPLAY "--------------------------"
               DISPLAY "Enter First Discharge Date (YYYYMMDD, "
                       "0 = yesterday): " WITH NO ADVANCING
               ACCEPT SM-FROM-DATE
               DISPLAY "Enter Last Discharge Date (YYYYMMDD, "
                       "0 = same day): " WITH NO ADVANCING
               ACCEPT SM-TO-DATE
           END-IF.
           IF SM-FROM-DATE = 0
               COMPUTE SM-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(SM-TODAY-INT - 1)
           END-IF.
           IF SM-TO-DATE = 0
               MOVE SM-FROM-DATE TO SM-TO-DATE
           END-IF.
           MOVE SM-FROM-DATE(1:4) TO IA-CHECK-YEAR.
           MOVE SM-FROM-DATE(5:2) TO IA-CHECK-MONTH.
           MOVE SM-FROM-DATE(7:2) TO IA-CHECK-DAY.
           PERFORM CHECK-DATE-VALID.
           MOVE IA-DATE-OK TO SM-DATE-OK.
           MOVE SM-TO-DATE(1:4) TO IA-CHECK-YEAR.
           MOVE SM-TO-DATE(5:2) TO IA-CHECK-MONTH.
           MOVE SM-TO-DATE(7:2) TO IA-CHECK-DAY.
           PERFORM CHECK-DATE-VALID.
           IF SM-DATE-OK = "N" OR IA-DATE-OK = "N"
               OR SM-FROM-DATE > SM-TO-DATE
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "Discharge summary reprint: invalid date range "
                       DELIMITED BY SIZE
                   SM-FROM-DATE DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   SM-TO-DATE DELIMITED BY SIZE
                   ", nothing printed" DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM RUN-DISCHARGE-REPRINT
           END-IF.

       RUN-DISCHARGE-REPRINT.
           MOVE "R" TO SM-OUTPUT-MODE.
           MOVE 0 TO SM-SUMMARY-COUNT.
           OPEN OUTPUT DISCHARGE-REPRINT-FILE.
           OPEN OUTPUT REFERRAL-REPRINT-FILE.
           PERFORM VARYING PAT-IDX FROM 1 BY 1 UNTIL PAT-IDX > PATIENT-COUNT
               IF DIS-YEAR(PAT-IDX) NOT = 0
                   AND PATIENT-DISCHARGE-DATE(PAT-IDX) >= SM-FROM-DATE
                   AND PATIENT-DISCHARGE-DATE(PAT-IDX) <= SM-TO-DATE
                   MOVE PATIENT-ENTRY(PAT-IDX) TO PATIENT-RECORD
                   PERFORM BUILD-DISCHARGE-SUMMARY
               END-IF
           END-PERFORM.
           OPEN INPUT PATIENT-HIST-FILE.
           IF FS-PATIENT-HIST-FILE = "00" OR FS-PATIENT-HIST-FILE = "05"
               PERFORM UNTIL FS-PATIENT-HIST-FILE NOT = "00"
                   READ PATIENT-HIST-FILE
                       AT END
                           MOVE "10" TO FS-PATIENT-HIST-FILE
                       NOT AT END
                           MOVE PH-PATIENT-DATA TO PATIENT-RECORD
                           IF PF-DIS-YEAR NOT = 0
                               AND PF-PATIENT-DISCHARGE-DATE
                                   >= SM-FROM-DATE
                               AND PF-PATIENT-DISCHARGE-DATE
                                   <= SM-TO-DATE
                               PERFORM BUILD-DISCHARGE-SUMMARY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATIENT-HIST-FILE
           END-IF.
           CLOSE DISCHARGE-REPRINT-FILE.
           CLOSE REFERRAL-REPRINT-FILE.
           IF BATCH-MODE-FLAG = "Y"
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "Discharge summary reprint: " DELIMITED BY SIZE
                   SM-SUMMARY-COUNT DELIMITED BY SIZE
                   " discharge(s) " DELIMITED BY SIZE
                   SM-FROM-DATE DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   SM-TO-DATE DELIMITED BY SIZE
                   ", written to DISREPRT.TXT and REFREPRT.DAT"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           ELSE
               DISPLAY SM-SUMMARY-COUNT " discharge summary(ies) written "
                       "to DISREPRT.TXT, referral extracts to REFREPRT.DAT"
           END-IF.

       WRITE-SUMMARY-LINE.
           IF SM-OUTPUT-MODE = "D"
               WRITE DISCHARGE-SUMMARY-LINE FROM SM-LINE
           ELSE
               IF BATCH-MODE-FLAG NOT = "Y"
                   DISPLAY SM-LINE
               END-IF
               WRITE DISCHARGE-REPRINT-LINE FROM SM-LINE
           END-IF.
           MOVE SPACES TO SM-LINE.

       BUILD-DISCHARGE-SUMMARY.
           ADD 1 TO SM-SUMMARY-COUNT.
           INITIALIZE REFERRAL-EXTRACT-RECORD.
           MOVE "DS" TO RX-RECORD-TYPE.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE RX-PRODUCED-DATE =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY.
           MOVE PF-PATIENT-ADMISSION-DATE TO SM-ADM-DATE.
           MOVE PF-PATIENT-DISCHARGE-DATE TO SM-DIS-DATE.
           MOVE SPACES TO SM-LINE.
           PERFORM WRITE-SUMMARY-HEADER.
           PERFORM WRITE-SUMMARY-ROOMS.
           PERFORM WRITE-SUMMARY-DIAGNOSIS.
           PERFORM WRITE-SUMMARY-MEDICATIONS.
           PERFORM WRITE-SUMMARY-LABS.
           PERFORM WRITE-SUMMARY-FOLLOWUP.
           PERFORM WRITE-SUMMARY-BILL.
           MOVE ALL "=" TO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           IF SM-OUTPUT-MODE = "D"
               WRITE REFERRAL-EXTRACT-RECORD
           ELSE
               WRITE REFERRAL-REPRINT-RECORD FROM REFERRAL-EXTRACT-RECORD
           END-IF.

       FIND-SUMMARY-DOCTOR-NAME.
           MOVE "NOT ON FILE" TO SM-DOCTOR-NAME.
           PERFORM VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX > DOCTOR-COUNT
               IF DOCTOR-ID(DOC-IDX) = SM-DOCTOR-ID
                   MOVE DOCTOR-NAME(DOC-IDX) TO SM-DOCTOR-NAME
               END-IF
           END-PERFORM.

       WRITE-SUMMARY-HEADER.
           MOVE ALL "=" TO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           STRING "DISCHARGE SUMMARY - PATIENT " DELIMITED BY SIZE
               PF-PATIENT-ID DELIMITED BY SIZE
               "   PRODUCED " DELIMITED BY SIZE
               RX-PRODUCED-DATE DELIMITED BY SIZE
               INTO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           STRING "Name: " DELIMITED BY SIZE
               PF-PATIENT-NAME DELIMITED BY SIZE
               " Age: " DELIMITED BY SIZE
               PF-PATIENT-AGE DELIMITED BY SIZE
               " Gender: " DELIMITED BY SIZE
               PF-PATIENT-GENDER DELIMITED BY SIZE
               " Phone: " DELIMITED BY SIZE
               PF-PATIENT-PHONE DELIMITED BY SIZE
               " Insurance: " DELIMITED BY SIZE
               PF-PATIENT-INSURANCE-ID DELIMITED BY SIZE
               INTO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           STRING "Address: " DELIMITED BY SIZE
               PF-PATIENT-ADDRESS DELIMITED BY SIZE
               INTO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE PF-PATIENT-DOCTOR-ID TO SM-DOCTOR-ID.
           PERFORM FIND-SUMMARY-DOCTOR-NAME.
           MOVE 0 TO SM-LOS-DAYS.
           MOVE PF-ADM-YEAR  TO IA-CHECK-YEAR.
           MOVE PF-ADM-MONTH TO IA-CHECK-MONTH.
           MOVE PF-ADM-DAY   TO IA-CHECK-DAY.
           PERFORM CHECK-DATE-VALID.
           MOVE IA-DATE-OK TO SM-DATE-OK.
           MOVE PF-DIS-YEAR  TO IA-CHECK-YEAR.
           MOVE PF-DIS-MONTH TO IA-CHECK-MONTH.
           MOVE PF-DIS-DAY   TO IA-CHECK-DAY.
           PERFORM CHECK-DATE-VALID.
           IF SM-DATE-OK = "Y" AND IA-DATE-OK = "Y"
               AND SM-DIS-DATE >= SM-ADM-DATE
               COMPUTE SM-LOS-DAYS =
                   FUNCTION INTEGER-OF-DATE(SM-DIS-DATE)
                   - FUNCTION INTEGER-OF-DATE(SM-ADM-DATE)
           END-IF.
           STRING "Attending: " DELIMITED BY SIZE
               PF-PATIENT-DOCTOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-DOCTOR-NAME DELIMITED BY SIZE
               " Admitted: " DELIMITED BY SIZE
               SM-ADM-DATE DELIMITED BY SIZE
               " Discharged: " DELIMITED BY SIZE
               SM-DIS-DATE DELIMITED BY SIZE
               " Length of stay: " DELIMITED BY SIZE
               SM-LOS-DAYS DELIMITED BY SIZE
               " day(s)" DELIMITED BY SIZE
               INTO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE PF-PATIENT-ID           TO RX-PATIENT-ID.
           MOVE PF-PATIENT-NAME         TO RX-PATIENT-NAME.
           MOVE PF-PATIENT-AGE          TO RX-PATIENT-AGE.
           MOVE PF-PATIENT-GENDER       TO RX-PATIENT-GENDER.
           MOVE PF-PATIENT-PHONE        TO RX-PATIENT-PHONE.
           MOVE PF-PATIENT-ADDRESS      TO RX-PATIENT-ADDRESS.
           MOVE PF-PATIENT-INSURANCE-ID TO RX-INSURANCE-ID.
           MOVE PF-PATIENT-DOCTOR-ID    TO RX-DOCTOR-ID.
           MOVE SM-DOCTOR-NAME          TO RX-DOCTOR-NAME.
           MOVE SM-ADM-DATE             TO RX-ADMIT-DATE.
           MOVE SM-DIS-DATE             TO RX-DISCHARGE-DATE.
           MOVE SM-LOS-DAYS             TO RX-LOS-DAYS.

       WRITE-SUMMARY-ROOMS.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "ROOMS AND TRANSFERS" TO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 0 TO SM-ADMIT-ROOM.
           MOVE 0 TO SM-MOVE-COUNT.
           OPEN INPUT AUDIT-FILE.
           IF FS-AUDIT-FILE = "00" OR FS-AUDIT-FILE = "05"
               PERFORM UNTIL FS-AUDIT-FILE NOT = "00"
                   READ AUDIT-FILE
                       AT END
                           MOVE "10" TO FS-AUDIT-FILE
                       NOT AT END
                           IF AJ-RECORD-TYPE = "PATIENT"
                               AND AJ-PATIENT-ID = PF-PATIENT-ID
                               AND AJ-DATE >= SM-ADM-DATE
                               AND AJ-DATE <= SM-DIS-DATE
                               AND (AJ-ACTION = "ADMIT"
                                   OR AJ-ACTION = "TRANSFER")
                               PERFORM WRITE-SUMMARY-ROOM-MOVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           IF SM-ADMIT-ROOM = 0
               MOVE PF-PATIENT-ROOM-NUMBER TO SM-ADMIT-ROOM
           END-IF.
           MOVE PF-PATIENT-ROOM-NUMBER TO RD-ROOM-NUMBER.
           PERFORM FIND-READMIT-WARD.
           STRING "  Admitted to room " DELIMITED BY SIZE
               SM-ADMIT-ROOM DELIMITED BY SIZE
               ", discharged from room " DELIMITED BY SIZE
               PF-PATIENT-ROOM-NUMBER DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(RD-WARD-NAME) DELIMITED BY SIZE
               "), " DELIMITED BY SIZE
               SM-MOVE-COUNT DELIMITED BY SIZE
               " transfer(s)" DELIMITED BY SIZE
               INTO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SM-ADMIT-ROOM          TO RX-ADMIT-ROOM.
           MOVE PF-PATIENT-ROOM-NUMBER TO RX-DISCHARGE-ROOM.
           MOVE SM-MOVE-COUNT          TO RX-TRANSFER-COUNT.

       WRITE-SUMMARY-ROOM-MOVE.
           IF AJ-ACTION = "ADMIT"
               IF AJ-AFTER-VALUE(6:4) IS NUMERIC
                   MOVE AJ-AFTER-VALUE(6:4) TO SM-ADMIT-ROOM
               END-IF
           ELSE
               ADD 1 TO SM-MOVE-COUNT
               IF SM-ADMIT-ROOM = 0 AND AJ-BEFORE-VALUE(6:4) IS NUMERIC
                   MOVE AJ-BEFORE-VALUE(6:4) TO SM-ADMIT-ROOM
               END-IF
           END-IF.
           STRING "  " DELIMITED BY SIZE
               AJ-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AJ-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AJ-BEFORE-VALUE DELIMITED BY "  "
               " -> " DELIMITED BY SIZE
               AJ-AFTER-VALUE DELIMITED BY "  "
               INTO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-DIAGNOSIS.
           PERFORM WRITE-SUMMARY-LINE.
           STRING "DIAGNOSIS: " DELIMITED BY SIZE
               PF-PATIENT-DISEASE DELIMITED BY SIZE
               INTO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE PF-PATIENT-DISEASE TO RX-DIAGNOSIS.
           MOVE "HISTORY:" TO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 0 TO SM-LISTED-COUNT.
           PERFORM VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > 10
               MOVE PF-PATIENT-HISTORY(SM-IDX) TO RX-HISTORY(SM-IDX)
               IF PF-PATIENT-HISTORY(SM-IDX) NOT = SPACES
                   STRING "  " DELIMITED BY SIZE
                       PF-PATIENT-HISTORY(SM-IDX) DELIMITED BY SIZE
                       INTO SM-LINE
                   PERFORM WRITE-SUMMARY-LINE
                   ADD 1 TO SM-LISTED-COUNT
               END-IF
           END-PERFORM.
           IF SM-LISTED-COUNT = 0
               MOVE "  None recorded." TO SM-LINE
               PERFORM WRITE-SUMMARY-LINE
           END-IF.
           MOVE "ALLERGIES:" TO SM-LINE.
           MOVE 12 TO SM-LINE-POS.
           PERFORM VARYING SM-ALG-IDX FROM 1 BY 1 UNTIL SM-ALG-IDX > 5
               MOVE PF-PATIENT-ALLERGY(SM-ALG-IDX)
                   TO RX-ALLERGY(SM-ALG-IDX)
               IF PF-PATIENT-ALLERGY(SM-ALG-IDX) NOT = SPACES
                   STRING FUNCTION TRIM(PF-PATIENT-ALLERGY(SM-ALG-IDX))
                           DELIMITED BY SIZE
                       "; " DELIMITED BY SIZE
                       INTO SM-LINE WITH POINTER SM-LINE-POS
               END-IF
           END-PERFORM.
           IF SM-LINE-POS = 12
               MOVE "None recorded." TO SM-LINE(12:14)
           END-IF.
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-MEDICATIONS.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "MEDICATIONS TO CONTINUE (checked against formulary and allergies)"
               TO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 0 TO SM-LISTED-COUNT.
           PERFORM VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > 10
               MOVE PF-MEDICATION-NAME(SM-IDX)   TO RX-MED-NAME(SM-IDX)
               MOVE PF-MEDICATION-DOSAGE(SM-IDX) TO RX-MED-DOSAGE(SM-IDX)
               MOVE PF-MEDICATION-FREQ(SM-IDX)   TO RX-MED-FREQ(SM-IDX)
               IF PF-MEDICATION-NAME(SM-IDX) NOT = SPACES
                   ADD 1 TO SM-LISTED-COUNT
                   PERFORM CHECK-SUMMARY-MEDICATION
               END-IF
           END-PERFORM.
           IF SM-LISTED-COUNT = 0
               MOVE "  None recorded." TO SM-LINE
               PERFORM WRITE-SUMMARY-LINE
           END-IF.

       CHECK-SUMMARY-MEDICATION.
           MOVE SPACES TO SM-MED-FLAG.
           STRING "  " DELIMITED BY SIZE
               PF-MEDICATION-NAME(SM-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PF-MEDICATION-DOSAGE(SM-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PF-MEDICATION-FREQ(SM-IDX) DELIMITED BY SIZE
               INTO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE PF-MEDICATION-NAME(SM-IDX) TO PHARM-LOOKUP-NAME.
           PERFORM FIND-FORMULARY-DRUG.
           MOVE PHARM-MED-CLASS       TO SM-MED-CLASS.
           MOVE PHARM-MED-INTERACTION TO SM-MED-INTERACTION.
           IF PHARM-FORM-FOUND = "N"
               MOVE "N" TO SM-MED-FLAG
               MOVE "    *** NOT ON FORMULARY - VERIFY BEFORE CONTINUING ***"
                   TO SM-LINE
               PERFORM WRITE-SUMMARY-LINE
           END-IF.
           IF SM-MED-INTERACTION NOT = SPACES
               PERFORM VARYING SM-IDX2 FROM 1 BY 1 UNTIL SM-IDX2 > 10
                   IF SM-IDX2 NOT = SM-IDX
                       AND PF-MEDICATION-NAME(SM-IDX2) NOT = SPACES
                       MOVE PF-MEDICATION-NAME(SM-IDX2)
                           TO PHARM-LOOKUP-NAME
                       PERFORM FIND-FORMULARY-DRUG
                       IF PHARM-FORM-FOUND = "Y"
                           AND PHARM-MED-INTERACTION = SM-MED-INTERACTION
                           MOVE "I" TO SM-MED-FLAG
                           STRING "    *** INTERACTION (" DELIMITED BY SIZE
                               FUNCTION TRIM(SM-MED-INTERACTION)
                                   DELIMITED BY SIZE
                               ") WITH " DELIMITED BY SIZE
                               FUNCTION TRIM(PF-MEDICATION-NAME(SM-IDX2))
                                   DELIMITED BY SIZE
                               " ***" DELIMITED BY SIZE
                               INTO SM-LINE
                           PERFORM WRITE-SUMMARY-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING SM-ALG-IDX FROM 1 BY 1 UNTIL SM-ALG-IDX > 5
               IF PF-PATIENT-ALLERGY(SM-ALG-IDX) NOT = SPACES
                   AND (PF-PATIENT-ALLERGY(SM-ALG-IDX)
                           = PF-MEDICATION-NAME(SM-IDX)
                       OR PF-PATIENT-ALLERGY(SM-ALG-IDX)(1:20)
                           = SM-MED-CLASS)
                   MOVE "A" TO SM-MED-FLAG
                   STRING "    *** ALLERGY ALERT: HITS RECORDED ALLERGY "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(PF-PATIENT-ALLERGY(SM-ALG-IDX))
                           DELIMITED BY SIZE
                       " - DO NOT CONTINUE WITHOUT REVIEW ***"
                           DELIMITED BY SIZE
                       INTO SM-LINE
                   PERFORM WRITE-SUMMARY-LINE
               END-IF
           END-PERFORM.
           MOVE SM-MED-FLAG TO RX-MED-FLAG(SM-IDX).

       WRITE-SUMMARY-LABS.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "LATEST LAB RESULTS (oldest to newest, * = abnormal)"
               TO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 0 TO SM-TEST-COUNT.
           PERFORM VARYING LAB-IDX FROM 1 BY 1 UNTIL LAB-IDX > LAB-COUNT
               IF LAB-PATIENT-ID(LAB-IDX) = PF-PATIENT-ID
                   MOVE "N" TO SM-TEST-FOUND
                   PERFORM VARYING SM-IDX FROM 1 BY 1
                           UNTIL SM-IDX > SM-TEST-COUNT
                       IF SM-TEST-CODE(SM-IDX) = LAB-TEST-CODE(LAB-IDX)
                           MOVE "Y" TO SM-TEST-FOUND
                       END-IF
                   END-PERFORM
                   IF SM-TEST-FOUND = "N" AND SM-TEST-COUNT < 10
                       ADD 1 TO SM-TEST-COUNT
                       MOVE LAB-TEST-CODE(LAB-IDX)
                           TO SM-TEST-CODE(SM-TEST-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           IF SM-TEST-COUNT = 0
               MOVE "  No results on file." TO SM-LINE
               PERFORM WRITE-SUMMARY-LINE
           END-IF.
           PERFORM VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > SM-TEST-COUNT
               PERFORM WRITE-SUMMARY-LAB-TEST
           END-PERFORM.

       WRITE-SUMMARY-LAB-TEST.
           MOVE PF-PATIENT-ID        TO LO-PATIENT-ID.
           MOVE SM-TEST-CODE(SM-IDX) TO LO-TEST-CODE.
           PERFORM BUILD-LAB-TREND.
           SET TRD-IDX TO LAB-TREND-COUNT.
           SET LAB-IDX TO TR-LAB-IDX(TRD-IDX).
           MOVE LAB-RESULT-VALUE(LAB-IDX) TO SM-LATEST-VALUE.
           MOVE 0 TO SM-PRIOR-VALUE.
           MOVE "FIRST"  TO SM-TREND-TEXT.
           MOVE SPACES   TO SM-TREND-CODE.
           IF LAB-TREND-COUNT > 1
               SET TRD-IDX DOWN BY 1
               SET LAB-IDX TO TR-LAB-IDX(TRD-IDX)
               MOVE LAB-RESULT-VALUE(LAB-IDX) TO SM-PRIOR-VALUE
               EVALUATE TRUE
                   WHEN SM-LATEST-VALUE > SM-PRIOR-VALUE
                       MOVE "RISING"  TO SM-TREND-TEXT
                       MOVE "U"       TO SM-TREND-CODE
                   WHEN SM-LATEST-VALUE < SM-PRIOR-VALUE
                       MOVE "FALLING" TO SM-TREND-TEXT
                       MOVE "D"       TO SM-TREND-CODE
                   WHEN OTHER
                       MOVE "STEADY"  TO SM-TREND-TEXT
                       MOVE "S"       TO SM-TREND-CODE
               END-EVALUATE
           END-IF.
           SET TRD-IDX TO LAB-TREND-COUNT.
           SET LAB-IDX TO TR-LAB-IDX(TRD-IDX).
           MOVE LAB-TEST-CODE(LAB-IDX)     TO RX-LAB-TEST(SM-IDX).
           MOVE LAB-RESULT-DATE(LAB-IDX)   TO RX-LAB-DATE(SM-IDX).
           MOVE LAB-RESULT-VALUE(LAB-IDX)  TO RX-LAB-VALUE(SM-IDX).
           MOVE LAB-RESULT-UNIT(LAB-IDX)   TO RX-LAB-UNIT(SM-IDX).
           MOVE LAB-ABNORMAL-FLAG(LAB-IDX) TO RX-LAB-ABNORMAL(SM-IDX).
           MOVE SM-TREND-CODE              TO RX-LAB-TREND(SM-IDX).
           MOVE SM-PRIOR-VALUE             TO RX-LAB-PRIOR-VALUE(SM-IDX).
           MOVE SM-LATEST-VALUE TO SM-VALUE-EDIT.
           STRING "  " DELIMITED BY SIZE
               LAB-TEST-CODE(LAB-IDX) DELIMITED BY SIZE
               " LATEST " DELIMITED BY SIZE
               SM-VALUE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LAB-RESULT-UNIT(LAB-IDX) DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               LAB-RESULT-DATE(LAB-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SM-TREND-TEXT DELIMITED BY SIZE
               "  READINGS:" DELIMITED BY SIZE
               INTO SM-LINE.
           MOVE 71 TO SM-LINE-POS.
           IF LAB-TREND-COUNT > 6
               COMPUTE SM-TREND-START = LAB-TREND-COUNT - 5
           ELSE
               MOVE 1 TO SM-TREND-START
           END-IF.
           PERFORM VARYING TRD-IDX FROM SM-TREND-START BY 1
                   UNTIL TRD-IDX > LAB-TREND-COUNT
               SET LAB-IDX TO TR-LAB-IDX(TRD-IDX)
               MOVE LAB-RESULT-VALUE(LAB-IDX) TO SM-VALUE-EDIT
               MOVE SPACE TO SM-ABN-MARK
               IF LAB-ABNORMAL-FLAG(LAB-IDX) = "Y"
                   MOVE "*" TO SM-ABN-MARK
               END-IF
               STRING " " DELIMITED BY SIZE
                   SM-VALUE-EDIT DELIMITED BY SIZE
                   SM-ABN-MARK DELIMITED BY SIZE
                   INTO SM-LINE WITH POINTER SM-LINE-POS
           END-PERFORM.
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-FOLLOWUP.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "FOLLOW-UP" TO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 0 TO SM-FOLLOW-IDX.
           MOVE 999999999999 TO SM-FOLLOW-KEY.
           PERFORM VARYING APP-IDX FROM 1 BY 1
                   UNTIL APP-IDX > APPOINTMENT-COUNT
               IF APP-PATIENT-ID(APP-IDX) = PF-PATIENT-ID
                   AND APP-STATUS(APP-IDX) = "SCHEDULED"
                   AND APP-DATE(APP-IDX) >= SM-DIS-DATE
                   MOVE APP-DATE(APP-IDX) TO SM-APP-DATE
                   COMPUTE SM-APP-KEY = SM-APP-DATE * 10000
                       + APP-HOUR(APP-IDX) * 100 + APP-MINUTE(APP-IDX)
                   IF SM-APP-KEY < SM-FOLLOW-KEY
                       MOVE SM-APP-KEY TO SM-FOLLOW-KEY
                       SET SM-FOLLOW-IDX TO APP-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF SM-FOLLOW-IDX = 0
               MOVE "  No follow-up appointment booked - please arrange."
                   TO SM-LINE
               PERFORM WRITE-SUMMARY-LINE
           ELSE
               SET APP-IDX TO SM-FOLLOW-IDX
               MOVE APP-DOCTOR-ID(APP-IDX) TO SM-DOCTOR-ID
               PERFORM FIND-SUMMARY-DOCTOR-NAME
               STRING "  Appointment " DELIMITED BY SIZE
                   APPOINTMENT-ID(APP-IDX) DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   APP-DATE(APP-IDX) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   APP-TIME(APP-IDX) DELIMITED BY SIZE
                   " with " DELIMITED BY SIZE
                   APP-DOCTOR-ID(APP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SM-DOCTOR-NAME DELIMITED BY SIZE
                   INTO SM-LINE
               PERFORM WRITE-SUMMARY-LINE
               MOVE APPOINTMENT-ID(APP-IDX) TO RX-FOLLOWUP-APPT-ID
               MOVE APP-DATE(APP-IDX)       TO RX-FOLLOWUP-DATE
               MOVE APP-TIME(APP-IDX)       TO RX-FOLLOWUP-TIME
               MOVE APP-DOCTOR-ID(APP-IDX)  TO RX-FOLLOWUP-DOCTOR-ID
           END-IF.

       WRITE-SUMMARY-BILL.
           PERFORM WRITE-SUMMARY-LINE.
           COMPUTE SM-BALANCE =
               PF-PATIENT-BILL-AMOUNT - PF-PATIENT-PAID-AMOUNT.
           MOVE PF-PATIENT-BILL-AMOUNT TO SM-BILL-EDIT.
           MOVE PF-PATIENT-PAID-AMOUNT TO SM-PAID-EDIT.
           MOVE SM-BALANCE TO SM-MONEY-EDIT.
           STRING "FINAL BILL " DELIMITED BY SIZE
               SM-BILL-EDIT DELIMITED BY SIZE
               "  PAID " DELIMITED BY SIZE
               SM-PAID-EDIT DELIMITED BY SIZE
               "  BALANCE " DELIMITED BY SIZE
               SM-MONEY-EDIT DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               PF-PATIENT-PAYMENT-STATUS DELIMITED BY SIZE
               INTO SM-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           IF SM-BALANCE < 0
               MOVE "  Credit balance on account - see Credit Balances / Refunds."
                   TO SM-LINE
               PERFORM WRITE-SUMMARY-LINE
           END-IF.
           MOVE PF-PATIENT-BILL-AMOUNT TO RX-BILL-AMOUNT.
           MOVE PF-PATIENT-PAID-AMOUNT TO RX-PAID-AMOUNT.
           MOVE SM-BALANCE             TO RX-BALANCE.

       WRITE-GL-LINE.
           ADD 1 TO GL-LINE-COUNT.
           MOVE 0 TO GL-BUCKET-COUNT.
           MOVE 0 TO GL-CHARGE-TOTAL.
           MOVE 0 TO GL-PAID-TOTAL.
           MOVE 0 TO GL-REFUND-TOTAL.
           MOVE 0 TO GL-TOTAL-DEBITS.
           MOVE 0 TO GL-TOTAL-CREDITS.
           MOVE 0 TO GL-LINE-COUNT.
                       NOT AT END
                           IF PD-PAYMENT-DATE >= GL-FROM-DATE
                               AND PD-PAYMENT-DATE <= GL-TO-DATE
                               IF PD-PAYMENT-SOURCE = "F"
                                   SUBTRACT PD-PAID-AMOUNT
                                       FROM GL-REFUND-TOTAL
                               ELSE
                                   ADD PD-PAID-AMOUNT TO GL-PAID-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           PERFORM WRITE-GL-LINE.
           ADD GL-PAID-TOTAL TO GL-TOTAL-CREDITS.

           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING "DR | 1200 | ACCOUNTS RECEIVABLE - CREDIT BALANCES "
                   DELIMITED BY SIZE
               "REFUNDED | " DELIMITED BY SIZE
               GL-REFUND-TOTAL DELIMITED BY SIZE
               INTO GL-EXTRACT-LINE.
           PERFORM WRITE-GL-LINE.
           ADD GL-REFUND-TOTAL TO GL-TOTAL-DEBITS.

           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING "CR | 2100 | ACCOUNTS PAYABLE - PATIENT REFUNDS | "
                   DELIMITED BY SIZE
               GL-REFUND-TOTAL DELIMITED BY SIZE
               INTO GL-EXTRACT-LINE.
           PERFORM WRITE-GL-LINE.
           ADD GL-REFUND-TOTAL TO GL-TOTAL-CREDITS.

           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING "CONTROL | DEBITS " DELIMITED BY SIZE
               GL-TOTAL-DEBITS DELIMITED BY SIZE
           END-IF.
           PERFORM WRITE-GL-LINE.

           MOVE "NOTE: REVENUE FROM DATED POSTINGS IN BILLDETL.DAT, PAYMENTS AND REFUNDS FROM PAYDETL.DAT"
               TO GL-EXTRACT-LINE.
           PERFORM WRITE-GL-LINE.

           DISPLAY "4. List Appointments".
           DISPLAY "5. Add Patient to Waitlist".
           DISPLAY "6. List Waitlist".
           DISPLAY "7. Doctor Clinic Sessions / Leave".
           DISPLAY "8. Find Open Slots".
           DISPLAY "9. Record Visit Outcome".
           DISPLAY "10. Return to Main Menu".
           DISPLAY "Enter your choice (1-10): " WITH NO ADVANCING.
           ACCEPT AM-CHOICE.

           EVALUATE AM-CHOICE
               WHEN 4 PERFORM LIST-APPOINTMENTS
               WHEN 5 PERFORM ADD-TO-WAITLIST
               WHEN 6 PERFORM LIST-WAITLIST
               WHEN 7 PERFORM DOCTOR-AVAILABILITY-MENU
               WHEN 8 PERFORM FIND-OPEN-SLOTS
               WHEN 9 PERFORM RECORD-VISIT-OUTCOME
               WHEN 10 CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           ACCEPT AM-APP-DURATION.

           MOVE 0 TO AM-APPOINTMENT-ID.
           PERFORM CHECK-DOCTOR-AVAILABILITY.
           PERFORM CHECK-APPOINTMENT-OVERLAP.

           IF DV-AVAILABLE = "N"
               DISPLAY "UNAVAILABLE: Doctor " AM-DOCTOR-ID " "
                       FUNCTION TRIM(DV-REJECT-TEXT) "."
               DISPLAY "Appointment NOT booked."
           ELSE
               IF AM-CONFLICT-FOUND = "Y"
                   DISPLAY "CONFLICT: Doctor " AM-DOCTOR-ID
                           " already has an overlapping appointment on that date."
                   DISPLAY "Appointment NOT booked."
                   DISPLAY "Add patient to the waitlist for this doctor? (Y/N): "
                           WITH NO ADVANCING
                   ACCEPT WT-ADD-CONFIRM
                   IF WT-ADD-CONFIRM = "Y" OR WT-ADD-CONFIRM = "y"
                       COMPUTE WT-FROM-DATE =
                           AM-APP-YEAR * 10000 + AM-APP-MONTH * 100 + AM-APP-DAY
                       DISPLAY "Enter Latest Acceptable Date (YYYYMMDD): "
                               WITH NO ADVANCING
                       ACCEPT WT-TO-DATE
                       IF WT-TO-DATE < WT-FROM-DATE
                           MOVE WT-FROM-DATE TO WT-TO-DATE
                       END-IF
                       PERFORM CREATE-WAITLIST-ENTRY
                   END-IF
               ELSE
                   IF APPOINTMENT-COUNT >= 200
                       DISPLAY "APPOINTMENT TABLE IS FULL. CANNOT ADD."
                   ELSE
                       PERFORM GET-NEXT-APPOINTMENT-ID
                       ADD 1 TO APPOINTMENT-COUNT
                       SET APP-IDX TO APPOINTMENT-COUNT
                       MOVE NEXT-APPOINTMENT-ID TO APPOINTMENT-ID(APP-IDX)
                       MOVE AM-DOCTOR-ID     TO APP-DOCTOR-ID(APP-IDX)
                       MOVE AM-PATIENT-ID    TO APP-PATIENT-ID(APP-IDX)
                       MOVE AM-APP-YEAR      TO APP-YEAR(APP-IDX)
                       MOVE AM-APP-MONTH     TO APP-MONTH(APP-IDX)
                       MOVE AM-APP-DAY       TO APP-DAY(APP-IDX)
                       MOVE AM-APP-HOUR      TO APP-HOUR(APP-IDX)
                       MOVE AM-APP-MINUTE    TO APP-MINUTE(APP-IDX)
                       MOVE AM-APP-DURATION  TO APP-DURATION(APP-IDX)
                       MOVE "SCHEDULED"      TO APP-STATUS(APP-IDX)
                       MOVE SPACES           TO APP-NOTES(APP-IDX)
                       PERFORM APPLY-APPOINTMENT-UPDATE
                       DISPLAY "Appointment " NEXT-APPOINTMENT-ID " booked successfully."
                       MOVE "APPOINT"          TO AW-RECORD-TYPE
                       MOVE NEXT-APPOINTMENT-ID TO AW-RECORD-KEY
                       MOVE AM-PATIENT-ID      TO AW-PATIENT-ID
                       MOVE AM-DOCTOR-ID       TO AW-DOCTOR-ID
                       MOVE "ADD"              TO AW-ACTION
                       MOVE SPACES             TO AW-BEFORE-VALUE
                       MOVE SPACES TO AW-AFTER-VALUE
                       STRING AM-APP-YEAR DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           AM-APP-MONTH DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           AM-APP-DAY DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AM-APP-HOUR DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           AM-APP-MINUTE DELIMITED BY SIZE
                           INTO AW-AFTER-VALUE
                       PERFORM WRITE-AUDIT-ENTRY
                   END-IF
               END-IF
           END-IF.

               MOVE WAIT-PATIENT-ID(WT-BEST-IDX) TO AM-PATIENT-ID
               MOVE 0 TO AM-APPOINTMENT-ID
               PERFORM CHECK-APPOINTMENT-OVERLAP
               PERFORM CHECK-DOCTOR-AVAILABILITY
               IF AM-CONFLICT-FOUND = "Y" OR DV-AVAILABLE = "N"
                   IF AM-CONFLICT-FOUND = "Y"
                       DISPLAY "Waitlist entry " WT-BEST-ID
                               " matches the freed slot but the doctor is "
                               "still booked. No backfill made."
                   ELSE
                       DISPLAY "Waitlist entry " WT-BEST-ID
                               " matches the freed slot but doctor "
                               AM-DOCTOR-ID " "
                               FUNCTION TRIM(DV-REJECT-TEXT)
                               ". No backfill made."
                   END-IF
               ELSE
                   IF APPOINTMENT-COUNT >= 200
                       DISPLAY "APPOINTMENT TABLE IS FULL. Freed slot "
               DISPLAY "Enter New Duration (minutes): " WITH NO ADVANCING
               ACCEPT AM-APP-DURATION

               PERFORM CHECK-DOCTOR-AVAILABILITY
               PERFORM CHECK-APPOINTMENT-OVERLAP

               IF DV-AVAILABLE = "N"
                   DISPLAY "UNAVAILABLE: Doctor " AM-DOCTOR-ID " "
                           FUNCTION TRIM(DV-REJECT-TEXT) "."
                   DISPLAY "Appointment NOT rescheduled."
               ELSE
                   IF AM-CONFLICT-FOUND = "Y"
                       DISPLAY "CONFLICT: Doctor " AM-DOCTOR-ID
                               " already has an overlapping appointment on that date."
                       DISPLAY "Appointment NOT rescheduled."
                   ELSE
                       PERFORM VARYING APP-IDX FROM 1 BY 1 UNTIL
                           APP-IDX > APPOINTMENT-COUNT
                           IF APPOINTMENT-ID(APP-IDX) = AM-APPOINTMENT-ID
                               MOVE APP-PATIENT-ID(APP-IDX) TO AW-PATIENT-ID
                               MOVE APP-DOCTOR-ID(APP-IDX)  TO AW-DOCTOR-ID
                               MOVE SPACES TO AW-BEFORE-VALUE
                               STRING APP-YEAR(APP-IDX) DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   APP-MONTH(APP-IDX) DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   APP-DAY(APP-IDX) DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   APP-HOUR(APP-IDX) DELIMITED BY SIZE
                                   ":" DELIMITED BY SIZE
                                   APP-MINUTE(APP-IDX) DELIMITED BY SIZE
                                   INTO AW-BEFORE-VALUE
                               MOVE AM-APP-YEAR     TO APP-YEAR(APP-IDX)
                               MOVE AM-APP-MONTH    TO APP-MONTH(APP-IDX)
                               MOVE AM-APP-DAY      TO APP-DAY(APP-IDX)
                               MOVE AM-APP-HOUR     TO APP-HOUR(APP-IDX)
                               MOVE AM-APP-MINUTE   TO APP-MINUTE(APP-IDX)
                               MOVE AM-APP-DURATION TO APP-DURATION(APP-IDX)
                               MOVE "SCHEDULED"     TO APP-STATUS(APP-IDX)
                               MOVE APP-IDX TO AM-MATCHED-APP-IDX
                           END-IF
                       END-PERFORM
                       SET APP-IDX TO AM-MATCHED-APP-IDX
                       PERFORM APPLY-APPOINTMENT-UPDATE
                       DISPLAY "Appointment " AM-APPOINTMENT-ID " rescheduled."
                       MOVE "APPOINT"         TO AW-RECORD-TYPE
                       MOVE AM-APPOINTMENT-ID TO AW-RECORD-KEY
                       MOVE "RESCHED"         TO AW-ACTION
                       MOVE SPACES TO AW-AFTER-VALUE
                       STRING AM-APP-YEAR DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           AM-APP-MONTH DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           AM-APP-DAY DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AM-APP-HOUR DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           AM-APP-MINUTE DELIMITED BY SIZE
                           INTO AW-AFTER-VALUE
                       PERFORM WRITE-AUDIT-ENTRY
                   END-IF
               END-IF
           END-IF.

       LIST-APPOINTMENTS.
           DISPLAY "CURRENT APPOINTMENTS".
           DISPLAY "---------------------".
           PERFORM VARYING APP-IDX FROM 1 BY 1 UNTIL APP-IDX > APPOINTMENT-COUNT
               DISPLAY "ID: " APPOINTMENT-ID(APP-IDX)
                       " | Doctor: " APP-DOCTOR-ID(APP-IDX)
                       " | Patient: " APP-PATIENT-ID(APP-IDX)
                       " | Status: " APP-STATUS(APP-IDX)
               DISPLAY "   Date: " APP-YEAR(APP-IDX) "/" APP-MONTH(APP-IDX) "/"
                       APP-DAY(APP-IDX)
                       " | Time: " APP-HOUR(APP-IDX) ":" APP-MINUTE(APP-IDX)
                       " | Duration: " APP-DURATION(APP-IDX) " min"
           END-PERFORM.

       CHECK-DOCTOR-AVAILABILITY.
           MOVE "Y" TO DV-AVAILABLE.
           MOVE SPACES TO DV-REJECT-TEXT.
           MOVE AM-APP-YEAR  TO IA-CHECK-YEAR.
           MOVE AM-APP-MONTH TO IA-CHECK-MONTH.
           MOVE AM-APP-DAY   TO IA-CHECK-DAY.
           PERFORM CHECK-DATE-VALID.
           COMPUTE DV-DATE =
               AM-APP-YEAR * 10000 + AM-APP-MONTH * 100 + AM-APP-DAY.
           MOVE 0 TO DV-DATE-INT.
           IF IA-DATE-OK = "Y" AND AM-APP-YEAR >= 1601
               COMPUTE DV-DATE-INT = FUNCTION INTEGER-OF-DATE(DV-DATE)
           END-IF.
           COMPUTE DV-START-MIN = AM-APP-HOUR * 60 + AM-APP-MINUTE.
           COMPUTE DV-END-MIN = DV-START-MIN + AM-APP-DURATION.
           IF DV-DATE-INT = 0
               MOVE "N" TO DV-AVAILABLE
               MOVE "cannot be booked on an invalid date" TO DV-REJECT-TEXT
           ELSE
               IF AM-APP-HOUR > 23 OR AM-APP-MINUTE > 59
                   OR DV-END-MIN > 1440
                   MOVE "N" TO DV-AVAILABLE
                   MOVE "cannot be booked at that time (past midnight)"
                       TO DV-REJECT-TEXT
               ELSE
                   PERFORM COMPUTE-WEEKDAY-OF-DATE
                   PERFORM CHECK-CLINIC-SESSION
                   IF DV-AVAILABLE = "Y"
                       PERFORM CHECK-DOCTOR-LEAVE
                   END-IF
               END-IF
           END-IF.

       COMPUTE-WEEKDAY-OF-DATE.
           COMPUTE DV-WORK-DAYS = DV-DATE-INT - 1.
           DIVIDE DV-WORK-DAYS BY 7 GIVING DV-WEEKS REMAINDER DV-WEEKDAY.
           ADD 1 TO DV-WEEKDAY.
           PERFORM SET-WEEKDAY-NAME.

       SET-WEEKDAY-NAME.
           EVALUATE DV-WEEKDAY
               WHEN 1 MOVE "MONDAY"    TO DV-WEEKDAY-NAME
               WHEN 2 MOVE "TUESDAY"   TO DV-WEEKDAY-NAME
               WHEN 3 MOVE "WEDNESDAY" TO DV-WEEKDAY-NAME
               WHEN 4 MOVE "THURSDAY"  TO DV-WEEKDAY-NAME
               WHEN 5 MOVE "FRIDAY"    TO DV-WEEKDAY-NAME
               WHEN 6 MOVE "SATURDAY"  TO DV-WEEKDAY-NAME
               WHEN 7 MOVE "SUNDAY"    TO DV-WEEKDAY-NAME
               WHEN OTHER MOVE "?"     TO DV-WEEKDAY-NAME
           END-EVALUATE.

       CHECK-CLINIC-SESSION.
           MOVE 0   TO DV-SESSION-COUNT.
           MOVE "N" TO DV-IN-SESSION.
           PERFORM VARYING AVL-IDX FROM 1 BY 1 UNTIL AVL-IDX > AVAIL-COUNT
               IF AVL-DOCTOR-ID(AVL-IDX) = AM-DOCTOR-ID
                   AND AVL-TYPE(AVL-IDX) = "S"
                   ADD 1 TO DV-SESSION-COUNT
                   IF AVL-WEEKDAY(AVL-IDX) = DV-WEEKDAY
                       COMPUTE DV-BLOCK-START-MIN =
                           AVL-START-HH(AVL-IDX) * 60 + AVL-START-MM(AVL-IDX)
                       COMPUTE DV-BLOCK-END-MIN =
                           AVL-END-HH(AVL-IDX) * 60 + AVL-END-MM(AVL-IDX)
                       IF DV-START-MIN >= DV-BLOCK-START-MIN
                           AND DV-END-MIN <= DV-BLOCK-END-MIN
                           MOVE "Y" TO DV-IN-SESSION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF DV-SESSION-COUNT > 0 AND DV-IN-SESSION = "N"
               MOVE "N" TO DV-AVAILABLE
               STRING "has no clinic session covering that time on "
                       DELIMITED BY SIZE
                   DV-WEEKDAY-NAME DELIMITED BY SPACE
                   INTO DV-REJECT-TEXT
           END-IF.

       CHECK-DOCTOR-LEAVE.
           PERFORM VARYING AVL-IDX FROM 1 BY 1
                   UNTIL AVL-IDX > AVAIL-COUNT OR DV-AVAILABLE = "N"
               IF AVL-DOCTOR-ID(AVL-IDX) = AM-DOCTOR-ID
                   AND AVL-TYPE(AVL-IDX) = "L"
                   AND AVL-FROM-DATE(AVL-IDX) <= DV-DATE
                   AND AVL-TO-DATE(AVL-IDX) >= DV-DATE
                   COMPUTE DV-BLOCK-START-MIN =
                       AVL-START-HH(AVL-IDX) * 60 + AVL-START-MM(AVL-IDX)
                   COMPUTE DV-BLOCK-END-MIN =
                       AVL-END-HH(AVL-IDX) * 60 + AVL-END-MM(AVL-IDX)
                   IF DV-START-MIN < DV-BLOCK-END-MIN
                       AND DV-END-MIN > DV-BLOCK-START-MIN
                       MOVE "N" TO DV-AVAILABLE
                       STRING "is on leave " DELIMITED BY SIZE
                           AVL-FROM-DATE(AVL-IDX) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           AVL-TO-DATE(AVL-IDX) DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(AVL-REASON(AVL-IDX))
                               DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO DV-REJECT-TEXT
                   END-IF
               END-IF
           END-PERFORM.

       DOCTOR-AVAILABILITY-MENU.
           DISPLAY "DOCTOR CLINIC SESSIONS / LEAVE".
           DISPLAY "-------------------------------".
           DISPLAY "1. Add Weekly Clinic Session".
           DISPLAY "2. Add Leave / Absence Block".
           DISPLAY "3. List Doctor Availability".
           DISPLAY "4. Remove Session or Leave Entry".
           DISPLAY "5. Return to Appointment Menu".
           DISPLAY "Enter your choice (1-5): " WITH NO ADVANCING.
           ACCEPT DV-CHOICE.
           EVALUATE DV-CHOICE
               WHEN 1 PERFORM ADD-CLINIC-SESSION
               WHEN 2 PERFORM ADD-LEAVE-BLOCK
               WHEN 3 PERFORM LIST-DOCTOR-AVAILABILITY
               WHEN 4 PERFORM REMOVE-AVAILABILITY-ENTRY
               WHEN 5 CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       ACCEPT-AVAIL-DOCTOR.
           DISPLAY "Enter Doctor ID: " WITH NO ADVANCING.
           ACCEPT AM-DOCTOR-ID.
           MOVE AM-DOCTOR-ID TO IA-SEARCH-DOCTOR-ID.
           PERFORM FIND-DOCTOR-BY-ID.
           IF IA-FOUND = "N"
               DISPLAY "Doctor ID not found."
           END-IF.

       ACCEPT-ENTRY-TIMES.
           DISPLAY "Enter Start Time (HHMM, 24hr): " WITH NO ADVANCING.
           ACCEPT DV-START-INPUT.
           DISPLAY "Enter End Time (HHMM, 24hr): " WITH NO ADVANCING.
           ACCEPT DV-END-INPUT.
           MOVE DV-START-INPUT TO DV-START-TIME.
           MOVE DV-END-INPUT   TO DV-END-TIME.
           MOVE "Y" TO DV-TIMES-OK.
           IF DV-START-MM > 59 OR DV-END-MM > 59
               OR DV-START-HH > 23 OR DV-END-HH > 24
               OR DV-END-INPUT > 2400
               OR DV-END-INPUT NOT > DV-START-INPUT
               MOVE "N" TO DV-TIMES-OK
               DISPLAY "Times must be HHMM between 0000 and 2400, with "
                       "the end after the start."
           END-IF.

       VALIDATE-SCAN-DATE.
           MOVE DV-SCAN-YEAR  TO IA-CHECK-YEAR.
           MOVE DV-SCAN-MONTH TO IA-CHECK-MONTH.
           MOVE DV-SCAN-DAY   TO IA-CHECK-DAY.
           PERFORM CHECK-DATE-VALID.
           MOVE 0 TO DV-SCAN-INT.
           IF IA-DATE-OK = "Y" AND DV-SCAN-YEAR >= 1601
               COMPUTE DV-SCAN-INT = FUNCTION INTEGER-OF-DATE(DV-SCAN-DATE)
           END-IF.
           IF DV-SCAN-INT = 0
               MOVE "N" TO IA-DATE-OK
           END-IF.

       GET-NEXT-AVAIL-ID.
           MOVE 70000000 TO DV-NEXT-AVAIL-ID.
           PERFORM VARYING AVL-IDX FROM 1 BY 1 UNTIL AVL-IDX > AVAIL-COUNT
               IF AVL-ID(AVL-IDX) > DV-NEXT-AVAIL-ID
                   MOVE AVL-ID(AVL-IDX) TO DV-NEXT-AVAIL-ID
               END-IF
           END-PERFORM.
           ADD 1 TO DV-NEXT-AVAIL-ID.

       ADD-CLINIC-SESSION.
           DISPLAY "ADD WEEKLY CLINIC SESSION".
           PERFORM ACCEPT-AVAIL-DOCTOR.
           IF IA-FOUND = "Y"
               DISPLAY "Enter Day (1=Mon 2=Tue 3=Wed 4=Thu 5=Fri 6=Sat "
                       "7=Sun): " WITH NO ADVANCING
               ACCEPT DV-WEEKDAY
               IF DV-WEEKDAY < 1 OR DV-WEEKDAY > 7
                   DISPLAY "Day must be 1 to 7."
               ELSE
                   PERFORM SET-WEEKDAY-NAME
                   PERFORM ACCEPT-ENTRY-TIMES
                   IF DV-TIMES-OK = "Y"
                       DISPLAY "Enter Slot Length (minutes, 0 = 15): "
                               WITH NO ADVANCING
                       ACCEPT DV-SLOT-MINUTES
                       IF DV-SLOT-MINUTES = 0
                           MOVE 15 TO DV-SLOT-MINUTES
                       END-IF
                       PERFORM STORE-CLINIC-SESSION
                   END-IF
               END-IF
           END-IF.

       STORE-CLINIC-SESSION.
           COMPUTE DV-START-MIN = DV-START-HH * 60 + DV-START-MM.
           COMPUTE DV-END-MIN = DV-END-HH * 60 + DV-END-MM.
           MOVE "N" TO DV-CLASH-FOUND.
           PERFORM VARYING AVL-IDX FROM 1 BY 1 UNTIL AVL-IDX > AVAIL-COUNT
               IF AVL-DOCTOR-ID(AVL-IDX) = AM-DOCTOR-ID
                   AND AVL-TYPE(AVL-IDX) = "S"
                   AND AVL-WEEKDAY(AVL-IDX) = DV-WEEKDAY
                   COMPUTE DV-BLOCK-START-MIN =
                       AVL-START-HH(AVL-IDX) * 60 + AVL-START-MM(AVL-IDX)
                   COMPUTE DV-BLOCK-END-MIN =
                       AVL-END-HH(AVL-IDX) * 60 + AVL-END-MM(AVL-IDX)
                   IF DV-START-MIN < DV-BLOCK-END-MIN
                       AND DV-END-MIN > DV-BLOCK-START-MIN
                       MOVE "Y" TO DV-CLASH-FOUND
                       MOVE AVL-ID(AVL-IDX) TO DV-AVAIL-ID
                   END-IF
               END-IF
           END-PERFORM.
           IF DV-CLASH-FOUND = "Y"
               DISPLAY "Session overlaps existing session " DV-AVAIL-ID
                       " on " FUNCTION TRIM(DV-WEEKDAY-NAME)
                       ". Session NOT added."
           ELSE
               IF DV-SLOT-MINUTES > DV-END-MIN - DV-START-MIN
                   DISPLAY "Slot length is longer than the session. "
                           "Session NOT added."
               ELSE
                   IF AVAIL-COUNT >= 300
                       DISPLAY "AVAILABILITY TABLE IS FULL. CANNOT ADD."
                   ELSE
                       PERFORM GET-NEXT-AVAIL-ID
                       ADD 1 TO AVAIL-COUNT
                       SET AVL-IDX TO AVAIL-COUNT
                       MOVE DV-NEXT-AVAIL-ID TO AVL-ID(AVL-IDX)
                       MOVE AM-DOCTOR-ID     TO AVL-DOCTOR-ID(AVL-IDX)
                       MOVE "S"              TO AVL-TYPE(AVL-IDX)
                       MOVE DV-WEEKDAY       TO AVL-WEEKDAY(AVL-IDX)
                       MOVE DV-START-TIME    TO AVL-START-TIME(AVL-IDX)
                       MOVE DV-END-TIME      TO AVL-END-TIME(AVL-IDX)
                       MOVE DV-SLOT-MINUTES  TO AVL-SLOT-MINUTES(AVL-IDX)
                       MOVE 0                TO AVL-FROM-DATE(AVL-IDX)
                       MOVE 0                TO AVL-TO-DATE(AVL-IDX)
                       MOVE SPACES           TO AVL-REASON(AVL-IDX)
                       PERFORM SAVE-DOCTOR-AVAIL-FILE
                       DISPLAY "Session " DV-NEXT-AVAIL-ID " added: "
                               FUNCTION TRIM(DV-WEEKDAY-NAME) " "
                               DV-START-TIME "-" DV-END-TIME ", "
                               DV-SLOT-MINUTES " min slots."
                       MOVE "DOCAVAIL"       TO AW-RECORD-TYPE
                       MOVE DV-NEXT-AVAIL-ID TO AW-RECORD-KEY
                       MOVE 0                TO AW-PATIENT-ID
                       MOVE AM-DOCTOR-ID     TO AW-DOCTOR-ID
                       MOVE "SESSION"        TO AW-ACTION
                       MOVE SPACES           TO AW-BEFORE-VALUE
                       MOVE SPACES TO AW-AFTER-VALUE
                       STRING DV-WEEKDAY-NAME DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           DV-START-TIME DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           DV-END-TIME DELIMITED BY SIZE
                           " SLOT " DELIMITED BY SIZE
                           DV-SLOT-MINUTES DELIMITED BY SIZE
                           INTO AW-AFTER-VALUE
                       PERFORM WRITE-AUDIT-ENTRY
                   END-IF
               END-IF
           END-IF.

       ADD-LEAVE-BLOCK.
           DISPLAY "ADD LEAVE / ABSENCE BLOCK".
           PERFORM ACCEPT-AVAIL-DOCTOR.
           IF IA-FOUND = "Y"
               DISPLAY "Enter First Day of Leave (YYYYMMDD): "
                       WITH NO ADVANCING
               ACCEPT DV-FROM-DATE
               DISPLAY "Enter Last Day of Leave (YYYYMMDD, 0 = same day): "
                       WITH NO ADVANCING
               ACCEPT DV-TO-DATE
               IF DV-TO-DATE = 0
                   MOVE DV-FROM-DATE TO DV-TO-DATE
               END-IF
               MOVE DV-FROM-DATE TO DV-SCAN-DATE
               PERFORM VALIDATE-SCAN-DATE
               IF IA-DATE-OK = "Y"
                   MOVE DV-TO-DATE TO DV-SCAN-DATE
                   PERFORM VALIDATE-SCAN-DATE
               END-IF
               IF IA-DATE-OK = "N" OR DV-TO-DATE < DV-FROM-DATE
                   DISPLAY "Invalid leave dates. Leave NOT added."
               ELSE
                   DISPLAY "Whole days? (Y/N): " WITH NO ADVANCING
                   ACCEPT DV-CONFIRM
                   IF DV-CONFIRM = "Y" OR DV-CONFIRM = "y"
                       MOVE 0    TO DV-START-INPUT
                       MOVE 2400 TO DV-END-INPUT
                       MOVE DV-START-INPUT TO DV-START-TIME
                       MOVE DV-END-INPUT   TO DV-END-TIME
                       MOVE "Y" TO DV-TIMES-OK
                   ELSE
                       PERFORM ACCEPT-ENTRY-TIMES
                   END-IF
                   IF DV-TIMES-OK = "Y"
                       DISPLAY "Enter Reason: " WITH NO ADVANCING
                       ACCEPT DV-REASON
                       INSPECT DV-REASON
                           CONVERTING DP-LOWER-ALPHA TO DP-UPPER-ALPHA
                       PERFORM STORE-LEAVE-BLOCK
                   END-IF
               END-IF
           END-IF.

       STORE-LEAVE-BLOCK.
           IF AVAIL-COUNT >= 300
               DISPLAY "AVAILABILITY TABLE IS FULL. CANNOT ADD."
           ELSE
               PERFORM GET-NEXT-AVAIL-ID
               ADD 1 TO AVAIL-COUNT
               SET AVL-IDX TO AVAIL-COUNT
               MOVE DV-NEXT-AVAIL-ID TO AVL-ID(AVL-IDX)
               MOVE AM-DOCTOR-ID     TO AVL-DOCTOR-ID(AVL-IDX)
               MOVE "L"              TO AVL-TYPE(AVL-IDX)
               MOVE 0                TO AVL-WEEKDAY(AVL-IDX)
               MOVE DV-START-TIME    TO AVL-START-TIME(AVL-IDX)
               MOVE DV-END-TIME      TO AVL-END-TIME(AVL-IDX)
               MOVE 0                TO AVL-SLOT-MINUTES(AVL-IDX)
               MOVE DV-FROM-DATE     TO AVL-FROM-DATE(AVL-IDX)
               MOVE DV-TO-DATE       TO AVL-TO-DATE(AVL-IDX)
               MOVE DV-REASON        TO AVL-REASON(AVL-IDX)
               PERFORM SAVE-DOCTOR-AVAIL-FILE
               DISPLAY "Leave " DV-NEXT-AVAIL-ID " added: "
                       DV-FROM-DATE " to " DV-TO-DATE " "
                       DV-START-TIME "-" DV-END-TIME "."
               MOVE "DOCAVAIL"       TO AW-RECORD-TYPE
               MOVE DV-NEXT-AVAIL-ID TO AW-RECORD-KEY
               MOVE 0                TO AW-PATIENT-ID
               MOVE AM-DOCTOR-ID     TO AW-DOCTOR-ID
               MOVE "LEAVE"          TO AW-ACTION
               MOVE SPACES           TO AW-BEFORE-VALUE
               MOVE SPACES TO AW-AFTER-VALUE
               STRING DV-FROM-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   DV-TO-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DV-REASON DELIMITED BY SIZE
                   INTO AW-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
               SET DV-MATCHED-IDX TO AVL-IDX
               PERFORM LIST-LEAVE-AFFECTED-APPTS
           END-IF.

       WRITE-LEAVE-CONFLICT-LINE.
           DISPLAY LEAVE-CONFLICT-LINE.
           WRITE LEAVE-CONFLICT-LINE.

       LIST-LEAVE-AFFECTED-APPTS.
           COMPUTE DV-BLOCK-START-MIN =
               AVL-START-HH(DV-MATCHED-IDX) * 60
               + AVL-START-MM(DV-MATCHED-IDX).
           COMPUTE DV-BLOCK-END-MIN =
               AVL-END-HH(DV-MATCHED-IDX) * 60
               + AVL-END-MM(DV-MATCHED-IDX).
           MOVE 0 TO DV-AFFECTED-COUNT.
           OPEN OUTPUT LEAVE-CONFLICT-FILE.
           MOVE SPACES TO LEAVE-CONFLICT-LINE.
           STRING "SCHEDULED APPOINTMENTS INSIDE LEAVE - DOCTOR "
                   DELIMITED BY SIZE
               AM-DOCTOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AVL-FROM-DATE(DV-MATCHED-IDX) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               AVL-TO-DATE(DV-MATCHED-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AVL-START-TIME(DV-MATCHED-IDX) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               AVL-END-TIME(DV-MATCHED-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AVL-REASON(DV-MATCHED-IDX) DELIMITED BY SIZE
               INTO LEAVE-CONFLICT-LINE.
           PERFORM WRITE-LEAVE-CONFLICT-LINE.
           PERFORM VARYING APP-IDX FROM 1 BY 1 UNTIL APP-IDX > APPOINTMENT-COUNT
               COMPUTE DV-APP-DATE = APP-YEAR(APP-IDX) * 10000
                   + APP-MONTH(APP-IDX) * 100 + APP-DAY(APP-IDX)
               COMPUTE DV-START-MIN =
                   APP-HOUR(APP-IDX) * 60 + APP-MINUTE(APP-IDX)
               COMPUTE DV-END-MIN = DV-START-MIN + APP-DURATION(APP-IDX)
               IF APP-DOCTOR-ID(APP-IDX) = AM-DOCTOR-ID
                   AND APP-STATUS(APP-IDX) = "SCHEDULED"
                   AND DV-APP-DATE >= AVL-FROM-DATE(DV-MATCHED-IDX)
                   AND DV-APP-DATE <= AVL-TO-DATE(DV-MATCHED-IDX)
                   AND DV-START-MIN < DV-BLOCK-END-MIN
                   AND DV-END-MIN > DV-BLOCK-START-MIN
                   ADD 1 TO DV-AFFECTED-COUNT
                   MOVE SPACES TO DV-PAT-NAME
                   MOVE SPACES TO DV-PAT-PHONE
                   PERFORM VARYING PAT-IDX FROM 1 BY 1
                           UNTIL PAT-IDX > PATIENT-COUNT
                           OR PATIENT-ID(PAT-IDX) = APP-PATIENT-ID(APP-IDX)
                       CONTINUE
                   END-PERFORM
                   IF PAT-IDX <= PATIENT-COUNT
                       MOVE PATIENT-NAME(PAT-IDX)  TO DV-PAT-NAME
                       MOVE PATIENT-PHONE(PAT-IDX) TO DV-PAT-PHONE
                   END-IF
                   MOVE SPACES TO LEAVE-CONFLICT-LINE
                   STRING "Appt " DELIMITED BY SIZE
                       APPOINTMENT-ID(APP-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       APP-YEAR(APP-IDX) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       APP-MONTH(APP-IDX) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       APP-DAY(APP-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       APP-HOUR(APP-IDX) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       APP-MINUTE(APP-IDX) DELIMITED BY SIZE
                       "  Patient " DELIMITED BY SIZE
                       APP-PATIENT-ID(APP-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DV-PAT-NAME DELIMITED BY SIZE
                       "  Phone " DELIMITED BY SIZE
                       DV-PAT-PHONE DELIMITED BY SIZE
                       INTO LEAVE-CONFLICT-LINE
                   PERFORM WRITE-LEAVE-CONFLICT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO LEAVE-CONFLICT-LINE.
           IF DV-AFFECTED-COUNT = 0
               MOVE "No SCHEDULED appointments fall inside this leave."
                   TO LEAVE-CONFLICT-LINE
           ELSE
               STRING DV-AFFECTED-COUNT DELIMITED BY SIZE
                   " appointment(s) to move." DELIMITED BY SIZE
                   INTO LEAVE-CONFLICT-LINE
           END-IF.
           PERFORM WRITE-LEAVE-CONFLICT-LINE.
           CLOSE LEAVE-CONFLICT-FILE.
           DISPLAY "List written to LEAVEAFF.TXT".

       LIST-DOCTOR-AVAILABILITY.
           PERFORM ACCEPT-AVAIL-DOCTOR.
           IF IA-FOUND = "Y"
               MOVE 0 TO DV-LISTED-COUNT
               DISPLAY "WEEKLY CLINIC SESSIONS"
               PERFORM VARYING DV-WEEKDAY FROM 1 BY 1 UNTIL DV-WEEKDAY > 7
                   PERFORM SET-WEEKDAY-NAME
                   PERFORM VARYING AVL-IDX FROM 1 BY 1
                           UNTIL AVL-IDX > AVAIL-COUNT
                       IF AVL-DOCTOR-ID(AVL-IDX) = AM-DOCTOR-ID
                           AND AVL-TYPE(AVL-IDX) = "S"
                           AND AVL-WEEKDAY(AVL-IDX) = DV-WEEKDAY
                           DISPLAY "   " AVL-ID(AVL-IDX) "  "
                                   DV-WEEKDAY-NAME " "
                                   AVL-START-TIME(AVL-IDX) "-"
                                   AVL-END-TIME(AVL-IDX) "  "
                                   AVL-SLOT-MINUTES(AVL-IDX) " min slots"
                           ADD 1 TO DV-LISTED-COUNT
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF DV-LISTED-COUNT = 0
                   DISPLAY "   None on file - bookings are not limited "
                           "to session times."
               END-IF
               MOVE 0 TO DV-LISTED-COUNT
               DISPLAY "LEAVE / ABSENCE"
               PERFORM VARYING AVL-IDX FROM 1 BY 1
                       UNTIL AVL-IDX > AVAIL-COUNT
                   IF AVL-DOCTOR-ID(AVL-IDX) = AM-DOCTOR-ID
                       AND AVL-TYPE(AVL-IDX) = "L"
                       DISPLAY "   " AVL-ID(AVL-IDX) "  "
                               AVL-FROM-DATE(AVL-IDX) " to "
                               AVL-TO-DATE(AVL-IDX) " "
                               AVL-START-TIME(AVL-IDX) "-"
                               AVL-END-TIME(AVL-IDX) "  "
                               AVL-REASON(AVL-IDX)
                       ADD 1 TO DV-LISTED-COUNT
                   END-IF
               END-PERFORM
               IF DV-LISTED-COUNT = 0
                   DISPLAY "   None on file."
               END-IF
           END-IF.

       REMOVE-AVAILABILITY-ENTRY.
           DISPLAY "Enter Session / Leave Entry ID: " WITH NO ADVANCING.
           ACCEPT DV-AVAIL-ID.
           MOVE "N" TO DV-FOUND.
           PERFORM VARYING AVL-IDX FROM 1 BY 1
                   UNTIL AVL-IDX > AVAIL-COUNT OR DV-FOUND = "Y"
               IF AVL-ID(AVL-IDX) = DV-AVAIL-ID
                   MOVE "Y" TO DV-FOUND
                   SET DV-MATCHED-IDX TO AVL-IDX
               END-IF
           END-PERFORM.
           IF DV-FOUND = "N"
               DISPLAY "Entry not found."
           ELSE
               DISPLAY "Remove entry " DV-AVAIL-ID " for doctor "
                       AVL-DOCTOR-ID(DV-MATCHED-IDX) "? (Y/N): "
                       WITH NO ADVANCING
               ACCEPT DV-CONFIRM
               IF DV-CONFIRM = "Y" OR DV-CONFIRM = "y"
                   MOVE "DOCAVAIL"  TO AW-RECORD-TYPE
                   MOVE DV-AVAIL-ID TO AW-RECORD-KEY
                   MOVE 0           TO AW-PATIENT-ID
                   MOVE AVL-DOCTOR-ID(DV-MATCHED-IDX) TO AW-DOCTOR-ID
                   MOVE "REMOVE"    TO AW-ACTION
                   MOVE SPACES TO AW-BEFORE-VALUE
                   IF AVL-TYPE(DV-MATCHED-IDX) = "S"
                       MOVE AVL-WEEKDAY(DV-MATCHED-IDX) TO DV-WEEKDAY
                       PERFORM SET-WEEKDAY-NAME
                       STRING DV-WEEKDAY-NAME DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           AVL-START-TIME(DV-MATCHED-IDX) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           AVL-END-TIME(DV-MATCHED-IDX) DELIMITED BY SIZE
                           INTO AW-BEFORE-VALUE
                   ELSE
                       STRING "LEAVE " DELIMITED BY SIZE
                           AVL-FROM-DATE(DV-MATCHED-IDX) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           AVL-TO-DATE(DV-MATCHED-IDX) DELIMITED BY SIZE
                           INTO AW-BEFORE-VALUE
                   END-IF
                   MOVE "REMOVED" TO AW-AFTER-VALUE
                   PERFORM VARYING AVL-IDX FROM DV-MATCHED-IDX BY 1
                           UNTIL AVL-IDX >= AVAIL-COUNT
                       MOVE AVAIL-ENTRY(AVL-IDX + 1) TO AVAIL-ENTRY(AVL-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM AVAIL-COUNT
                   PERFORM SAVE-DOCTOR-AVAIL-FILE
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Entry " DV-AVAIL-ID " removed."
               END-IF
           END-IF.

       FIND-OPEN-SLOTS.
           DISPLAY "FIND OPEN SLOTS".
           PERFORM ACCEPT-AVAIL-DOCTOR.
           IF IA-FOUND = "Y"
               MOVE 0 TO DV-SESSION-COUNT
               PERFORM VARYING AVL-IDX FROM 1 BY 1
                       UNTIL AVL-IDX > AVAIL-COUNT
                   IF AVL-DOCTOR-ID(AVL-IDX) = AM-DOCTOR-ID
                       AND AVL-TYPE(AVL-IDX) = "S"
                       ADD 1 TO DV-SESSION-COUNT
                   END-IF
               END-PERFORM
               IF DV-SESSION-COUNT = 0
                   DISPLAY "Doctor " AM-DOCTOR-ID " has no clinic sessions "
                           "on file. Add sessions first."
               ELSE
                   ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
                   COMPUTE DV-TODAY-DATE =
                       CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY
                   ACCEPT DV-TIME-RAW FROM TIME
                   COMPUTE DV-NOW-MIN = DV-TIME-HH * 60 + DV-TIME-MM
                   DISPLAY "Search From (YYYYMMDD, 0 = today): "
                           WITH NO ADVANCING
                   ACCEPT DV-SCAN-DATE
                   IF DV-SCAN-DATE = 0 OR DV-SCAN-DATE < DV-TODAY-DATE
                       MOVE DV-TODAY-DATE TO DV-SCAN-DATE
                   END-IF
                   DISPLAY "How many slots (0 = 10): " WITH NO ADVANCING
                   ACCEPT DV-SLOTS-WANTED
                   IF DV-SLOTS-WANTED = 0
                       MOVE 10 TO DV-SLOTS-WANTED
                   END-IF
                   PERFORM VALIDATE-SCAN-DATE
                   IF IA-DATE-OK = "N"
                       DISPLAY "Invalid date."
                   ELSE
                       PERFORM SCAN-OPEN-SLOTS
                   END-IF
               END-IF
           END-IF.

       SCAN-OPEN-SLOTS.
           MOVE DV-SCAN-INT TO DV-START-INT.
           MOVE 0 TO DV-SLOTS-SHOWN.
           DISPLAY "NEXT OPEN SLOTS - DOCTOR " AM-DOCTOR-ID.
           PERFORM VARYING DV-DAY-OFFSET FROM 0 BY 1
                   UNTIL DV-DAY-OFFSET > 89
                   OR DV-SLOTS-SHOWN >= DV-SLOTS-WANTED
               COMPUTE DV-SCAN-INT = DV-START-INT + DV-DAY-OFFSET
               COMPUTE DV-SCAN-DATE = FUNCTION DATE-OF-INTEGER(DV-SCAN-INT)
               MOVE DV-SCAN-INT TO DV-DATE-INT
               PERFORM COMPUTE-WEEKDAY-OF-DATE
               PERFORM VARYING DV-SES-IDX FROM 1 BY 1
                       UNTIL DV-SES-IDX > AVAIL-COUNT
                       OR DV-SLOTS-SHOWN >= DV-SLOTS-WANTED
                   IF AVL-DOCTOR-ID(DV-SES-IDX) = AM-DOCTOR-ID
                       AND AVL-TYPE(DV-SES-IDX) = "S"
                       AND AVL-WEEKDAY(DV-SES-IDX) = DV-WEEKDAY
                       PERFORM SCAN-SESSION-SLOTS
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF DV-SLOTS-SHOWN = 0
               DISPLAY "No open slots in the next 90 days."
           END-IF.

       SCAN-SESSION-SLOTS.
           COMPUTE DV-SES-START-MIN =
               AVL-START-HH(DV-SES-IDX) * 60 + AVL-START-MM(DV-SES-IDX).
           COMPUTE DV-SES-END-MIN =
               AVL-END-HH(DV-SES-IDX) * 60 + AVL-END-MM(DV-SES-IDX).
           MOVE AVL-SLOT-MINUTES(DV-SES-IDX) TO DV-SLOT-MINUTES.
           IF DV-SLOT-MINUTES = 0
               MOVE 15 TO DV-SLOT-MINUTES
           END-IF.
           PERFORM VARYING DV-SLOT-START FROM DV-SES-START-MIN
                   BY DV-SLOT-MINUTES
                   UNTIL DV-SLOT-START + DV-SLOT-MINUTES > DV-SES-END-MIN
                   OR DV-SLOTS-SHOWN >= DV-SLOTS-WANTED
               IF DV-SCAN-DATE > DV-TODAY-DATE
                   OR DV-SLOT-START > DV-NOW-MIN
                   PERFORM TRY-OPEN-SLOT
               END-IF
           END-PERFORM.

       TRY-OPEN-SLOT.
           MOVE DV-SCAN-YEAR  TO AM-APP-YEAR.
           MOVE DV-SCAN-MONTH TO AM-APP-MONTH.
           MOVE DV-SCAN-DAY   TO AM-APP-DAY.
           DIVIDE DV-SLOT-START BY 60 GIVING AM-APP-HOUR
               REMAINDER AM-APP-MINUTE.
           MOVE DV-SLOT-MINUTES TO AM-APP-DURATION.
           MOVE 0 TO AM-APPOINTMENT-ID.
           PERFORM CHECK-DOCTOR-AVAILABILITY.
           PERFORM CHECK-APPOINTMENT-OVERLAP.
           IF DV-AVAILABLE = "Y" AND AM-CONFLICT-FOUND = "N"
               ADD 1 TO DV-SLOTS-SHOWN
               DISPLAY "   " DV-WEEKDAY-NAME " "
                       AM-APP-YEAR "/" AM-APP-MONTH "/" AM-APP-DAY " "
                       AM-APP-HOUR ":" AM-APP-MINUTE "  ("
                       AM-APP-DURATION " min)"
           END-IF.

       FIND-WARD-FOR-ROOM.
           MOVE "UNASSIGNED"   TO PHARM-PATIENT-WARD.
           PERFORM VARYING RM-IDX FROM 1 BY 1
           DISPLAY "PHARMACY PULL LIST".
           DISPLAY "------------------".
           MOVE 0 TO PHARM-FLAG-COUNT.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE SK-TODAY-DATE =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY.
           OPEN OUTPUT PHARMACY-REPORT-FILE.

           PERFORM VARYING WARD-IDX FROM 1 BY 1 UNTIL WARD-IDX > WARD-COUNT
                                   DISPLAY PHARMACY-REPORT-LINE
                                   WRITE PHARMACY-REPORT-LINE
                                   PERFORM CHECK-MEDICATION-SAFETY
                                   PERFORM CHECK-PULL-LINE-STOCK
                               END-IF
                           END-PERFORM
                       END-IF

           CLOSE PHARMACY-REPORT-FILE.

           DISPLAY "Confirm a ward's pull list as dispensed - enter ward "
                   "name (blank to skip): " WITH NO ADVANCING.
           MOVE SPACES TO SK-WARD-NAME.
           ACCEPT SK-WARD-NAME.
           IF SK-WARD-NAME NOT = SPACES
               PERFORM CONFIRM-WARD-PULL-LIST
           END-IF.

       CHECK-PULL-LINE-STOCK.
           MOVE MEDICATION-NAME(PAT-IDX, PHARM-MED-IDX) TO SK-DRUG-NAME.
           PERFORM FIND-DISPENSE-LOT.
           IF SK-BEST-IDX = 0
               MOVE SPACES TO PHARMACY-REPORT-LINE
               STRING "    *** NO USABLE STOCK ON HAND: " DELIMITED BY SIZE
                   FUNCTION TRIM(SK-DRUG-NAME) DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO PHARMACY-REPORT-LINE
               DISPLAY PHARMACY-REPORT-LINE
               WRITE PHARMACY-REPORT-LINE
           END-IF.

       FIND-DISPENSE-LOT.
           MOVE 0 TO SK-BEST-IDX.
           PERFORM VARYING STK-IDX FROM 1 BY 1 UNTIL STK-IDX > STOCK-COUNT
               IF STOCK-DRUG-NAME(STK-IDX) = SK-DRUG-NAME
                   AND STOCK-QTY-ON-HAND(STK-IDX) > 0
                   AND (STOCK-EXPIRY-DATE(STK-IDX) = 0
                       OR STOCK-EXPIRY-DATE(STK-IDX) >= SK-TODAY-DATE)
                   IF SK-BEST-IDX = 0
                       SET SK-BEST-IDX TO STK-IDX
                   ELSE
                       IF STOCK-EXPIRY-DATE(STK-IDX) NOT = 0
                           AND (STOCK-EXPIRY-DATE(SK-BEST-IDX) = 0
                               OR STOCK-EXPIRY-DATE(STK-IDX)
                                   < STOCK-EXPIRY-DATE(SK-BEST-IDX))
                           SET SK-BEST-IDX TO STK-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CONFIRM-WARD-PULL-LIST.
           INSPECT SK-WARD-NAME
               CONVERTING DP-LOWER-ALPHA TO DP-UPPER-ALPHA.
           MOVE "N" TO SK-WARD-FOUND.
           PERFORM VARYING WARD-IDX FROM 1 BY 1
                   UNTIL WARD-IDX > WARD-COUNT OR SK-WARD-FOUND = "Y"
               IF WARD-NAME(WARD-IDX) = SK-WARD-NAME
                   MOVE "Y" TO SK-WARD-FOUND
               END-IF
           END-PERFORM.
           IF SK-WARD-FOUND = "N"
               DISPLAY "Ward " FUNCTION TRIM(SK-WARD-NAME)
                       " not found. No stock changed."
           ELSE
               DISPLAY "Dispense ward " FUNCTION TRIM(SK-WARD-NAME)
                       " pull list and reduce stock (Y/N): "
                       WITH NO ADVANCING
               ACCEPT SK-CONFIRM
               IF SK-CONFIRM = "Y" OR SK-CONFIRM = "y"
                   PERFORM DISPENSE-WARD-PULL-LIST
               ELSE
                   DISPLAY "Pull list not confirmed. No stock changed."
               END-IF
           END-IF.

       DISPENSE-WARD-PULL-LIST.
           MOVE 0 TO SK-DISPENSED-COUNT.
           MOVE 0 TO SK-UNFILLED-COUNT.
           OPEN EXTEND PULL-SHORT-FILE.
           IF FS-PULL-SHORT-FILE = "00" OR FS-PULL-SHORT-FILE = "05"
               MOVE "Y" TO SK-SHORT-FILE-OK
           ELSE
               MOVE "N" TO SK-SHORT-FILE-OK
               DISPLAY "WARNING: PULLSHRT.DAT could not be opened (status "
                       FS-PULL-SHORT-FILE "). Unfilled lines will not be "
                       "carried to the stock report."
           END-IF.
           PERFORM VARYING PAT-IDX FROM 1 BY 1 UNTIL PAT-IDX > PATIENT-COUNT
               IF DIS-YEAR(PAT-IDX) = 0
                   AND PATIENT-ROOM-NUMBER(PAT-IDX) NOT = 0
                   MOVE "N" TO PHARM-ROOM-FOUND
                   PERFORM FIND-WARD-FOR-ROOM
                   IF PHARM-PATIENT-WARD = SK-WARD-NAME
                       PERFORM VARYING PHARM-MED-IDX FROM 1 BY 1
                               UNTIL PHARM-MED-IDX > 10
                           IF MEDICATION-NAME(PAT-IDX, PHARM-MED-IDX)
                                   NOT = SPACES
                               PERFORM DISPENSE-PULL-LINE
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           IF SK-SHORT-FILE-OK = "Y"
               CLOSE PULL-SHORT-FILE
           END-IF.
           IF SK-DISPENSED-COUNT > 0
               PERFORM SAVE-DRUG-STOCK-FILE
           END-IF.
           DISPLAY "Ward " FUNCTION TRIM(SK-WARD-NAME) ": "
                   SK-DISPENSED-COUNT " line(s) dispensed, "
                   SK-UNFILLED-COUNT " line(s) could not be filled.".
           MOVE "DRUGSTOK"        TO AW-RECORD-TYPE.
           MOVE SK-DISPENSED-COUNT TO AW-RECORD-KEY.
           MOVE 0                 TO AW-PATIENT-ID.
           MOVE 0                 TO AW-DOCTOR-ID.
           MOVE "DISPENSE"        TO AW-ACTION.
           MOVE SK-WARD-NAME      TO AW-BEFORE-VALUE.
           MOVE SPACES TO AW-AFTER-VALUE.
           STRING SK-DISPENSED-COUNT DELIMITED BY SIZE
               " DISPENSED " DELIMITED BY SIZE
               SK-UNFILLED-COUNT DELIMITED BY SIZE
               " UNFILLED" DELIMITED BY SIZE
               INTO AW-AFTER-VALUE.
           PERFORM WRITE-AUDIT-ENTRY.

       DISPENSE-PULL-LINE.
           MOVE MEDICATION-NAME(PAT-IDX, PHARM-MED-IDX) TO SK-DRUG-NAME.
           PERFORM FIND-DISPENSE-LOT.
           IF SK-BEST-IDX = 0
               ADD 1 TO SK-UNFILLED-COUNT
               DISPLAY "  NOT FILLED: Room " PATIENT-ROOM-NUMBER(PAT-IDX)
                       " | Patient " PATIENT-ID(PAT-IDX) " | "
                       FUNCTION TRIM(SK-DRUG-NAME)
               IF SK-SHORT-FILE-OK = "Y"
                   MOVE SK-TODAY-DATE TO PS-SHORT-DATE
                   MOVE SK-WARD-NAME  TO PS-WARD
                   MOVE PATIENT-ROOM-NUMBER(PAT-IDX) TO PS-ROOM-NUMBER
                   MOVE PATIENT-ID(PAT-IDX) TO PS-PATIENT-ID
                   MOVE SK-DRUG-NAME  TO PS-DRUG-NAME
                   MOVE MEDICATION-DOSAGE(PAT-IDX, PHARM-MED-IDX)
                       TO PS-DOSAGE
                   WRITE PULL-SHORT-RECORD
               END-IF
           ELSE
               SUBTRACT 1 FROM STOCK-QTY-ON-HAND(SK-BEST-IDX)
               ADD 1 TO SK-DISPENSED-COUNT
           END-IF.

       PHARMACY-STOCK-MENU.
           DISPLAY "PHARMACY STOCK / REORDER".
           DISPLAY "-------------------------".
           DISPLAY "1. Receive Stock Lot".
           DISPLAY "2. Set Reorder Point / Quantity".
           DISPLAY "3. Adjust Lot Quantity (count / write-off)".
           DISPLAY "4. List Stock on Hand".
           DISPLAY "5. Stock / Reorder Report".
           DISPLAY "6. Return to Main Menu".
           DISPLAY "Enter your choice (1-6): " WITH NO ADVANCING.
           ACCEPT SK-CHOICE.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE SK-TODAY-DATE =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY.
           EVALUATE SK-CHOICE
               WHEN 1 PERFORM RECEIVE-STOCK-LOT
               WHEN 2 PERFORM SET-DRUG-REORDER-LEVELS
               WHEN 3
                   PERFORM CHECK-ADMIN-ACCESS
                   IF SO-ACCESS-ALLOWED = "Y"
                       PERFORM ADJUST-STOCK-LOT
                   END-IF
               WHEN 4 PERFORM LIST-DRUG-STOCK
               WHEN 5 PERFORM PHARMACY-STOCK-REPORT
               WHEN 6 CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       FIND-STOCK-LOT.
           MOVE "N" TO SK-FOUND.
           PERFORM VARYING STK-IDX FROM 1 BY 1
                   UNTIL STK-IDX > STOCK-COUNT OR SK-FOUND = "Y"
               IF STOCK-DRUG-NAME(STK-IDX) = SK-DRUG-NAME
                   AND STOCK-LOT-NUMBER(STK-IDX) = SK-LOT-NUMBER
                   MOVE "Y" TO SK-FOUND
                   SET SK-MATCHED-IDX TO STK-IDX
               END-IF
           END-PERFORM.

       TOTAL-DRUG-STOCK.
           MOVE "N" TO SK-DRUG-FOUND.
           MOVE "Y" TO SK-FIRST-ROW.
           MOVE 0 TO SK-USABLE-QTY.
           MOVE 0 TO SK-REORDER-POINT.
           MOVE 0 TO SK-REORDER-QTY.
           PERFORM VARYING SK-IDX2 FROM 1 BY 1 UNTIL SK-IDX2 > STOCK-COUNT
               IF STOCK-DRUG-NAME(SK-IDX2) = SK-DRUG-NAME
                   MOVE "Y" TO SK-DRUG-FOUND
                   IF SK-IDX2 < SK-MATCHED-IDX
                       MOVE "N" TO SK-FIRST-ROW
                   END-IF
                   IF STOCK-EXPIRY-DATE(SK-IDX2) = 0
                       OR STOCK-EXPIRY-DATE(SK-IDX2) >= SK-TODAY-DATE
                       ADD STOCK-QTY-ON-HAND(SK-IDX2) TO SK-USABLE-QTY
                   END-IF
                   IF STOCK-REORDER-POINT(SK-IDX2) > SK-REORDER-POINT
                       MOVE STOCK-REORDER-POINT(SK-IDX2)
                           TO SK-REORDER-POINT
                   END-IF
                   IF STOCK-REORDER-QTY(SK-IDX2) > SK-REORDER-QTY
                       MOVE STOCK-REORDER-QTY(SK-IDX2) TO SK-REORDER-QTY
                   END-IF
               END-IF
           END-PERFORM.

       ACCEPT-STOCK-DRUG-AND-LOT.
           DISPLAY "Enter Drug Name: " WITH NO ADVANCING.
           MOVE SPACES TO SK-DRUG-NAME.
           ACCEPT SK-DRUG-NAME.
           DISPLAY "Enter Lot Number: " WITH NO ADVANCING.
           MOVE SPACES TO SK-LOT-NUMBER.
           ACCEPT SK-LOT-NUMBER.
           INSPECT SK-LOT-NUMBER
               CONVERTING DP-LOWER-ALPHA TO DP-UPPER-ALPHA.

       RECEIVE-STOCK-LOT.
           DISPLAY "RECEIVE STOCK LOT".
           DISPLAY "------------------".
           PERFORM ACCEPT-STOCK-DRUG-AND-LOT.
           MOVE SK-DRUG-NAME TO PHARM-LOOKUP-NAME.
           PERFORM FIND-FORMULARY-DRUG.
           PERFORM FIND-STOCK-LOT.
           IF PHARM-FORM-FOUND = "N"
               DISPLAY "Drug " FUNCTION TRIM(SK-DRUG-NAME)
                       " is not on the formulary. Add it there first."
           ELSE
               IF SK-FOUND = "N" AND STOCK-COUNT >= 300
                   DISPLAY "STOCK TABLE IS FULL. CANNOT ADD LOT."
               ELSE
                   DISPLAY "Enter Quantity Received: " WITH NO ADVANCING
                   ACCEPT SK-QTY
                   IF SK-FOUND = "Y"
                       SET STK-IDX TO SK-MATCHED-IDX
                       MOVE STOCK-QTY-ON-HAND(STK-IDX) TO SK-OLD-QTY
                       ADD SK-QTY TO STOCK-QTY-ON-HAND(STK-IDX)
                       PERFORM SAVE-DRUG-STOCK-FILE
                       PERFORM WRITE-STOCK-RECEIPT-AUDIT
                   ELSE
                       PERFORM ADD-STOCK-LOT
                   END-IF
               END-IF
           END-IF.

       ADD-STOCK-LOT.
           DISPLAY "Enter Lot Expiry Date (YYYYMMDD, 0 = none): "
                   WITH NO ADVANCING.
           ACCEPT SK-EXPIRY-DATE.
           MOVE "Y" TO IA-DATE-OK.
           IF SK-EXPIRY-DATE NOT = 0
               MOVE SK-EXPIRY-YEAR  TO IA-CHECK-YEAR
               MOVE SK-EXPIRY-MONTH TO IA-CHECK-MONTH
               MOVE SK-EXPIRY-DAY   TO IA-CHECK-DAY
               PERFORM CHECK-DATE-VALID
           END-IF.
           IF IA-DATE-OK = "N"
               DISPLAY "Expiry date " SK-EXPIRY-DATE " is not valid. "
                       "Lot not added."
           ELSE
               MOVE 0 TO SK-MATCHED-IDX
               PERFORM TOTAL-DRUG-STOCK
               IF SK-DRUG-FOUND = "N"
                   DISPLAY "Enter Reorder Point: " WITH NO ADVANCING
                   ACCEPT SK-REORDER-POINT
                   DISPLAY "Enter Reorder Quantity: " WITH NO ADVANCING
                   ACCEPT SK-REORDER-QTY
               END-IF
               ADD 1 TO STOCK-COUNT
               SET STK-IDX TO STOCK-COUNT
               MOVE SK-DRUG-NAME     TO STOCK-DRUG-NAME(STK-IDX)
               MOVE SK-LOT-NUMBER    TO STOCK-LOT-NUMBER(STK-IDX)
               MOVE SK-QTY           TO STOCK-QTY-ON-HAND(STK-IDX)
               MOVE SK-REORDER-POINT TO STOCK-REORDER-POINT(STK-IDX)
               MOVE SK-REORDER-QTY   TO STOCK-REORDER-QTY(STK-IDX)
               MOVE SK-EXPIRY-DATE   TO STOCK-EXPIRY-DATE(STK-IDX)
               MOVE 0 TO SK-OLD-QTY
               PERFORM SAVE-DRUG-STOCK-FILE
               PERFORM WRITE-STOCK-RECEIPT-AUDIT
           END-IF.

       WRITE-STOCK-RECEIPT-AUDIT.
           DISPLAY "Lot " FUNCTION TRIM(SK-LOT-NUMBER) " of "
                   FUNCTION TRIM(SK-DRUG-NAME) " now holds "
                   STOCK-QTY-ON-HAND(STK-IDX) ".".
           MOVE "DRUGSTOK"    TO AW-RECORD-TYPE.
           MOVE SK-QTY        TO AW-RECORD-KEY.
           MOVE 0             TO AW-PATIENT-ID.
           MOVE 0             TO AW-DOCTOR-ID.
           MOVE "RECEIVE"     TO AW-ACTION.
           MOVE SPACES TO AW-BEFORE-VALUE.
           STRING FUNCTION TRIM(SK-DRUG-NAME) DELIMITED BY SIZE
               " QTY " DELIMITED BY SIZE
               SK-OLD-QTY DELIMITED BY SIZE
               INTO AW-BEFORE-VALUE.
           MOVE SPACES TO AW-AFTER-VALUE.
           STRING "LOT " DELIMITED BY SIZE
               SK-LOT-NUMBER DELIMITED BY SPACE
               " QTY " DELIMITED BY SIZE
               STOCK-QTY-ON-HAND(STK-IDX) DELIMITED BY SIZE
               INTO AW-AFTER-VALUE.
           PERFORM WRITE-AUDIT-ENTRY.

       SET-DRUG-REORDER-LEVELS.
           DISPLAY "SET REORDER POINT / QUANTITY".
           DISPLAY "-----------------------------".
           DISPLAY "Enter Drug Name: " WITH NO ADVANCING.
           MOVE SPACES TO SK-DRUG-NAME.
           ACCEPT SK-DRUG-NAME.
           MOVE 0 TO SK-MATCHED-IDX.
           PERFORM TOTAL-DRUG-STOCK.
           IF SK-DRUG-FOUND = "N"
               DISPLAY "No stock lots on file for "
                       FUNCTION TRIM(SK-DRUG-NAME) "."
           ELSE
               DISPLAY "Current reorder point " SK-REORDER-POINT
                       ", reorder quantity " SK-REORDER-QTY "."
               MOVE SK-REORDER-POINT TO SK-OLD-QTY
               DISPLAY "Enter New Reorder Point: " WITH NO ADVANCING
               ACCEPT SK-REORDER-POINT
               DISPLAY "Enter New Reorder Quantity: " WITH NO ADVANCING
               ACCEPT SK-REORDER-QTY
               PERFORM VARYING STK-IDX FROM 1 BY 1
                       UNTIL STK-IDX > STOCK-COUNT
                   IF STOCK-DRUG-NAME(STK-IDX) = SK-DRUG-NAME
                       MOVE SK-REORDER-POINT
                           TO STOCK-REORDER-POINT(STK-IDX)
                       MOVE SK-REORDER-QTY TO STOCK-REORDER-QTY(STK-IDX)
                   END-IF
               END-PERFORM
               PERFORM SAVE-DRUG-STOCK-FILE
               DISPLAY "Reorder levels updated for "
                       FUNCTION TRIM(SK-DRUG-NAME) "."
               MOVE "DRUGSTOK"    TO AW-RECORD-TYPE
               MOVE SK-REORDER-POINT TO AW-RECORD-KEY
               MOVE 0             TO AW-PATIENT-ID
               MOVE 0             TO AW-DOCTOR-ID
               MOVE "REORDER"     TO AW-ACTION
               MOVE SPACES TO AW-BEFORE-VALUE
               STRING FUNCTION TRIM(SK-DRUG-NAME) DELIMITED BY SIZE
                   " ROP " DELIMITED BY SIZE
                   SK-OLD-QTY DELIMITED BY SIZE
                   INTO AW-BEFORE-VALUE
               MOVE SPACES TO AW-AFTER-VALUE
               STRING "ROP " DELIMITED BY SIZE
                   SK-REORDER-POINT DELIMITED BY SIZE
                   " ROQ " DELIMITED BY SIZE
                   SK-REORDER-QTY DELIMITED BY SIZE
                   INTO AW-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       ADJUST-STOCK-LOT.
           DISPLAY "ADJUST LOT QUANTITY".
           DISPLAY "--------------------".
           PERFORM ACCEPT-STOCK-DRUG-AND-LOT.
           PERFORM FIND-STOCK-LOT.
           IF SK-FOUND = "N"
               DISPLAY "Lot " FUNCTION TRIM(SK-LOT-NUMBER) " of "
                       FUNCTION TRIM(SK-DRUG-NAME) " is not on file."
           ELSE
               SET STK-IDX TO SK-MATCHED-IDX
               MOVE STOCK-QTY-ON-HAND(STK-IDX) TO SK-OLD-QTY
               DISPLAY "Quantity on hand: " SK-OLD-QTY
               DISPLAY "Enter Counted Quantity: " WITH NO ADVANCING
               ACCEPT SK-QTY
               MOVE SK-QTY TO STOCK-QTY-ON-HAND(STK-IDX)
               PERFORM SAVE-DRUG-STOCK-FILE
               DISPLAY "Lot " FUNCTION TRIM(SK-LOT-NUMBER)
                       " adjusted from " SK-OLD-QTY " to " SK-QTY "."
               MOVE "DRUGSTOK"    TO AW-RECORD-TYPE
               MOVE SK-QTY        TO AW-RECORD-KEY
               MOVE 0             TO AW-PATIENT-ID
               MOVE 0             TO AW-DOCTOR-ID
               MOVE "ADJUST"      TO AW-ACTION
               MOVE SPACES TO AW-BEFORE-VALUE
               STRING FUNCTION TRIM(SK-DRUG-NAME) DELIMITED BY SIZE
                   " QTY " DELIMITED BY SIZE
                   SK-OLD-QTY DELIMITED BY SIZE
                   INTO AW-BEFORE-VALUE
               MOVE SPACES TO AW-AFTER-VALUE
               STRING "LOT " DELIMITED BY SIZE
                   SK-LOT-NUMBER DELIMITED BY SPACE
                   " QTY " DELIMITED BY SIZE
                   SK-QTY DELIMITED BY SIZE
                   INTO AW-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       LIST-DRUG-STOCK.
           DISPLAY "STOCK ON HAND".
           DISPLAY "--------------".
           PERFORM VARYING STK-IDX FROM 1 BY 1 UNTIL STK-IDX > STOCK-COUNT
               DISPLAY STOCK-DRUG-NAME(STK-IDX) " | Lot "
                       STOCK-LOT-NUMBER(STK-IDX) " | Exp "
                       STOCK-EXPIRY-DATE(STK-IDX)
               DISPLAY "   On hand: " STOCK-QTY-ON-HAND(STK-IDX)
                       " | Reorder point: " STOCK-REORDER-POINT(STK-IDX)
                       " | Reorder qty: " STOCK-REORDER-QTY(STK-IDX)
           END-PERFORM.
           DISPLAY STOCK-COUNT " stock lot(s) on file.".

       WRITE-STOCK-REPORT-LINE.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY STOCK-REPORT-LINE
           END-IF.
           WRITE STOCK-REPORT-LINE.

       PHARMACY-STOCK-REPORT.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY "PHARMACY STOCK / REORDER REPORT"
               DISPLAY "--------------------------------"
           END-IF.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE SK-TODAY-DATE =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY.
           COMPUTE SK-TODAY-INT = FUNCTION INTEGER-OF-DATE(SK-TODAY-DATE).
           COMPUTE SK-WARN-DATE = FUNCTION DATE-OF-INTEGER(
               SK-TODAY-INT + SK-EXPIRY-DAYS).
           MOVE 0 TO SK-BELOW-COUNT.
           MOVE 0 TO SK-EXPIRING-COUNT.
           MOVE 0 TO SK-SHORT-COUNT.
           OPEN OUTPUT STOCK-REPORT-FILE.

           MOVE SPACES TO STOCK-REPORT-LINE.
           STRING "PHARMACY STOCK / REORDER REPORT - " DELIMITED BY SIZE
               SK-TODAY-DATE DELIMITED BY SIZE
               INTO STOCK-REPORT-LINE.
           PERFORM WRITE-STOCK-REPORT-LINE.

           MOVE "DRUGS AT OR BELOW REORDER POINT (usable stock)"
               TO STOCK-REPORT-LINE.
           PERFORM WRITE-STOCK-REPORT-LINE.
           PERFORM VARYING STK-IDX FROM 1 BY 1 UNTIL STK-IDX > STOCK-COUNT
               MOVE STOCK-DRUG-NAME(STK-IDX) TO SK-DRUG-NAME
               SET SK-MATCHED-IDX TO STK-IDX
               PERFORM TOTAL-DRUG-STOCK
               IF SK-FIRST-ROW = "Y"
                   AND SK-REORDER-POINT > 0
                   AND SK-USABLE-QTY <= SK-REORDER-POINT
                   ADD 1 TO SK-BELOW-COUNT
                   MOVE SPACES TO STOCK-REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       SK-DRUG-NAME DELIMITED BY SIZE
                       " | On hand " DELIMITED BY SIZE
                       SK-USABLE-QTY DELIMITED BY SIZE
                       " | Reorder point " DELIMITED BY SIZE
                       SK-REORDER-POINT DELIMITED BY SIZE
                       " | ORDER " DELIMITED BY SIZE
                       SK-REORDER-QTY DELIMITED BY SIZE
                       INTO STOCK-REPORT-LINE
                   PERFORM WRITE-STOCK-REPORT-LINE
               END-IF
           END-PERFORM.
           IF SK-BELOW-COUNT = 0
               MOVE "  (none)" TO STOCK-REPORT-LINE
               PERFORM WRITE-STOCK-REPORT-LINE
           END-IF.

           MOVE SPACES TO STOCK-REPORT-LINE.
           STRING "LOTS EXPIRED OR EXPIRING WITHIN " DELIMITED BY SIZE
               SK-EXPIRY-DAYS DELIMITED BY SIZE
               " DAYS (by " DELIMITED BY SIZE
               SK-WARN-DATE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO STOCK-REPORT-LINE.
           PERFORM WRITE-STOCK-REPORT-LINE.
           PERFORM VARYING STK-IDX FROM 1 BY 1 UNTIL STK-IDX > STOCK-COUNT
               IF STOCK-EXPIRY-DATE(STK-IDX) NOT = 0
                   AND STOCK-EXPIRY-DATE(STK-IDX) <= SK-WARN-DATE
                   AND STOCK-QTY-ON-HAND(STK-IDX) > 0
                   ADD 1 TO SK-EXPIRING-COUNT
                   IF STOCK-EXPIRY-DATE(STK-IDX) < SK-TODAY-DATE
                       MOVE "EXPIRED"  TO SK-LOT-STATUS
                   ELSE
                       MOVE "EXPIRING" TO SK-LOT-STATUS
                   END-IF
                   MOVE SPACES TO STOCK-REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       STOCK-DRUG-NAME(STK-IDX) DELIMITED BY SIZE
                       " | Lot " DELIMITED BY SIZE
                       STOCK-LOT-NUMBER(STK-IDX) DELIMITED BY SIZE
                       " | Exp " DELIMITED BY SIZE
                       STOCK-EXPIRY-DATE(STK-IDX) DELIMITED BY SIZE
                       " | Qty " DELIMITED BY SIZE
                       STOCK-QTY-ON-HAND(STK-IDX) DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       SK-LOT-STATUS DELIMITED BY SIZE
                       INTO STOCK-REPORT-LINE
                   PERFORM WRITE-STOCK-REPORT-LINE
               END-IF
           END-PERFORM.
           IF SK-EXPIRING-COUNT = 0
               MOVE "  (none)" TO STOCK-REPORT-LINE
               PERFORM WRITE-STOCK-REPORT-LINE
           END-IF.

           MOVE "PULL-LIST LINES NOT FILLED" TO STOCK-REPORT-LINE.
           PERFORM WRITE-STOCK-REPORT-LINE.
           OPEN INPUT PULL-SHORT-FILE.
           IF FS-PULL-SHORT-FILE = "00"
               PERFORM UNTIL FS-PULL-SHORT-FILE NOT = "00"
                   READ PULL-SHORT-FILE
                       AT END
                           MOVE "10" TO FS-PULL-SHORT-FILE
                       NOT AT END
                           ADD 1 TO SK-SHORT-COUNT
                           MOVE SPACES TO STOCK-REPORT-LINE
                           STRING "  " DELIMITED BY SIZE
                               PS-SHORT-DATE DELIMITED BY SIZE
                               " | " DELIMITED BY SIZE
                               PS-WARD DELIMITED BY SIZE
                               " | Room " DELIMITED BY SIZE
                               PS-ROOM-NUMBER DELIMITED BY SIZE
                               " | Patient " DELIMITED BY SIZE
                               PS-PATIENT-ID DELIMITED BY SIZE
                               " | " DELIMITED BY SIZE
                               PS-DRUG-NAME DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               PS-DOSAGE DELIMITED BY SIZE
                               INTO STOCK-REPORT-LINE
                           PERFORM WRITE-STOCK-REPORT-LINE
                   END-READ
               END-PERFORM
               CLOSE PULL-SHORT-FILE
           END-IF.
           IF SK-SHORT-COUNT = 0
               MOVE "  (none)" TO STOCK-REPORT-LINE
               PERFORM WRITE-STOCK-REPORT-LINE
           END-IF.
           CLOSE STOCK-REPORT-FILE.

           IF BATCH-MODE-FLAG = "Y"
               IF SK-SHORT-COUNT > 0
                   OPEN OUTPUT PULL-SHORT-FILE
                   CLOSE PULL-SHORT-FILE
               END-IF
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "Pharmacy stock report: " DELIMITED BY SIZE
                   SK-BELOW-COUNT DELIMITED BY SIZE
                   " drug(s) to reorder, " DELIMITED BY SIZE
                   SK-EXPIRING-COUNT DELIMITED BY SIZE
                   " lot(s) expiring, " DELIMITED BY SIZE
                   SK-SHORT-COUNT DELIMITED BY SIZE
                   " unfilled line(s), written to STOCKRPT.TXT"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           ELSE
               DISPLAY "Stock report written to STOCKRPT.TXT"
           END-IF.

       READMISSION-REPORT.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY "30-DAY READMISSION REPORT"
               DISPLAY "--------------------------"
               DISPLAY "Enter Admission Period (YYYYMM, 0 = last month): "
                       WITH NO ADVANCING
               ACCEPT RD-PERIOD
           ELSE
               MOVE 0 TO RD-PERIOD
           END-IF.
           IF RD-PERIOD = 0
               ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
               IF CURR-MONTH = 1
                   COMPUTE RD-PERIOD = (CURR-YEAR - 1) * 100 + 12
               ELSE
                   COMPUTE RD-PERIOD = CURR-YEAR * 100 + CURR-MONTH - 1
               END-IF
           END-IF.
           COMPUTE RD-FROM-DATE = RD-PERIOD * 100 + 1.
           COMPUTE RD-TO-DATE   = RD-PERIOD * 100 + 31.
           MOVE 0 TO RDA-COUNT.
           MOVE 0 TO RDG-COUNT.
           MOVE 0 TO RD-HIST-COUNT.
           MOVE 0 TO RD-READMIT-COUNT.

           PERFORM VARYING PAT-IDX FROM 1 BY 1 UNTIL PAT-IDX > PATIENT-COUNT
               IF ADM-YEAR(PAT-IDX) NOT = 0
                   AND PATIENT-ADMISSION-DATE(PAT-IDX) >= RD-FROM-DATE
                   AND PATIENT-ADMISSION-DATE(PAT-IDX) <= RD-TO-DATE
                   MOVE ADM-YEAR(PAT-IDX)  TO IA-CHECK-YEAR
                   MOVE ADM-MONTH(PAT-IDX) TO IA-CHECK-MONTH
                   MOVE ADM-DAY(PAT-IDX)   TO IA-CHECK-DAY
                   PERFORM CHECK-DATE-VALID
                   IF IA-DATE-OK = "Y"
                       ADD 1 TO RDA-COUNT
                       SET RDA-IDX TO RDA-COUNT
                       SET RDA-PAT-IDX(RDA-IDX) TO PAT-IDX
                       MOVE PATIENT-ADMISSION-DATE(PAT-IDX)
                           TO RDA-ADMIT-DATE(RDA-IDX)
                       COMPUTE RDA-ADMIT-INT(RDA-IDX) =
                           FUNCTION INTEGER-OF-DATE(RDA-ADMIT-DATE(RDA-IDX))
                       MOVE PATIENT-ROOM-NUMBER(PAT-IDX) TO RD-ROOM-NUMBER
                       PERFORM FIND-READMIT-WARD
                       MOVE RD-WARD-NAME TO RDA-WARD(RDA-IDX)
                       MOVE "N" TO RDA-PRIOR-FOUND(RDA-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING RD-CAND-IDX FROM 1 BY 1
                   UNTIL RD-CAND-IDX > PATIENT-COUNT
               IF DIS-YEAR(RD-CAND-IDX) NOT = 0
                   MOVE RD-CAND-IDX TO RD-CAND-PAT-IDX
                   MOVE PATIENT-ID(RD-CAND-IDX) TO RD-CAND-ID
                   MOVE PATIENT-ADMISSION-DATE(RD-CAND-IDX)
                       TO RD-CAND-ADM-DATE
                   MOVE PATIENT-DISCHARGE-DATE(RD-CAND-IDX)
                       TO RD-CAND-DIS-DATE
                   MOVE PATIENT-DISEASE(RD-CAND-IDX) TO RD-CAND-DISEASE
                   MOVE PATIENT-DOCTOR-ID(RD-CAND-IDX) TO RD-CAND-DOCTOR
                   MOVE PATIENT-NAME(RD-CAND-IDX) TO DP-NAME-B
                   MOVE PATIENT-PHONE(RD-CAND-IDX) TO DP-PHONE-B
                   MOVE PATIENT-INSURANCE-ID(RD-CAND-IDX) TO DP-INSURANCE-B
                   MOVE PATIENT-AGE(RD-CAND-IDX) TO DP-AGE-B
                   MOVE "LIVE" TO RD-CAND-SOURCE
                   PERFORM MATCH-PRIOR-STAY
               END-IF
           END-PERFORM.

           OPEN INPUT PATIENT-HIST-FILE.
           IF FS-PATIENT-HIST-FILE = "00"
               PERFORM UNTIL FS-PATIENT-HIST-FILE NOT = "00"
                   READ PATIENT-HIST-FILE
                       AT END
                           MOVE "10" TO FS-PATIENT-HIST-FILE
                       NOT AT END
                           ADD 1 TO RD-HIST-COUNT
                           MOVE PH-PATIENT-DATA TO PATIENT-RECORD
                           IF PF-DIS-YEAR NOT = 0
                               MOVE 0 TO RD-CAND-PAT-IDX
                               MOVE PF-PATIENT-ID TO RD-CAND-ID
                               MOVE PF-PATIENT-ADMISSION-DATE
                                   TO RD-CAND-ADM-DATE
                               MOVE PF-PATIENT-DISCHARGE-DATE
                                   TO RD-CAND-DIS-DATE
                               MOVE PF-PATIENT-DISEASE TO RD-CAND-DISEASE
                               MOVE PF-PATIENT-DOCTOR-ID TO RD-CAND-DOCTOR
                               MOVE PF-PATIENT-NAME TO DP-NAME-B
                               MOVE PF-PATIENT-PHONE TO DP-PHONE-B
                               MOVE PF-PATIENT-INSURANCE-ID
                                   TO DP-INSURANCE-B
                               MOVE PF-PATIENT-AGE TO DP-AGE-B
                               MOVE "ARCHIVE" TO RD-CAND-SOURCE
                               PERFORM MATCH-PRIOR-STAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATIENT-HIST-FILE
           END-IF.

           PERFORM WRITE-READMISSION-DETAIL.
           PERFORM WRITE-READMISSION-RATES.

           IF BATCH-MODE-FLAG = "Y"
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "Readmission report " DELIMITED BY SIZE
                   RD-PERIOD DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   RD-READMIT-COUNT DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   RDA-COUNT DELIMITED BY SIZE
                   " admission(s) within 30 days, written to READMIT.TXT"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           ELSE
               DISPLAY "Report written to READMIT.TXT"
           END-IF.

       FIND-READMIT-WARD.
           MOVE "UNASSIGNED" TO RD-WARD-NAME.
           IF RD-ROOM-NUMBER NOT = 0
               PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > ROOM-COUNT
                   IF ROOM-NUMBER(RM-IDX) = RD-ROOM-NUMBER
                       MOVE ROOM-WARD(RM-IDX) TO RD-WARD-NAME
                   END-IF
               END-PERFORM
           END-IF.

       MATCH-PRIOR-STAY.
           MOVE RD-CAND-DIS-YEAR  TO IA-CHECK-YEAR.
           MOVE RD-CAND-DIS-MONTH TO IA-CHECK-MONTH.
           MOVE RD-CAND-DIS-DAY   TO IA-CHECK-DAY.
           PERFORM CHECK-DATE-VALID.
           IF IA-DATE-OK = "Y"
               COMPUTE RD-CAND-DIS-INT =
                   FUNCTION INTEGER-OF-DATE(RD-CAND-DIS-DATE)
               PERFORM VARYING RDA-IDX FROM 1 BY 1
                       UNTIL RDA-IDX > RDA-COUNT
                   IF RDA-PAT-IDX(RDA-IDX) NOT = RD-CAND-PAT-IDX
                       AND RD-CAND-ADM-DATE <= RDA-ADMIT-DATE(RDA-IDX)
                       AND RD-CAND-DIS-INT <= RDA-ADMIT-INT(RDA-IDX)
                       AND RD-CAND-DIS-INT + RD-WINDOW-DAYS >=
                           RDA-ADMIT-INT(RDA-IDX)
                       SET PAT-IDX TO RDA-PAT-IDX(RDA-IDX)
                       MOVE "N" TO RD-SAME-PATIENT
                       IF PATIENT-ID(PAT-IDX) = RD-CAND-ID
                           MOVE "Y" TO RD-SAME-PATIENT
                       ELSE
                           MOVE PATIENT-NAME(PAT-IDX) TO DP-NAME-A
                           MOVE PATIENT-PHONE(PAT-IDX) TO DP-PHONE-A
                           MOVE PATIENT-INSURANCE-ID(PAT-IDX)
                               TO DP-INSURANCE-A
                           MOVE PATIENT-AGE(PAT-IDX) TO DP-AGE-A
                           PERFORM SCORE-DUPLICATE-KEYS
                           MOVE DP-LIKELY TO RD-SAME-PATIENT
                       END-IF
                       IF RD-SAME-PATIENT = "Y"
                           IF RDA-PRIOR-FOUND(RDA-IDX) = "N"
                               OR RD-CAND-DIS-INT >
                                  RDA-PRIOR-DIS-INT(RDA-IDX)
                               MOVE "Y" TO RDA-PRIOR-FOUND(RDA-IDX)
                               MOVE RD-CAND-ID TO RDA-PRIOR-ID(RDA-IDX)
                               MOVE RD-CAND-ADM-DATE
                                   TO RDA-PRIOR-ADM-DATE(RDA-IDX)
                               MOVE RD-CAND-DIS-DATE
                                   TO RDA-PRIOR-DIS-DATE(RDA-IDX)
                               MOVE RD-CAND-DIS-INT
                                   TO RDA-PRIOR-DIS-INT(RDA-IDX)
                               MOVE RD-CAND-DISEASE
                                   TO RDA-PRIOR-DISEASE(RDA-IDX)
                               MOVE RD-CAND-DOCTOR
                                   TO RDA-PRIOR-DOCTOR(RDA-IDX)
                               MOVE RD-CAND-SOURCE
                                   TO RDA-PRIOR-SOURCE(RDA-IDX)
                               COMPUTE RDA-DAYS-BETWEEN(RDA-IDX) =
                                   RDA-ADMIT-INT(RDA-IDX) - RD-CAND-DIS-INT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       FIND-READMIT-DOCTOR-NAME.
           MOVE "(not on file)" TO RD-DOCTOR-NAME.
           PERFORM VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX > DOCTOR-COUNT
               IF DOCTOR-ID(DOC-IDX) = RD-DOCTOR-ID
                   MOVE DOCTOR-NAME(DOC-IDX) TO RD-DOCTOR-NAME
               END-IF
           END-PERFORM.

       WRITE-READMIT-LINE.
           IF BATCH-MODE-FLAG NOT = "Y"
               DISPLAY READMIT-REPORT-LINE
           END-IF.
           WRITE READMIT-REPORT-LINE.

       WRITE-READMISSION-DETAIL.
           OPEN OUTPUT READMIT-REPORT-FILE.
           MOVE SPACES TO READMIT-REPORT-LINE.
           STRING "30-DAY READMISSIONS - ADMISSIONS IN PERIOD "
                   DELIMITED BY SIZE
               RD-PERIOD DELIMITED BY SIZE
               " (live file plus " DELIMITED BY SIZE
               RD-HIST-COUNT DELIMITED BY SIZE
               " archived stay(s))" DELIMITED BY SIZE
               INTO READMIT-REPORT-LINE.
           PERFORM WRITE-READMIT-LINE.
           PERFORM VARYING RDA-IDX FROM 1 BY 1 UNTIL RDA-IDX > RDA-COUNT
               IF RDA-PRIOR-FOUND(RDA-IDX) = "Y"
                   ADD 1 TO RD-READMIT-COUNT
                   SET PAT-IDX TO RDA-PAT-IDX(RDA-IDX)
                   MOVE SPACES TO READMIT-REPORT-LINE
                   STRING "Patient " DELIMITED BY SIZE
                       PATIENT-ID(PAT-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PATIENT-NAME(PAT-IDX) DELIMITED BY SIZE
                       " admitted " DELIMITED BY SIZE
                       RDA-ADMIT-DATE(RDA-IDX) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       RDA-DAYS-BETWEEN(RDA-IDX) DELIMITED BY SIZE
                       " day(s) after discharge " DELIMITED BY SIZE
                       RDA-PRIOR-DIS-DATE(RDA-IDX) DELIMITED BY SIZE
                       INTO READMIT-REPORT-LINE
                   PERFORM WRITE-READMIT-LINE
                   MOVE PATIENT-DOCTOR-ID(PAT-IDX) TO RD-DOCTOR-ID
                   PERFORM FIND-READMIT-DOCTOR-NAME
                   MOVE SPACES TO READMIT-REPORT-LINE
                   STRING "   This stay : Dx " DELIMITED BY SIZE
                       PATIENT-DISEASE(PAT-IDX) DELIMITED BY SIZE
                       " | Dr " DELIMITED BY SIZE
                       RD-DOCTOR-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RD-DOCTOR-NAME DELIMITED BY SIZE
                       " | Ward " DELIMITED BY SIZE
                       RDA-WARD(RDA-IDX) DELIMITED BY SIZE
                       INTO READMIT-REPORT-LINE
                   PERFORM WRITE-READMIT-LINE
                   MOVE RDA-PRIOR-DOCTOR(RDA-IDX) TO RD-DOCTOR-ID
                   PERFORM FIND-READMIT-DOCTOR-NAME
                   MOVE SPACES TO READMIT-REPORT-LINE
                   STRING "   Prior stay: Dx " DELIMITED BY SIZE
                       RDA-PRIOR-DISEASE(RDA-IDX) DELIMITED BY SIZE
                       " | Dr " DELIMITED BY SIZE
                       RD-DOCTOR-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RD-DOCTOR-NAME DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       RDA-PRIOR-ADM-DATE(RDA-IDX) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       RDA-PRIOR-DIS-DATE(RDA-IDX) DELIMITED BY SIZE
                       " | ID " DELIMITED BY SIZE
                       RDA-PRIOR-ID(RDA-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RDA-PRIOR-SOURCE(RDA-IDX) DELIMITED BY SIZE
                       INTO READMIT-REPORT-LINE
                   PERFORM WRITE-READMIT-LINE
               END-IF
               MOVE "D" TO RD-GROUP-TYPE
               SET PAT-IDX TO RDA-PAT-IDX(RDA-IDX)
               MOVE SPACES TO RD-GROUP-KEY
               MOVE PATIENT-DOCTOR-ID(PAT-IDX) TO RD-GROUP-KEY(1:5)
               PERFORM TALLY-READMISSION-GROUP
               MOVE "W" TO RD-GROUP-TYPE
               MOVE RDA-WARD(RDA-IDX) TO RD-GROUP-KEY
               PERFORM TALLY-READMISSION-GROUP
               MOVE "X" TO RD-GROUP-TYPE
               MOVE PATIENT-DISEASE(PAT-IDX) TO RD-GROUP-KEY
               INSPECT RD-GROUP-KEY
                   CONVERTING DP-LOWER-ALPHA TO DP-UPPER-ALPHA
               PERFORM TALLY-READMISSION-GROUP
           END-PERFORM.
           IF RD-READMIT-COUNT = 0
               MOVE "  (no readmissions within 30 days)"
                   TO READMIT-REPORT-LINE
               PERFORM WRITE-READMIT-LINE
           END-IF.

       TALLY-READMISSION-GROUP.
           MOVE "N" TO RD-GROUP-FOUND.
           PERFORM VARYING RDG-IDX FROM 1 BY 1
                   UNTIL RDG-IDX > RDG-COUNT OR RD-GROUP-FOUND = "Y"
               IF RDG-TYPE(RDG-IDX) = RD-GROUP-TYPE
                   AND RDG-KEY(RDG-IDX) = RD-GROUP-KEY
                   MOVE "Y" TO RD-GROUP-FOUND
                   ADD 1 TO RDG-ADMITS(RDG-IDX)
                   IF RDA-PRIOR-FOUND(RDA-IDX) = "Y"
                       ADD 1 TO RDG-READMITS(RDG-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF RD-GROUP-FOUND = "N" AND RDG-COUNT < 200
               ADD 1 TO RDG-COUNT
               SET RDG-IDX TO RDG-COUNT
               MOVE RD-GROUP-TYPE TO RDG-TYPE(RDG-IDX)
               MOVE RD-GROUP-KEY  TO RDG-KEY(RDG-IDX)
               MOVE 1 TO RDG-ADMITS(RDG-IDX)
               MOVE 0 TO RDG-READMITS(RDG-IDX)
               IF RDA-PRIOR-FOUND(RDA-IDX) = "Y"
                   MOVE 1 TO RDG-READMITS(RDG-IDX)
               END-IF
           END-IF.

       WRITE-READMISSION-RATES.
           MOVE 0 TO RD-RATE.
           IF RDA-COUNT > 0
               COMPUTE RD-RATE ROUNDED =
                   RD-READMIT-COUNT * 100 / RDA-COUNT
           END-IF.
           MOVE RD-RATE TO RD-RATE-EDIT.
           MOVE SPACES TO READMIT-REPORT-LINE.
           STRING "OVERALL: " DELIMITED BY SIZE
               RD-READMIT-COUNT DELIMITED BY SIZE
               " readmission(s) / " DELIMITED BY SIZE
               RDA-COUNT DELIMITED BY SIZE
               " admission(s) = " DELIMITED BY SIZE
               RD-RATE-EDIT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO READMIT-REPORT-LINE.
           PERFORM WRITE-READMIT-LINE.
           MOVE "D" TO RD-GROUP-TYPE.
           MOVE "READMISSION RATE BY DOCTOR" TO RD-GROUP-TITLE.
           PERFORM WRITE-READMISSION-GROUP.
           MOVE "W" TO RD-GROUP-TYPE.
           MOVE "READMISSION RATE BY WARD" TO RD-GROUP-TITLE.
           PERFORM WRITE-READMISSION-GROUP.
           MOVE "X" TO RD-GROUP-TYPE.
           MOVE "READMISSION RATE BY DIAGNOSIS" TO RD-GROUP-TITLE.
           PERFORM WRITE-READMISSION-GROUP.
           CLOSE READMIT-REPORT-FILE.

       WRITE-READMISSION-GROUP.
           MOVE RD-GROUP-TITLE TO READMIT-REPORT-LINE.
           PERFORM WRITE-READMIT-LINE.
           PERFORM VARYING RDG-IDX FROM 1 BY 1 UNTIL RDG-IDX > RDG-COUNT
               IF RDG-TYPE(RDG-IDX) = RD-GROUP-TYPE
                   COMPUTE RD-RATE ROUNDED =
                       RDG-READMITS(RDG-IDX) * 100 / RDG-ADMITS(RDG-IDX)
                   MOVE RD-RATE TO RD-RATE-EDIT
                   MOVE RDG-KEY(RDG-IDX) TO RD-DOCTOR-NAME
                   IF RD-GROUP-TYPE = "D"
                       MOVE RDG-KEY(RDG-IDX)(1:5) TO RD-DOCTOR-ID
                       PERFORM FIND-READMIT-DOCTOR-NAME
                       MOVE SPACES TO RD-GROUP-KEY
                       STRING RDG-KEY(RDG-IDX)(1:5) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           RD-DOCTOR-NAME DELIMITED BY SIZE
                           INTO RD-GROUP-KEY
                       MOVE RD-GROUP-KEY TO RD-DOCTOR-NAME
                   END-IF
                   MOVE SPACES TO READMIT-REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       RD-DOCTOR-NAME DELIMITED BY SIZE
                       " | Admissions " DELIMITED BY SIZE
                       RDG-ADMITS(RDG-IDX) DELIMITED BY SIZE
                       " | Readmissions " DELIMITED BY SIZE
                       RDG-READMITS(RDG-IDX) DELIMITED BY SIZE
                       " | Rate " DELIMITED BY SIZE
                       RD-RATE-EDIT DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO READMIT-REPORT-LINE
                   PERFORM WRITE-READMIT-LINE
               END-IF
           END-PERFORM.

       BUILD-ROSTER-SLOTS-FOR-DOCTOR.
           MOVE 0 TO ROSTER-SLOT-COUNT.
           MOVE 0 TO DOCTOR-BOOKED-MINUTES.
               WHEN 22 PERFORM LIST-BACKUP-GENERATIONS
               WHEN 23 PERFORM CENSUS-TREND-REPORT
               WHEN 24 PERFORM APPOINTMENT-REMINDER-CALL-LIST
               WHEN 29 PERFORM IMPORT-REFERENCE-LAB-RESULTS
               WHEN 31
                   PERFORM GL-PERIOD-CLOSE-EXTRACT
                   PERFORM PHYSICIAN-SCORECARD
               WHEN 32 PERFORM RUN-STATEMENT-CYCLE
               WHEN 34 PERFORM PHARMACY-STOCK-REPORT
               WHEN 35 PERFORM READMISSION-REPORT
               WHEN 37 PERFORM CREDIT-BALANCE-REPORT
               WHEN 38 PERFORM PHYSICIAN-SCORECARD
               WHEN 39 PERFORM DISCHARGE-SUMMARY-REPRINT
               WHEN OTHER
                   MOVE SPACES TO REPORT-LINE-OUT
                   STRING "Batch mode: option " DELIMITED BY SIZE
                               MOVE FUNCTION NUMVAL(
                                   FUNCTION TRIM(PARAM-LINE(13:48)))
                                   TO CENSUS-TREND-DAYS
                           ELSE
                           IF PARAM-LINE(1:14) = "INCENTIVE-PCT="
                               MOVE FUNCTION NUMVAL(
                                   FUNCTION TRIM(PARAM-LINE(15:46)))
                                   TO SC-INCENTIVE-PCT
                           ELSE
                           IF PARAM-LINE(1:20) = "INCENTIVE-THRESHOLD="
                               MOVE FUNCTION NUMVAL(
                                   FUNCTION TRIM(PARAM-LINE(21:40)))
                                   TO SC-INCENTIVE-THRESHOLD
                           ELSE
                           IF PARAM-LINE(1:15) = "DISCHARGE-FROM="
                               MOVE FUNCTION NUMVAL(
                                   FUNCTION TRIM(PARAM-LINE(16:45)))
                                   TO SM-PARAM-FROM
                           ELSE
                           IF PARAM-LINE(1:13) = "DISCHARGE-TO="
                               MOVE FUNCTION NUMVAL(
                                   FUNCTION TRIM(PARAM-LINE(14:47)))
                                   TO SM-PARAM-TO
                           ELSE
                               IF PARAM-LINE NOT = SPACES
                                   MOVE 0 TO BATCH-CURRENT-OPTION
                               END-IF
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
