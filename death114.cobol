      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Training copy build - lays down a complete set of masters
      * for classroom and test use from a chosen PRG37 backup
      * generation, with every real decedent and family detail
      * replaced by a made-up one. New hires learn PRG4, PRG28, and
      * PRG53 against this copy instead of live families' records.
      *
      * Everything is written under a training root directory that
      * mirrors the live layout (<root>/user/mortuary/case-master and
      * so on), so the programs run unchanged with the training root
      * as their root directory. CASE-MASTER and NOK-MASTER are built
      * from the generation's backup sets, EMPLOYEE-MASTER and the
      * inventory file are loaded as they stand (trainees sign on as
      * themselves), and the ROLLNO-keyed satellites that carry
      * personal details - insurance assignments, identifications,
      * case notes, obituaries, memorial orders, personal effects,
      * aftercare calls, cash-advance payees - are read from live
      * (input only) and written masked, as are the first-call queue
      * and the billing.dat extract, which carry names and phone
      * numbers too. build_training.sh copies the files that carry
      * no personal details and runs this program.
      *
      * The fake values are worked out from the ROLLNO (and the
      * contact sequence) alone, so the same case gets the same made-
      * up name, phone, address, policy number, and access code in
      * every file, and the cross-file links still hold. A contact
      * with an odd sequence number shares the decedent's made-up
      * surname, as most families do.
      *
      * The training root is checked before anything is opened: it
      * must be a full path, and may not be /, /user, or anywhere
      * under a live data directory or the backup generations. The
      * four backup sets are then all opened before any training
      * file is written, so a bad generation leaves nothing behind.
      * The right to run this is the restore right on ROLE-MASTER
      * (PRG81), as for PRG38 - both read every case in the house.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG114.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CASE-BACKUP ASSIGN TO WS-CASE-BACKUP-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CASE-BACKUP-STATUS.
            SELECT EMPLOYEE-BACKUP ASSIGN TO WS-EMP-BACKUP-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EMP-BACKUP-STATUS.
            SELECT NOK-BACKUP ASSIGN TO WS-NOK-BACKUP-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NOK-BACKUP-STATUS.
            SELECT INVENTORY-BACKUP ASSIGN TO WS-INV-BACKUP-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INV-BACKUP-STATUS.
            SELECT CASE-MASTER ASSIGN TO WS-TRN-CASE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ROLLNO-KEY
                ALTERNATE RECORD KEY IS STUNAME
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS INTAKE-DATE
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS CASE-STATUS
                    WITH DUPLICATES
                FILE STATUS IS WS-CASE-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-TRN-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT NOK-MASTER ASSIGN TO WS-TRN-NOK-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NOK-KEY
                FILE STATUS IS WS-NOK-STATUS.
            SELECT INVENTORY-FILE ASSIGN TO WS-TRN-INVENTORY-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FILESYSFILE-KEY
                ALTERNATE RECORD KEY IS ALTKEY1
                ALTERNATE RECORD KEY IS ALTKEY2
                FILE STATUS IS WS-INV-STATUS.
            SELECT INSURANCE-ASSIGN-FILE ASSIGN TO WS-INS-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS INS-ROLLNO
                FILE STATUS IS WS-LIVE-STATUS.
            SELECT TRN-INSURANCE-FILE ASSIGN TO WS-TRN-INS-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TI-ROLLNO
                FILE STATUS IS WS-TRN-STATUS.
            SELECT IDENT-MASTER ASSIGN TO WS-IDENT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ROLLNO
                FILE STATUS IS WS-LIVE-STATUS.
            SELECT TRN-IDENT-MASTER ASSIGN TO WS-TRN-IDENT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TD-ROLLNO
                FILE STATUS IS WS-TRN-STATUS.
            SELECT CASE-NOTES-FILE ASSIGN TO WS-NOTES-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NOTE-KEY
                FILE STATUS IS WS-LIVE-STATUS.
            SELECT TRN-NOTES-FILE ASSIGN TO WS-TRN-NOTES-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TN-KEY
                FILE STATUS IS WS-TRN-STATUS.
            SELECT OBIT-MASTER ASSIGN TO WS-OBIT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OB-ROLLNO
                FILE STATUS IS WS-LIVE-STATUS.
            SELECT TRN-OBIT-MASTER ASSIGN TO WS-TRN-OBIT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TO-ROLLNO
                FILE STATUS IS WS-TRN-STATUS.
            SELECT MEMORIAL-ORDER ASSIGN TO WS-MEMORIAL-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MO-KEY
                FILE STATUS IS WS-LIVE-STATUS.
            SELECT TRN-MEMORIAL-ORDER ASSIGN TO WS-TRN-MEMORIAL-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-KEY
                FILE STATUS IS WS-TRN-STATUS.
            SELECT CASE-EFFECTS-FILE ASSIGN TO WS-EFFECTS-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EFF-KEY
                FILE STATUS IS WS-LIVE-STATUS.
            SELECT TRN-EFFECTS-FILE ASSIGN TO WS-TRN-EFFECTS-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TE-KEY
                FILE STATUS IS WS-TRN-STATUS.
            SELECT AFTERCARE-MASTER ASSIGN TO WS-AFTERCARE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AF-KEY
                FILE STATUS IS WS-LIVE-STATUS.
            SELECT TRN-AFTERCARE-MASTER ASSIGN TO WS-TRN-AFTERCARE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TA-KEY
                FILE STATUS IS WS-TRN-STATUS.
            SELECT CASH-ADVANCE-FILE ASSIGN TO WS-CADV-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CADV-KEY
                FILE STATUS IS WS-LIVE-STATUS.
            SELECT TRN-CASH-ADVANCE-FILE ASSIGN TO WS-TRN-CADV-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TC-KEY
                FILE STATUS IS WS-TRN-STATUS.
            SELECT FIRST-CALL-QUEUE ASSIGN TO WS-QUEUE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FC-SEQ
                FILE STATUS IS WS-LIVE-STATUS.
            SELECT TRN-FIRST-CALL-QUEUE ASSIGN TO WS-TRN-QUEUE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TF-SEQ
                FILE STATUS IS WS-TRN-STATUS.
            SELECT BILLING-EXTRACT ASSIGN TO WS-BILLING-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LIVE-STATUS.
            SELECT TRN-BILLING-EXTRACT ASSIGN TO WS-TRN-BILLING-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRN-STATUS.
            SELECT ROLE-MASTER ASSIGN TO WS-ROLE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ROLE-EMPID
                FILE STATUS IS WS-ROLE-STATUS.
            SELECT SECURITY-LOG ASSIGN TO WS-SECURITY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SECURITY-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASE-BACKUP.
        01  CASE-BACKUP-RECORD PIC X(250).
        FD  EMPLOYEE-BACKUP.
        01  EMPLOYEE-BACKUP-RECORD PIC X(250).
        FD  NOK-BACKUP.
        01  NOK-BACKUP-RECORD PIC X(250).
        FD  INVENTORY-BACKUP.
        01  INVENTORY-BACKUP-RECORD PIC X(250).
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  NOK-MASTER.
        01  NOK-MASTER-RECORD.
            COPY NOKREC.
        FD  INVENTORY-FILE.
        01  INVENTORY-RECORD.
            COPY INVREC.
        FD  INSURANCE-ASSIGN-FILE.
        01  INSURANCE-RECORD.
            COPY INSREC.
        FD  TRN-INSURANCE-FILE.
        01  TRN-INSURANCE-RECORD.
            COPY INSREC REPLACING ==INS-ROLLNO== BY ==TI-ROLLNO==.
        FD  IDENT-MASTER.
        01  IDENT-RECORD.
            COPY IDREC.
        FD  TRN-IDENT-MASTER.
        01  TRN-IDENT-RECORD.
            COPY IDREC REPLACING ==ID-ROLLNO== BY ==TD-ROLLNO==.
        FD  CASE-NOTES-FILE.
        01  CASE-NOTE-RECORD.
            COPY NOTEREC.
        FD  TRN-NOTES-FILE.
        01  TRN-NOTE-RECORD.
            COPY NOTEREC REPLACING ==NOTE-KEY== BY ==TN-KEY==.
        FD  OBIT-MASTER.
        01  OBIT-RECORD.
            COPY OBITREC.
        FD  TRN-OBIT-MASTER.
        01  TRN-OBIT-RECORD.
            COPY OBITREC REPLACING ==OB-ROLLNO== BY ==TO-ROLLNO==.
        FD  MEMORIAL-ORDER.
        01  MEMORIAL-RECORD.
            COPY MEMREC.
        FD  TRN-MEMORIAL-ORDER.
        01  TRN-MEMORIAL-RECORD.
            COPY MEMREC REPLACING ==MO-KEY== BY ==TM-KEY==.
        FD  CASE-EFFECTS-FILE.
        01  EFFECTS-RECORD.
            COPY EFFREC.
        FD  TRN-EFFECTS-FILE.
        01  TRN-EFFECTS-RECORD.
            COPY EFFREC REPLACING ==EFF-KEY== BY ==TE-KEY==.
        FD  AFTERCARE-MASTER.
        01  AFTERCARE-RECORD.
            COPY AFTREC.
        FD  TRN-AFTERCARE-MASTER.
        01  TRN-AFTERCARE-RECORD.
            COPY AFTREC REPLACING ==AF-KEY== BY ==TA-KEY==.
        FD  CASH-ADVANCE-FILE.
        01  CASH-ADVANCE-RECORD.
            COPY CADVREC.
        FD  TRN-CASH-ADVANCE-FILE.
        01  TRN-CASH-ADVANCE-RECORD.
            COPY CADVREC REPLACING ==CADV-KEY== BY ==TC-KEY==.
      * Mirror of PRG42's FIRST-CALL-RECORD - keep the two in step.
        FD  FIRST-CALL-QUEUE.
        01  FIRST-CALL-RECORD.
            02 FC-SEQ PIC 9(5).
            02 FILLER PIC X(94).
        FD  TRN-FIRST-CALL-QUEUE.
        01  TRN-FIRST-CALL-RECORD.
            02 TF-SEQ PIC 9(5).
            02 FILLER PIC X.
            02 TF-STATUS PIC X.
            02 FILLER PIC X.
            02 TF-NAME PIC A(8).
            02 FILLER PIC X.
            02 TF-CALLER PIC X(20).
            02 FILLER PIC X.
            02 TF-PICKUP PIC X(20).
            02 FILLER PIC X.
            02 TF-PHONE PIC X(12).
            02 FILLER PIC X.
            02 TF-ONCALL-EMPID PIC 9(5).
            02 FILLER PIC X.
            02 TF-IMPORTED PIC X(21).
        FD  BILLING-EXTRACT.
        01  BILLING-EXTRACT-RECORD PIC X(100).
      * billing.dat as PRG14 writes it (WS-BILLING-LINE) - only the
      * case and surname columns are touched here.
        FD  TRN-BILLING-EXTRACT.
        01  TRN-BILLING-RECORD.
            02 TB-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 TB-STUNAME PIC A(8).
            02 FILLER PIC X(84).
        FD  ROLE-MASTER.
        01  ROLE-RECORD.
            COPY ROLEREC.
        FD  SECURITY-LOG.
        01  SECURITY-LOG-RECORD PIC X(60).
        WORKING-STORAGE SECTION.
      * Live files - the satellites are only ever opened INPUT.
        01 WS-INS-FILE PIC X(40)
            VALUE '/user/billing/insurance-assign'.
        01 WS-IDENT-FILE PIC X(40)
            VALUE '/user/mortuary/ident-master'.
        01 WS-NOTES-FILE PIC X(40)
            VALUE '/user/mortuary/case-notes'.
        01 WS-OBIT-FILE PIC X(40)
            VALUE '/user/mortuary/obit-master'.
        01 WS-MEMORIAL-FILE PIC X(40)
            VALUE '/user/mortuary/memorial-order'.
        01 WS-EFFECTS-FILE PIC X(40)
            VALUE '/user/mortuary/case-effects'.
        01 WS-AFTERCARE-FILE PIC X(40)
            VALUE '/user/mortuary/aftercare-master'.
        01 WS-CADV-FILE PIC X(40) VALUE '/user/billing/cash-advances'.
        01 WS-QUEUE-FILE PIC X(40)
            VALUE '/user/mortuary/first-call-queue'.
        01 WS-BILLING-FILE PIC X(40)
            VALUE '/user/billing/billing.dat'.
        01 WS-ROLE-FILE PIC X(40)
            VALUE '/user/employee/role-master'.
        01 WS-ROLE-STATUS PIC XX.
        01 WS-SECURITY-FILE PIC X(40)
            VALUE '/user/mortuary/security-refusals.log'.
        01 WS-SECURITY-STATUS PIC XX.
        01 WS-LIVE-STATUS PIC XX.
      * Backup sets in the chosen generation, as backup_masters.sh
      * names them.
        01 WS-GENERATION-DIR PIC X(40).
        01 WS-GENERATION-LEN PIC 9(3).
        01 WS-CASE-BACKUP-FILE PIC X(80).
        01 WS-CASE-BACKUP-STATUS PIC XX.
        01 WS-EMP-BACKUP-FILE PIC X(80).
        01 WS-EMP-BACKUP-STATUS PIC XX.
        01 WS-NOK-BACKUP-FILE PIC X(80).
        01 WS-NOK-BACKUP-STATUS PIC XX.
        01 WS-INV-BACKUP-FILE PIC X(80).
        01 WS-INV-BACKUP-STATUS PIC XX.
      * Training copies - the training root followed by the live path.
        01 WS-TRAINING-ROOT PIC X(40).
        01 WS-ROOT-LEN PIC 9(3).
        01 WS-TRN-CASE-FILE PIC X(80).
        01 WS-CASE-STATUS PIC XX.
        01 WS-TRN-EMPLOYEE-FILE PIC X(80).
        01 WS-EMP-STATUS PIC XX.
        01 WS-TRN-NOK-FILE PIC X(80).
        01 WS-NOK-STATUS PIC XX.
        01 WS-TRN-INVENTORY-FILE PIC X(80).
        01 WS-INV-STATUS PIC XX.
        01 WS-TRN-INS-FILE PIC X(80).
        01 WS-TRN-IDENT-FILE PIC X(80).
        01 WS-TRN-NOTES-FILE PIC X(80).
        01 WS-TRN-OBIT-FILE PIC X(80).
        01 WS-TRN-MEMORIAL-FILE PIC X(80).
        01 WS-TRN-EFFECTS-FILE PIC X(80).
        01 WS-TRN-AFTERCARE-FILE PIC X(80).
        01 WS-TRN-CADV-FILE PIC X(80).
        01 WS-TRN-QUEUE-FILE PIC X(80).
        01 WS-TRN-BILLING-FILE PIC X(80).
        01 WS-TRN-STATUS PIC XX.
        01 WS-TRN-PATH-NAME PIC X(40).
        01 WS-TRN-PATH PIC X(80).
      * A training root may not be, or sit under, any of these.
        01 WS-LIVE-DIRS.
            02 FILLER PIC X(18) VALUE '/user/mortuary  14'.
            02 FILLER PIC X(18) VALUE '/user/billing   13'.
            02 FILLER PIC X(18) VALUE '/user/employee  14'.
            02 FILLER PIC X(18) VALUE '/user/inventory 15'.
            02 FILLER PIC X(18) VALUE '/user/backup    12'.
        01 WS-LIVE-DIR-TABLE REDEFINES WS-LIVE-DIRS.
            02 WS-LIVE-DIR OCCURS 5 TIMES.
                03 LD-PATH PIC X(16).
                03 LD-LEN PIC 9(2).
        01 WS-DIR-SUB PIC 9(2).
        01 WS-DIR-LEN PIC 9(2).
        01 WS-DOT-COUNT PIC 9(3).
        01 WS-ROOT-SWITCH PIC X VALUE 'Y'.
            88 ROOT-ACCEPTED VALUE 'Y'.
        01 WS-ROOT-REASON PIC X(50).
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-TIMESTAMP PIC X(21).
        01 WS-MAY-RESTORE PIC X VALUE 'N'.
            88 OPERATOR-MAY-RESTORE VALUE 'Y'.
      * Mirror of PRG81's WS-REFUSAL-ENTRY - keep the set in step.
        01 WS-REFUSAL-ENTRY.
            02 RF-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 RF-PROGRAM PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 RF-FUNCTION PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 RF-TIMESTAMP PIC X(21).
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-INPUT VALUE 'Y'.
        01 WS-CASE-OPEN-SWITCH PIC X VALUE 'N'.
            88 TRAINING-CASES-OPEN VALUE 'Y'.
        01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
        01 WS-ERROR-COUNT PIC 9(7) VALUE ZERO.
      * Made-up names, streets, and places the fake values are
      * picked from. First names 1-20 are men's, 21-40 women's.
        01 WS-LAST-NAMES.
            02 FILLER PIC X(12) VALUE 'ANDERSON'.
            02 FILLER PIC X(12) VALUE 'BAKER'.
            02 FILLER PIC X(12) VALUE 'CARTER'.
            02 FILLER PIC X(12) VALUE 'DAWSON'.
            02 FILLER PIC X(12) VALUE 'ELLIS'.
            02 FILLER PIC X(12) VALUE 'FOSTER'.
            02 FILLER PIC X(12) VALUE 'GARNER'.
            02 FILLER PIC X(12) VALUE 'HOLLAND'.
            02 FILLER PIC X(12) VALUE 'INGRAM'.
            02 FILLER PIC X(12) VALUE 'JENSEN'.
            02 FILLER PIC X(12) VALUE 'KELLER'.
            02 FILLER PIC X(12) VALUE 'LAWSON'.
            02 FILLER PIC X(12) VALUE 'MARSH'.
            02 FILLER PIC X(12) VALUE 'NEWTON'.
            02 FILLER PIC X(12) VALUE 'OSBORNE'.
            02 FILLER PIC X(12) VALUE 'PARKER'.
            02 FILLER PIC X(12) VALUE 'QUINN'.
            02 FILLER PIC X(12) VALUE 'RAMSEY'.
            02 FILLER PIC X(12) VALUE 'SAWYER'.
            02 FILLER PIC X(12) VALUE 'TURNER'.
            02 FILLER PIC X(12) VALUE 'UNDERWOOD'.
            02 FILLER PIC X(12) VALUE 'VAUGHN'.
            02 FILLER PIC X(12) VALUE 'WALLACE'.
            02 FILLER PIC X(12) VALUE 'YATES'.
            02 FILLER PIC X(12) VALUE 'ABBOTT'.
            02 FILLER PIC X(12) VALUE 'BRENNAN'.
            02 FILLER PIC X(12) VALUE 'COLLINS'.
            02 FILLER PIC X(12) VALUE 'DONOVAN'.
            02 FILLER PIC X(12) VALUE 'EMERSON'.
            02 FILLER PIC X(12) VALUE 'FLETCHER'.
            02 FILLER PIC X(12) VALUE 'GRAVES'.
            02 FILLER PIC X(12) VALUE 'HAYWARD'.
            02 FILLER PIC X(12) VALUE 'IRWIN'.
            02 FILLER PIC X(12) VALUE 'JARVIS'.
            02 FILLER PIC X(12) VALUE 'KIRBY'.
            02 FILLER PIC X(12) VALUE 'LANDRY'.
            02 FILLER PIC X(12) VALUE 'MERCER'.
            02 FILLER PIC X(12) VALUE 'NOLAN'.
            02 FILLER PIC X(12) VALUE 'PRESTON'.
            02 FILLER PIC X(12) VALUE 'RHODES'.
        01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAMES.
            02 WS-LAST-NAME PIC X(12) OCCURS 40 TIMES.
        01 WS-FIRST-NAMES.
            02 FILLER PIC X(10) VALUE 'ARTHUR'.
            02 FILLER PIC X(10) VALUE 'BENJAMIN'.
            02 FILLER PIC X(10) VALUE 'CHARLES'.
            02 FILLER PIC X(10) VALUE 'DANIEL'.
            02 FILLER PIC X(10) VALUE 'EDWARD'.
            02 FILLER PIC X(10) VALUE 'FRANK'.
            02 FILLER PIC X(10) VALUE 'GEORGE'.
            02 FILLER PIC X(10) VALUE 'HAROLD'.
            02 FILLER PIC X(10) VALUE 'ISAAC'.
            02 FILLER PIC X(10) VALUE 'JAMES'.
            02 FILLER PIC X(10) VALUE 'KENNETH'.
            02 FILLER PIC X(10) VALUE 'LEONARD'.
            02 FILLER PIC X(10) VALUE 'MARTIN'.
            02 FILLER PIC X(10) VALUE 'NORMAN'.
            02 FILLER PIC X(10) VALUE 'OLIVER'.
            02 FILLER PIC X(10) VALUE 'PAUL'.
            02 FILLER PIC X(10) VALUE 'RAYMOND'.
            02 FILLER PIC X(10) VALUE 'SAMUEL'.
            02 FILLER PIC X(10) VALUE 'THOMAS'.
            02 FILLER PIC X(10) VALUE 'WALTER'.
            02 FILLER PIC X(10) VALUE 'ALICE'.
            02 FILLER PIC X(10) VALUE 'BEATRICE'.
            02 FILLER PIC X(10) VALUE 'CAROL'.
            02 FILLER PIC X(10) VALUE 'DOROTHY'.
            02 FILLER PIC X(10) VALUE 'EDITH'.
            02 FILLER PIC X(10) VALUE 'FRANCES'.
            02 FILLER PIC X(10) VALUE 'GRACE'.
            02 FILLER PIC X(10) VALUE 'HELEN'.
            02 FILLER PIC X(10) VALUE 'IRENE'.
            02 FILLER PIC X(10) VALUE 'JUNE'.
            02 FILLER PIC X(10) VALUE 'KATHLEEN'.
            02 FILLER PIC X(10) VALUE 'LOUISE'.
            02 FILLER PIC X(10) VALUE 'MARGARET'.
            02 FILLER PIC X(10) VALUE 'NANCY'.
            02 FILLER PIC X(10) VALUE 'OLIVE'.
            02 FILLER PIC X(10) VALUE 'PATRICIA'.
            02 FILLER PIC X(10) VALUE 'RUTH'.
            02 FILLER PIC X(10) VALUE 'SHIRLEY'.
            02 FILLER PIC X(10) VALUE 'VIRGINIA'.
            02 FILLER PIC X(10) VALUE 'WANDA'.
        01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAMES.
            02 WS-FIRST-NAME PIC X(10) OCCURS 40 TIMES.
        01 WS-STREETS.
            02 FILLER PIC X(14) VALUE 'MAPLE AVE'.
            02 FILLER PIC X(14) VALUE 'OAK ST'.
            02 FILLER PIC X(14) VALUE 'ELM ST'.
            02 FILLER PIC X(14) VALUE 'CEDAR LN'.
            02 FILLER PIC X(14) VALUE 'PINE RD'.
            02 FILLER PIC X(14) VALUE 'BIRCH CT'.
            02 FILLER PIC X(14) VALUE 'WILLOW DR'.
            02 FILLER PIC X(14) VALUE 'CHESTNUT ST'.
            02 FILLER PIC X(14) VALUE 'HICKORY LN'.
            02 FILLER PIC X(14) VALUE 'SPRUCE AVE'.
            02 FILLER PIC X(14) VALUE 'LAUREL DR'.
            02 FILLER PIC X(14) VALUE 'ASPEN CT'.
            02 FILLER PIC X(14) VALUE 'SYCAMORE RD'.
            02 FILLER PIC X(14) VALUE 'POPLAR ST'.
            02 FILLER PIC X(14) VALUE 'MAGNOLIA AVE'.
            02 FILLER PIC X(14) VALUE 'JUNIPER LN'.
            02 FILLER PIC X(14) VALUE 'ALDER WAY'.
            02 FILLER PIC X(14) VALUE 'HAWTHORN RD'.
            02 FILLER PIC X(14) VALUE 'LINDEN ST'.
            02 FILLER PIC X(14) VALUE 'REDWOOD DR'.
        01 WS-STREET-TABLE REDEFINES WS-STREETS.
            02 WS-STREET PIC X(14) OCCURS 20 TIMES.
        01 WS-PLACES.
            02 FILLER PIC X(20) VALUE 'RESIDENCE'.
            02 FILLER PIC X(20) VALUE 'ST LUKE HOSPITAL'.
            02 FILLER PIC X(20) VALUE 'COUNTY MEDICAL CTR'.
            02 FILLER PIC X(20) VALUE 'MAPLEWOOD CARE HOME'.
            02 FILLER PIC X(20) VALUE 'VALLEY HOSPICE'.
            02 FILLER PIC X(20) VALUE 'MERCY GENERAL'.
            02 FILLER PIC X(20) VALUE 'RIVERSIDE NURSING'.
            02 FILLER PIC X(20) VALUE 'UNIVERSITY HOSPITAL'.
        01 WS-PLACE-TABLE REDEFINES WS-PLACES.
            02 WS-PLACE PIC X(20) OCCURS 8 TIMES.
        01 WS-OBIT-LINES.
            02 FILLER PIC X(64) VALUE
                'PASSED AWAY PEACEFULLY, SURROUNDED BY FAMILY.'.
            02 FILLER PIC X(64) VALUE
                'A LIFELONG MEMBER OF THE COMMUNITY.'.
            02 FILLER PIC X(64) VALUE
                'SURVIVED BY LOVING CHILDREN AND GRANDCHILDREN.'.
            02 FILLER PIC X(64) VALUE
                'IN LIEU OF FLOWERS, DONATIONS TO A CHARITY.'.
        01 WS-OBIT-LINE-TABLE REDEFINES WS-OBIT-LINES.
            02 WS-OBIT-LINE PIC X(64) OCCURS 4 TIMES.
        01 WS-INSCRIPTIONS.
            02 FILLER PIC X(40) VALUE 'BELOVED'.
            02 FILLER PIC X(40) VALUE 'IN LOVING MEMORY'.
            02 FILLER PIC X(40) VALUE 'FOREVER IN OUR HEARTS'.
            02 FILLER PIC X(40) VALUE 'AT REST'.
            02 FILLER PIC X(40) VALUE 'GONE BUT NOT FORGOTTEN'.
        01 WS-INSCRIPTION-TABLE REDEFINES WS-INSCRIPTIONS.
            02 WS-INSCRIPTION PIC X(40) OCCURS 5 TIMES.
      * Fake-value work areas.
        01 WS-FAKE-ROLLNO PIC 9(7).
        01 WS-FAKE-SEQ PIC 9(2).
        01 WS-FAKE-SEX PIC X.
        01 WS-LAST-SUB PIC 9(2).
        01 WS-FIRST-SUB PIC 9(2).
        01 WS-MIDDLE-SUB PIC 9(2).
        01 WS-STREET-SUB PIC 9(2).
        01 WS-PLACE-SUB PIC 9(2).
        01 WS-TEXT-SUB PIC 9(2).
        01 WS-LINE-SUB PIC 9(2).
        01 WS-FAKE-LAST PIC X(12).
        01 WS-FAKE-FIRST PIC X(10).
        01 WS-FAKE-MIDDLE PIC X(10).
        01 WS-FAKE-FULL PIC X(20).
        01 WS-FAKE-DECEDENT PIC X(40).
        01 WS-FAKE-PHONE PIC X(12).
        01 WS-FAKE-AREA PIC 9(3).
        01 WS-FAKE-LINE PIC 9(2).
        01 WS-FAKE-ADDRESS PIC X(30).
        01 WS-FAKE-HOUSE PIC 9(4).
        01 WS-FAKE-EMAIL PIC X(40).
        01 WS-FAKE-POLICY PIC X(15).
        01 WS-FAKE-POLICY-TAIL PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-RESTORE-RIGHT
           IF NOT OPERATOR-MAY-RESTORE
               DISPLAY 'REFUSED - NO RESTORE RIGHT ON ROLE-MASTER '
                   '(PRG81): ' WS-OPERATOR-EMPID
               PERFORM WRITE-SECURITY-REFUSAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'BACKUP GENERATION DIRECTORY:'
           ACCEPT WS-GENERATION-DIR
           DISPLAY 'TRAINING ROOT DIRECTORY:'
           ACCEPT WS-TRAINING-ROOT
           PERFORM CHECK-TRAINING-ROOT
           IF NOT ROOT-ACCEPTED
               DISPLAY 'REFUSED - TRAINING ROOT ' WS-TRAINING-ROOT
               DISPLAY '  ' WS-ROOT-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BUILD-FILE-NAMES
           PERFORM OPEN-BACKUP-SETS
           IF WS-CASE-BACKUP-STATUS NOT = '00'
               OR WS-EMP-BACKUP-STATUS NOT = '00'
               OR WS-NOK-BACKUP-STATUS NOT = '00'
               OR WS-INV-BACKUP-STATUS NOT = '00'
               DISPLAY 'ERROR - GENERATION INCOMPLETE, NOTHING '
                   'WRITTEN: ' WS-GENERATION-DIR
               DISPLAY '  CASE ' WS-CASE-BACKUP-STATUS
                   ' EMPLOYEE ' WS-EMP-BACKUP-STATUS
                   ' NOK ' WS-NOK-BACKUP-STATUS
                   ' INVENTORY ' WS-INV-BACKUP-STATUS
               PERFORM CLOSE-BACKUP-SETS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BUILD-CASE-MASTER
           PERFORM BUILD-NOK-MASTER
           PERFORM BUILD-EMPLOYEE-MASTER
           PERFORM BUILD-INVENTORY-FILE
           PERFORM CLOSE-BACKUP-SETS
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS = '00'
               MOVE 'Y' TO WS-CASE-OPEN-SWITCH
           END-IF
           PERFORM MASK-INSURANCE-FILE
           PERFORM MASK-IDENT-MASTER
           PERFORM MASK-NOTES-FILE
           PERFORM MASK-OBIT-MASTER
           PERFORM MASK-MEMORIAL-ORDER
           PERFORM MASK-EFFECTS-FILE
           PERFORM MASK-AFTERCARE-MASTER
           PERFORM MASK-CASH-ADVANCE-FILE
           PERFORM MASK-FIRST-CALL-QUEUE
           PERFORM MASK-BILLING-EXTRACT
           IF TRAINING-CASES-OPEN
               CLOSE CASE-MASTER
           END-IF
           DISPLAY 'TRAINING COPY BUILT UNDER: ' WS-TRAINING-ROOT
           DISPLAY 'ERRORS: ' WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Same right, same refusal logging as PRG38.
       CHECK-RESTORE-RIGHT.
           MOVE 'N' TO WS-MAY-RESTORE
           DISPLAY 'OPERATOR EMPID:'
           ACCEPT WS-OPERATOR-EMPID
           OPEN INPUT ROLE-MASTER
           IF WS-ROLE-STATUS = '00'
               MOVE WS-OPERATOR-EMPID TO ROLE-EMPID
               READ ROLE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ROLE-RESTORE TO WS-MAY-RESTORE
               END-READ
               CLOSE ROLE-MASTER
           END-IF.

       WRITE-SECURITY-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO RF-EMPID
           MOVE 'PRG114' TO RF-PROGRAM
           MOVE 'TRAINING' TO RF-FUNCTION
           MOVE WS-TIMESTAMP TO RF-TIMESTAMP
           OPEN EXTEND SECURITY-LOG
           IF WS-SECURITY-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG
           END-IF
           MOVE SPACES TO SECURITY-LOG-RECORD
           MOVE WS-REFUSAL-ENTRY TO SECURITY-LOG-RECORD
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.

      * Every training file is the root followed by the live path,
      * so a root that passes here can never name a live file. One
      * trailing slash on the root is dropped.
       CHECK-TRAINING-ROOT.
           MOVE 'Y' TO WS-ROOT-SWITCH
           MOVE ZERO TO WS-ROOT-LEN
           INSPECT WS-TRAINING-ROOT TALLYING WS-ROOT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ZERO TO WS-DOT-COUNT
           INSPECT WS-TRAINING-ROOT TALLYING WS-DOT-COUNT
               FOR ALL '/.' ALL '//'
           IF WS-ROOT-LEN > 1
               IF WS-TRAINING-ROOT(WS-ROOT-LEN:1) = '/'
                   SUBTRACT 1 FROM WS-ROOT-LEN
               END-IF
           END-IF
           IF WS-ROOT-LEN = ZERO
               MOVE 'N' TO WS-ROOT-SWITCH
               MOVE 'NO TRAINING ROOT GIVEN' TO WS-ROOT-REASON
           ELSE
               IF WS-TRAINING-ROOT(1:1) NOT = '/'
                   MOVE 'N' TO WS-ROOT-SWITCH
                   MOVE 'NOT A FULL PATH' TO WS-ROOT-REASON
               ELSE
                   IF WS-ROOT-LEN > 38
                       MOVE 'N' TO WS-ROOT-SWITCH
                       MOVE 'PATH LONGER THAN 38 CHARACTERS'
                           TO WS-ROOT-REASON
                   ELSE
                       IF WS-TRAINING-ROOT(WS-ROOT-LEN + 1:)
                           NOT = SPACES
                           AND WS-TRAINING-ROOT(WS-ROOT-LEN + 1:)
                           NOT = '/'
                           MOVE 'N' TO WS-ROOT-SWITCH
                           MOVE 'PATH CONTAINS A SPACE'
                               TO WS-ROOT-REASON
                       ELSE
                           IF WS-DOT-COUNT > ZERO
                               MOVE 'N' TO WS-ROOT-SWITCH
                               MOVE 'PATH CONTAINS /. OR //'
                                   TO WS-ROOT-REASON
                           ELSE
                               IF WS-TRAINING-ROOT(1:WS-ROOT-LEN)
                                   = '/'
                                   OR WS-TRAINING-ROOT(1:WS-ROOT-LEN)
                                   = '/user'
                                   MOVE 'N' TO WS-ROOT-SWITCH
                                   MOVE 'LIVE PATH - TOP OF LIVE TREE'
                                       TO WS-ROOT-REASON
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF ROOT-ACCEPTED
               PERFORM CHECK-LIVE-DIRECTORY
                   VARYING WS-DIR-SUB FROM 1 BY 1
                   UNTIL WS-DIR-SUB > 5
           END-IF.

       CHECK-LIVE-DIRECTORY.
           MOVE LD-LEN(WS-DIR-SUB) TO WS-DIR-LEN
           IF WS-ROOT-LEN NOT < WS-DIR-LEN
               IF WS-TRAINING-ROOT(1:WS-DIR-LEN)
                   = LD-PATH(WS-DIR-SUB)(1:WS-DIR-LEN)
                   IF WS-ROOT-LEN = WS-DIR-LEN
                       OR WS-TRAINING-ROOT(WS-DIR-LEN + 1:1) = '/'
                       MOVE 'N' TO WS-ROOT-SWITCH
                       MOVE SPACES TO WS-ROOT-REASON
                       STRING 'LIVE PATH - UNDER '
                           LD-PATH(WS-DIR-SUB)(1:WS-DIR-LEN)
                           DELIMITED BY SIZE INTO WS-ROOT-REASON
                   END-IF
               END-IF
           END-IF.

       BUILD-FILE-NAMES.
           MOVE ZERO TO WS-GENERATION-LEN
           INSPECT WS-GENERATION-DIR TALLYING WS-GENERATION-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-GENERATION-LEN = ZERO
               MOVE 1 TO WS-GENERATION-LEN
           END-IF
           MOVE SPACES TO WS-CASE-BACKUP-FILE
           STRING WS-GENERATION-DIR(1:WS-GENERATION-LEN)
               '/case-master.bak' DELIMITED BY SIZE
               INTO WS-CASE-BACKUP-FILE
           MOVE SPACES TO WS-EMP-BACKUP-FILE
           STRING WS-GENERATION-DIR(1:WS-GENERATION-LEN)
               '/employee-master.bak' DELIMITED BY SIZE
               INTO WS-EMP-BACKUP-FILE
           MOVE SPACES TO WS-NOK-BACKUP-FILE
           STRING WS-GENERATION-DIR(1:WS-GENERATION-LEN)
               '/nok-master.bak' DELIMITED BY SIZE
               INTO WS-NOK-BACKUP-FILE
           MOVE SPACES TO WS-INV-BACKUP-FILE
           STRING WS-GENERATION-DIR(1:WS-GENERATION-LEN)
               '/inventory-parts.bak' DELIMITED BY SIZE
               INTO WS-INV-BACKUP-FILE
           MOVE '/user/mortuary/case-master' TO WS-TRN-PATH-NAME
           PERFORM BUILD-TRAINING-PATH
           MOVE WS-TRN-PATH TO WS-TRN-CASE-FILE
           MOVE '/user/employee/master' TO WS-TRN-PATH-NAME
           PERFORM BUILD-TRAINING-PATH
           MOVE WS-TRN-PATH TO WS-TRN-EMPLOYEE-FILE
           MOVE '/user/mortuary/nok-master' TO WS-TRN-PATH-NAME
           PERFORM BUILD-TRAINING-PATH
           MOVE WS-TRN-PATH TO WS-TRN-NOK-FILE
           MOVE '/user/inventory/parts' TO WS-TRN-PATH-NAME
           PERFORM BUILD-TRAINING-PATH
           MOVE WS-TRN-PATH TO WS-TRN-INVENTORY-FILE
           MOVE WS-INS-FILE TO WS-TRN-PATH-NAME
           PERFORM BUILD-TRAINING-PATH
           MOVE WS-TRN-PATH TO WS-TRN-INS-FILE
           MOVE WS-IDENT-FILE TO WS-TRN-PATH-NAME
           PERFORM BUILD-TRAINING-PATH
           MOVE WS-TRN-PATH TO WS-TRN-IDENT-FILE
           MOVE WS-NOTES-FILE TO WS-TRN-PATH-NAME
           PERFORM BUILD-TRAINING-PATH
           MOVE WS-TRN-PATH TO WS-TRN-NOTES-FILE
           MOVE WS-OBIT-FILE TO WS-TRN-PATH-NAME
           PERFORM BUILD-TRAINING-PATH
           MOVE WS-TRN-PATH TO WS-TRN-OBIT-FILE
           MOVE WS-MEMORIAL-FILE TO WS-TRN-PATH-NAME
           PERFORM BUILD-TRAINING-PATH
           MOVE WS-TRN-PATH TO WS-TRN-MEMORIAL-FILE
           MOVE WS-EFFECTS-FILE TO WS-TRN-PATH-NAME
           PERFORM BUILD-TRAINING-PATH
           MOVE WS-TRN-PATH TO WS-TRN-EFFECTS-FILE
           MOVE WS-AFTERCARE-FILE TO WS-TRN-PATH-NAME
           PERFORM BUILD-TRAINING-PATH
           MOVE WS-TRN-PATH TO WS-TRN-AFTERCARE-FILE
           MOVE WS-CADV-FILE TO WS-TRN-PATH-NAME
           PERFORM BUILD-TRAINING-PATH
           MOVE WS-TRN-PATH TO WS-TRN-CADV-FILE
           MOVE WS-QUEUE-FILE TO WS-TRN-PATH-NAME
           PERFORM BUILD-TRAINING-PATH
           MOVE WS-TRN-PATH TO WS-TRN-QUEUE-FILE
           MOVE WS-BILLING-FILE TO WS-TRN-PATH-NAME
           PERFORM BUILD-TRAINING-PATH
           MOVE WS-TRN-PATH TO WS-TRN-BILLING-FILE.

       BUILD-TRAINING-PATH.
           MOVE SPACES TO WS-TRN-PATH
           STRING WS-TRAINING-ROOT(1:WS-ROOT-LEN) DELIMITED BY SIZE
               WS-TRN-PATH-NAME DELIMITED BY SPACE
               INTO WS-TRN-PATH.

       OPEN-BACKUP-SETS.
           OPEN INPUT CASE-BACKUP
           OPEN INPUT EMPLOYEE-BACKUP
           OPEN INPUT NOK-BACKUP
           OPEN INPUT INVENTORY-BACKUP.

       CLOSE-BACKUP-SETS.
           IF WS-CASE-BACKUP-STATUS = '00'
               CLOSE CASE-BACKUP
           END-IF
           IF WS-EMP-BACKUP-STATUS = '00'
               CLOSE EMPLOYEE-BACKUP
           END-IF
           IF WS-NOK-BACKUP-STATUS = '00'
               CLOSE NOK-BACKUP
           END-IF
           IF WS-INV-BACKUP-STATUS = '00'
               CLOSE INVENTORY-BACKUP
           END-IF.

      *****************************************************************
      * Masters from the backup generation
      *****************************************************************
       BUILD-CASE-MASTER.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR BUILDING TRAINING CASE-MASTER: '
                   WS-CASE-STATUS ' ' WS-TRN-CASE-FILE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM LOAD-CASE-RECORD UNTIL END-OF-INPUT
               CLOSE CASE-MASTER
               DISPLAY 'CASE-MASTER MASKED: ' WS-RECORD-COUNT
           END-IF.

       LOAD-CASE-RECORD.
           READ CASE-BACKUP
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE CASE-BACKUP-RECORD TO CASE-MASTER-RECORD
                   PERFORM MASK-CASE-RECORD
                   WRITE CASE-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY 'CASE WRITE ERROR - KEY: '
                               ROLLNO-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
           END-READ.

      * STUNAME is rederived from the made-up NAME-LAST the way
      * PRG4 derives it; the case's NOK-NAME takes contact 01's
      * made-up surname. A zero access code stays zero - it means
      * none was ever issued.
       MASK-CASE-RECORD.
           MOVE ROLLNO-KEY TO WS-FAKE-ROLLNO
           MOVE SEX-CODE TO WS-FAKE-SEX
           PERFORM SET-DECEDENT-NAME
           IF NAME-LAST NOT = SPACES
               MOVE WS-FAKE-LAST TO NAME-LAST
           END-IF
           IF NAME-FIRST NOT = SPACES
               MOVE WS-FAKE-FIRST TO NAME-FIRST
           END-IF
           IF NAME-MIDDLE NOT = SPACES
               MOVE WS-FAKE-MIDDLE TO NAME-MIDDLE
           END-IF
           MOVE WS-FAKE-LAST(1:8) TO STUNAME
           IF NOK-NAME NOT = SPACES
               MOVE 1 TO WS-FAKE-SEQ
               PERFORM SET-CONTACT-NAME
               MOVE WS-FAKE-LAST(1:8) TO NOK-NAME
           END-IF
           IF PLACE-OF-DEATH NOT = SPACES
               COMPUTE WS-PLACE-SUB =
                   FUNCTION MOD(WS-FAKE-ROLLNO, 8) + 1
               MOVE WS-PLACE(WS-PLACE-SUB) TO PLACE-OF-DEATH
           END-IF
           IF CASE-ACCESS-CODE > ZERO
               COMPUTE CASE-ACCESS-CODE = FUNCTION MOD(
                   WS-FAKE-ROLLNO * 7919 + 104729, 1000000)
               IF CASE-ACCESS-CODE = ZERO
                   MOVE 1 TO CASE-ACCESS-CODE
               END-IF
           END-IF.

       BUILD-NOK-MASTER.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT NOK-MASTER
           IF WS-NOK-STATUS NOT = '00'
               DISPLAY 'ERROR BUILDING TRAINING NOK-MASTER: '
                   WS-NOK-STATUS ' ' WS-TRN-NOK-FILE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM LOAD-NOK-RECORD UNTIL END-OF-INPUT
               CLOSE NOK-MASTER
               DISPLAY 'NOK-MASTER MASKED: ' WS-RECORD-COUNT
           END-IF.

       LOAD-NOK-RECORD.
           READ NOK-BACKUP
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE NOK-BACKUP-RECORD TO NOK-MASTER-RECORD
                   PERFORM MASK-NOK-RECORD
                   WRITE NOK-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY 'NOK WRITE ERROR - KEY: ' NOK-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
           END-READ.

      * NOK-CONTACT-NAME follows NOK-LAST's first eight characters,
      * as PRG17 keeps it. A notification address is replaced with
      * the made-up phone or e-mail address to suit its channel.
       MASK-NOK-RECORD.
           MOVE NOK-ROLLNO TO WS-FAKE-ROLLNO
           MOVE NOK-SEQ TO WS-FAKE-SEQ
           PERFORM SET-CONTACT-NAME
           PERFORM SET-CONTACT-DETAILS
           IF NOK-CONTACT-NAME NOT = SPACES
               MOVE WS-FAKE-LAST(1:8) TO NOK-CONTACT-NAME
           END-IF
           IF NOK-LAST NOT = SPACES
               MOVE WS-FAKE-LAST TO NOK-LAST
           END-IF
           IF NOK-FIRST NOT = SPACES
               MOVE WS-FAKE-FIRST TO NOK-FIRST
           END-IF
           IF NOK-PHONE NOT = SPACES
               MOVE WS-FAKE-PHONE TO NOK-PHONE
           END-IF
           IF NOK-ADDRESS NOT = SPACES
               MOVE WS-FAKE-ADDRESS TO NOK-ADDRESS
           END-IF
           IF NOK-NOTIFY-ADDRESS NOT = SPACES
               IF NOK-NOTIFY-EMAIL
                   MOVE WS-FAKE-EMAIL TO NOK-NOTIFY-ADDRESS
               ELSE
                   MOVE WS-FAKE-PHONE TO NOK-NOTIFY-ADDRESS
               END-IF
           END-IF.

       BUILD-EMPLOYEE-MASTER.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT EMPLOYEE-MASTER
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR BUILDING TRAINING EMPLOYEE-MASTER: '
                   WS-EMP-STATUS ' ' WS-TRN-EMPLOYEE-FILE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM LOAD-EMPLOYEE-RECORD UNTIL END-OF-INPUT
               CLOSE EMPLOYEE-MASTER
               DISPLAY 'EMPLOYEE-MASTER LOADED: ' WS-RECORD-COUNT
           END-IF.

       LOAD-EMPLOYEE-RECORD.
           READ EMPLOYEE-BACKUP
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE EMPLOYEE-BACKUP-RECORD TO EMPLOYEE-RECORD
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY 'EMPLOYEE WRITE ERROR - KEY: '
                               EMPID
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
           END-READ.

       BUILD-INVENTORY-FILE.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT INVENTORY-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'ERROR BUILDING TRAINING INVENTORY-FILE: '
                   WS-INV-STATUS ' ' WS-TRN-INVENTORY-FILE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM LOAD-INVENTORY-RECORD UNTIL END-OF-INPUT
               CLOSE INVENTORY-FILE
               DISPLAY 'INVENTORY-FILE LOADED: ' WS-RECORD-COUNT
           END-IF.

       LOAD-INVENTORY-RECORD.
           READ INVENTORY-BACKUP
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE INVENTORY-BACKUP-RECORD TO INVENTORY-RECORD
                   WRITE INVENTORY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY 'INVENTORY WRITE ERROR - KEY: '
                               FILESYSFILE-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
           END-READ.

      *****************************************************************
      * Satellites carrying personal details - live opened INPUT,
      * each record masked in the training record before it is
      * written. A satellite not yet on file is skipped.
      *****************************************************************
       MASK-INSURANCE-FILE.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT INSURANCE-ASSIGN-FILE
           IF WS-LIVE-STATUS NOT = '00'
               DISPLAY 'INSURANCE-ASSIGN NOT ON FILE - SKIPPED: '
                   WS-LIVE-STATUS
           ELSE
               OPEN OUTPUT TRN-INSURANCE-FILE
               IF WS-TRN-STATUS NOT = '00'
                   DISPLAY 'ERROR BUILDING TRAINING INSURANCE-'
                       'ASSIGN: ' WS-TRN-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM COPY-INSURANCE-RECORD UNTIL END-OF-INPUT
                   CLOSE TRN-INSURANCE-FILE
                   DISPLAY 'INSURANCE-ASSIGN MASKED: '
                       WS-RECORD-COUNT
               END-IF
               CLOSE INSURANCE-ASSIGN-FILE
           END-IF.

       COPY-INSURANCE-RECORD.
           READ INSURANCE-ASSIGN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE INSURANCE-RECORD TO TRN-INSURANCE-RECORD
                   IF INS-POLICY-NO IN TRN-INSURANCE-RECORD
                       NOT = SPACES
                       MOVE TI-ROLLNO TO WS-FAKE-ROLLNO
                       PERFORM SET-FAKE-POLICY
                       MOVE WS-FAKE-POLICY
                           TO INS-POLICY-NO IN TRN-INSURANCE-RECORD
                   END-IF
                   WRITE TRN-INSURANCE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
           END-READ.

      * The identifying person is the contact of that sequence, or
      * a made-up outsider (sequence 50) when it was not family.
       MASK-IDENT-MASTER.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT IDENT-MASTER
           IF WS-LIVE-STATUS NOT = '00'
               DISPLAY 'IDENT-MASTER NOT ON FILE - SKIPPED: '
                   WS-LIVE-STATUS
           ELSE
               OPEN OUTPUT TRN-IDENT-MASTER
               IF WS-TRN-STATUS NOT = '00'
                   DISPLAY 'ERROR BUILDING TRAINING IDENT-MASTER: '
                       WS-TRN-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM COPY-IDENT-RECORD UNTIL END-OF-INPUT
                   CLOSE TRN-IDENT-MASTER
                   DISPLAY 'IDENT-MASTER MASKED: ' WS-RECORD-COUNT
               END-IF
               CLOSE IDENT-MASTER
           END-IF.

       COPY-IDENT-RECORD.
           READ IDENT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE IDENT-RECORD TO TRN-IDENT-RECORD
                   IF ID-BY-NAME IN TRN-IDENT-RECORD NOT = SPACES
                       MOVE TD-ROLLNO TO WS-FAKE-ROLLNO
                       MOVE ID-BY-NOK-SEQ IN TRN-IDENT-RECORD
                           TO WS-FAKE-SEQ
                       IF WS-FAKE-SEQ = ZERO
                           MOVE 50 TO WS-FAKE-SEQ
                       END-IF
                       PERFORM SET-CONTACT-NAME
                       MOVE WS-FAKE-FULL
                           TO ID-BY-NAME IN TRN-IDENT-RECORD
                   END-IF
                   WRITE TRN-IDENT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
           END-READ.

      * Note text is free-keyed and can say anything about anyone,
      * so it is not carried at all.
       MASK-NOTES-FILE.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CASE-NOTES-FILE
           IF WS-LIVE-STATUS NOT = '00'
               DISPLAY 'CASE-NOTES NOT ON FILE - SKIPPED: '
                   WS-LIVE-STATUS
           ELSE
               OPEN OUTPUT TRN-NOTES-FILE
               IF WS-TRN-STATUS NOT = '00'
                   DISPLAY 'ERROR BUILDING TRAINING CASE-NOTES: '
                       WS-TRN-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM COPY-NOTE-RECORD UNTIL END-OF-INPUT
                   CLOSE TRN-NOTES-FILE
                   DISPLAY 'CASE-NOTES MASKED: ' WS-RECORD-COUNT
               END-IF
               CLOSE CASE-NOTES-FILE
           END-IF.

       COPY-NOTE-RECORD.
           READ CASE-NOTES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE CASE-NOTE-RECORD TO TRN-NOTE-RECORD
                   IF NOTE-TEXT IN TRN-NOTE-RECORD NOT = SPACES
                       MOVE 'NOTE TEXT NOT CARRIED INTO TRAINING COPY'
                           TO NOTE-TEXT IN TRN-NOTE-RECORD
                   END-IF
                   WRITE TRN-NOTE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
           END-READ.

      * The obituary keeps its line count: the made-up decedent name
      * heads it and stock lines fill the rest.
       MASK-OBIT-MASTER.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OBIT-MASTER
           IF WS-LIVE-STATUS NOT = '00'
               DISPLAY 'OBIT-MASTER NOT ON FILE - SKIPPED: '
                   WS-LIVE-STATUS
           ELSE
               OPEN OUTPUT TRN-OBIT-MASTER
               IF WS-TRN-STATUS NOT = '00'
                   DISPLAY 'ERROR BUILDING TRAINING OBIT-MASTER: '
                       WS-TRN-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM COPY-OBIT-RECORD UNTIL END-OF-INPUT
                   CLOSE TRN-OBIT-MASTER
                   DISPLAY 'OBIT-MASTER MASKED: ' WS-RECORD-COUNT
               END-IF
               CLOSE OBIT-MASTER
           END-IF.

       COPY-OBIT-RECORD.
           READ OBIT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OBIT-RECORD TO TRN-OBIT-RECORD
                   MOVE TO-ROLLNO TO WS-FAKE-ROLLNO
                   IF OB-APPROVER-NAME IN TRN-OBIT-RECORD
                       NOT = SPACES
                       MOVE OB-APPROVER-NOK-SEQ IN TRN-OBIT-RECORD
                           TO WS-FAKE-SEQ
                       IF WS-FAKE-SEQ = ZERO
                           MOVE 50 TO WS-FAKE-SEQ
                       END-IF
                       PERFORM SET-CONTACT-NAME
                       MOVE WS-FAKE-FULL
                           TO OB-APPROVER-NAME IN TRN-OBIT-RECORD
                   END-IF
                   PERFORM SET-DECEDENT-FULL-NAME
                   PERFORM MASK-OBIT-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > 15
                   WRITE TRN-OBIT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
           END-READ.

       MASK-OBIT-LINE.
           IF WS-LINE-SUB > OB-TEXT-LINES IN TRN-OBIT-RECORD
               MOVE SPACES
                   TO OB-TEXT-LINE IN TRN-OBIT-RECORD(WS-LINE-SUB)
           ELSE
               IF WS-LINE-SUB = 1
                   MOVE WS-FAKE-DECEDENT
                       TO OB-TEXT-LINE IN TRN-OBIT-RECORD(1)
               ELSE
                   COMPUTE WS-TEXT-SUB =
                       FUNCTION MOD(WS-LINE-SUB - 2, 4) + 1
                   MOVE WS-OBIT-LINE(WS-TEXT-SUB)
                       TO OB-TEXT-LINE IN TRN-OBIT-RECORD(WS-LINE-SUB)
               END-IF
           END-IF.

      * Same treatment for the inscription lines of a memorial order.
       MASK-MEMORIAL-ORDER.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MEMORIAL-ORDER
           IF WS-LIVE-STATUS NOT = '00'
               DISPLAY 'MEMORIAL-ORDER NOT ON FILE - SKIPPED: '
                   WS-LIVE-STATUS
           ELSE
               OPEN OUTPUT TRN-MEMORIAL-ORDER
               IF WS-TRN-STATUS NOT = '00'
                   DISPLAY 'ERROR BUILDING TRAINING MEMORIAL-ORDER: '
                       WS-TRN-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM COPY-MEMORIAL-RECORD UNTIL END-OF-INPUT
                   CLOSE TRN-MEMORIAL-ORDER
                   DISPLAY 'MEMORIAL-ORDER MASKED: ' WS-RECORD-COUNT
               END-IF
               CLOSE MEMORIAL-ORDER
           END-IF.

       COPY-MEMORIAL-RECORD.
           READ MEMORIAL-ORDER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE MEMORIAL-RECORD TO TRN-MEMORIAL-RECORD
                   MOVE MO-ROLLNO IN TRN-MEMORIAL-RECORD
                       TO WS-FAKE-ROLLNO
                   PERFORM SET-DECEDENT-FULL-NAME
                   PERFORM MASK-INSCRIPTION-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > 6
                   WRITE TRN-MEMORIAL-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
           END-READ.

       MASK-INSCRIPTION-LINE.
           IF WS-LINE-SUB > MO-INSCRIPTION-LINES IN TRN-MEMORIAL-RECORD
               MOVE SPACES TO MO-INSCRIPTION-LINE
                   IN TRN-MEMORIAL-RECORD(WS-LINE-SUB)
           ELSE
               IF WS-LINE-SUB = 1
                   MOVE WS-FAKE-DECEDENT TO MO-INSCRIPTION-LINE
                       IN TRN-MEMORIAL-RECORD(1)
               ELSE
                   COMPUTE WS-TEXT-SUB =
                       FUNCTION MOD(WS-LINE-SUB - 2, 5) + 1
                   MOVE WS-INSCRIPTION(WS-TEXT-SUB)
                       TO MO-INSCRIPTION-LINE
                       IN TRN-MEMORIAL-RECORD(WS-LINE-SUB)
               END-IF
           END-IF.

      * Effects are released to the family - contact 01.
       MASK-EFFECTS-FILE.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CASE-EFFECTS-FILE
           IF WS-LIVE-STATUS NOT = '00'
               DISPLAY 'CASE-EFFECTS NOT ON FILE - SKIPPED: '
                   WS-LIVE-STATUS
           ELSE
               OPEN OUTPUT TRN-EFFECTS-FILE
               IF WS-TRN-STATUS NOT = '00'
                   DISPLAY 'ERROR BUILDING TRAINING CASE-EFFECTS: '
                       WS-TRN-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM COPY-EFFECTS-RECORD UNTIL END-OF-INPUT
                   CLOSE TRN-EFFECTS-FILE
                   DISPLAY 'CASE-EFFECTS MASKED: ' WS-RECORD-COUNT
               END-IF
               CLOSE CASE-EFFECTS-FILE
           END-IF.

       COPY-EFFECTS-RECORD.
           READ CASE-EFFECTS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE EFFECTS-RECORD TO TRN-EFFECTS-RECORD
                   IF EFF-RELEASED-TO IN TRN-EFFECTS-RECORD
                       NOT = SPACES
                       MOVE EFF-ROLLNO IN TRN-EFFECTS-RECORD
                           TO WS-FAKE-ROLLNO
                       MOVE 1 TO WS-FAKE-SEQ
                       PERFORM SET-CONTACT-NAME
                       MOVE WS-FAKE-FULL
                           TO EFF-RELEASED-TO IN TRN-EFFECTS-RECORD
                   END-IF
                   WRITE TRN-EFFECTS-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
           END-READ.

      * The aftercare call note is free-keyed, like case notes, and
      * is not carried.
       MASK-AFTERCARE-MASTER.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AFTERCARE-MASTER
           IF WS-LIVE-STATUS NOT = '00'
               DISPLAY 'AFTERCARE-MASTER NOT ON FILE - SKIPPED: '
                   WS-LIVE-STATUS
           ELSE
               OPEN OUTPUT TRN-AFTERCARE-MASTER
               IF WS-TRN-STATUS NOT = '00'
                   DISPLAY 'ERROR BUILDING TRAINING AFTERCARE-MASTER: '
                       WS-TRN-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM COPY-AFTERCARE-RECORD UNTIL END-OF-INPUT
                   CLOSE TRN-AFTERCARE-MASTER
                   DISPLAY 'AFTERCARE-MASTER MASKED: ' WS-RECORD-COUNT
               END-IF
               CLOSE AFTERCARE-MASTER
           END-IF.

       COPY-AFTERCARE-RECORD.
           READ AFTERCARE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE AFTERCARE-RECORD TO TRN-AFTERCARE-RECORD
                   IF AF-NOTE IN TRN-AFTERCARE-RECORD NOT = SPACES
                       MOVE 'NOTE NOT CARRIED'
                           TO AF-NOTE IN TRN-AFTERCARE-RECORD
                   END-IF
                   WRITE TRN-AFTERCARE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
           END-READ.

      * A one-off payee is often a relative being reimbursed, so the
      * payee name is not carried; a payee set up on SUPPLIER-MASTER
      * keeps its supplier code.
       MASK-CASH-ADVANCE-FILE.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CASH-ADVANCE-FILE
           IF WS-LIVE-STATUS NOT = '00'
               DISPLAY 'CASH-ADVANCES NOT ON FILE - SKIPPED: '
                   WS-LIVE-STATUS
           ELSE
               OPEN OUTPUT TRN-CASH-ADVANCE-FILE
               IF WS-TRN-STATUS NOT = '00'
                   DISPLAY 'ERROR BUILDING TRAINING CASH-ADVANCES: '
                       WS-TRN-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM COPY-CASH-ADVANCE-RECORD
                       UNTIL END-OF-INPUT
                   CLOSE TRN-CASH-ADVANCE-FILE
                   DISPLAY 'CASH-ADVANCES MASKED: ' WS-RECORD-COUNT
               END-IF
               CLOSE CASH-ADVANCE-FILE
           END-IF.

       COPY-CASH-ADVANCE-RECORD.
           READ CASH-ADVANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE CASH-ADVANCE-RECORD TO TRN-CASH-ADVANCE-RECORD
                   IF CADV-PAYEE IN TRN-CASH-ADVANCE-RECORD
                       NOT = SPACES
                       MOVE 'PAYEE NOT CARRIED'
                           TO CADV-PAYEE IN TRN-CASH-ADVANCE-RECORD
                   END-IF
                   WRITE TRN-CASH-ADVANCE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
           END-READ.

      * A queue entry has no ROLLNO yet, so its made-up values are
      * worked out from the queue sequence instead; the caller is
      * taken as contact 01.
       MASK-FIRST-CALL-QUEUE.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FIRST-CALL-QUEUE
           IF WS-LIVE-STATUS NOT = '00'
               DISPLAY 'FIRST-CALL-QUEUE NOT ON FILE - SKIPPED: '
                   WS-LIVE-STATUS
           ELSE
               OPEN OUTPUT TRN-FIRST-CALL-QUEUE
               IF WS-TRN-STATUS NOT = '00'
                   DISPLAY 'ERROR BUILDING TRAINING FIRST-CALL-QUEUE: '
                       WS-TRN-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM COPY-FIRST-CALL-RECORD UNTIL END-OF-INPUT
                   CLOSE TRN-FIRST-CALL-QUEUE
                   DISPLAY 'FIRST-CALL-QUEUE MASKED: ' WS-RECORD-COUNT
               END-IF
               CLOSE FIRST-CALL-QUEUE
           END-IF.

       COPY-FIRST-CALL-RECORD.
           READ FIRST-CALL-QUEUE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE FIRST-CALL-RECORD TO TRN-FIRST-CALL-RECORD
                   MOVE TF-SEQ TO WS-FAKE-ROLLNO
                   MOVE SPACE TO WS-FAKE-SEX
                   PERFORM SET-DECEDENT-NAME
                   IF TF-NAME NOT = SPACES
                       MOVE WS-FAKE-LAST(1:8) TO TF-NAME
                   END-IF
                   MOVE 1 TO WS-FAKE-SEQ
                   PERFORM SET-CONTACT-NAME
                   PERFORM SET-CONTACT-DETAILS
                   IF TF-CALLER NOT = SPACES
                       MOVE WS-FAKE-FULL TO TF-CALLER
                   END-IF
                   IF TF-PICKUP NOT = SPACES
                       COMPUTE WS-PLACE-SUB =
                           FUNCTION MOD(WS-FAKE-ROLLNO, 8) + 1
                       MOVE WS-PLACE(WS-PLACE-SUB) TO TF-PICKUP
                   END-IF
                   IF TF-PHONE NOT = SPACES
                       MOVE WS-FAKE-PHONE TO TF-PHONE
                   END-IF
                   WRITE TRN-FIRST-CALL-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
           END-READ.

      * Each billing line's surname is the case's made-up STUNAME,
      * worked out as MASK-CASE-RECORD does, so the extract still
      * agrees with the training CASE-MASTER.
       MASK-BILLING-EXTRACT.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BILLING-EXTRACT
           IF WS-LIVE-STATUS NOT = '00'
               DISPLAY 'BILLING.DAT NOT ON FILE - SKIPPED: '
                   WS-LIVE-STATUS
           ELSE
               OPEN OUTPUT TRN-BILLING-EXTRACT
               IF WS-TRN-STATUS NOT = '00'
                   DISPLAY 'ERROR BUILDING TRAINING BILLING.DAT: '
                       WS-TRN-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM COPY-BILLING-LINE UNTIL END-OF-INPUT
                   CLOSE TRN-BILLING-EXTRACT
                   DISPLAY 'BILLING.DAT MASKED: ' WS-RECORD-COUNT
               END-IF
               CLOSE BILLING-EXTRACT
           END-IF.

       COPY-BILLING-LINE.
           READ BILLING-EXTRACT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE BILLING-EXTRACT-RECORD TO TRN-BILLING-RECORD
                   IF TB-STUNAME NOT = SPACES
                       AND TB-ROLLNO IS NUMERIC
                       MOVE TB-ROLLNO TO WS-FAKE-ROLLNO
                       PERFORM SET-DECEDENT-NAME
                       MOVE WS-FAKE-LAST(1:8) TO TB-STUNAME
                   END-IF
                   WRITE TRN-BILLING-RECORD
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.

      *****************************************************************
      * Made-up values - a function of WS-FAKE-ROLLNO (and, for a
      * contact, WS-FAKE-SEQ) only, so every file agrees.
      *****************************************************************
       SET-DECEDENT-NAME.
           COMPUTE WS-LAST-SUB = FUNCTION MOD(WS-FAKE-ROLLNO, 40) + 1
           COMPUTE WS-FIRST-SUB =
               FUNCTION MOD(WS-FAKE-ROLLNO * 13, 20) + 1
           COMPUTE WS-MIDDLE-SUB =
               FUNCTION MOD(WS-FAKE-ROLLNO * 7 + 3, 20) + 1
           IF WS-FAKE-SEX = 'F'
               ADD 20 TO WS-FIRST-SUB
               ADD 20 TO WS-MIDDLE-SUB
           END-IF
           MOVE WS-LAST-NAME(WS-LAST-SUB) TO WS-FAKE-LAST
           MOVE WS-FIRST-NAME(WS-FIRST-SUB) TO WS-FAKE-FIRST
           MOVE WS-FIRST-NAME(WS-MIDDLE-SUB) TO WS-FAKE-MIDDLE.

      * The decedent's name as the training CASE-MASTER now carries
      * it, for obituary and inscription text.
       SET-DECEDENT-FULL-NAME.
           MOVE SPACE TO WS-FAKE-SEX
           IF TRAINING-CASES-OPEN
               MOVE WS-FAKE-ROLLNO TO ROLLNO-KEY
               READ CASE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEX-CODE TO WS-FAKE-SEX
               END-READ
           END-IF
           PERFORM SET-DECEDENT-NAME
           MOVE SPACES TO WS-FAKE-DECEDENT
           STRING WS-FAKE-FIRST DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-FAKE-LAST DELIMITED BY SPACE
               INTO WS-FAKE-DECEDENT.

      * Odd-numbered contacts share the decedent's made-up surname.
       SET-CONTACT-NAME.
           IF FUNCTION MOD(WS-FAKE-SEQ, 2) = 1
               COMPUTE WS-LAST-SUB =
                   FUNCTION MOD(WS-FAKE-ROLLNO, 40) + 1
           ELSE
               COMPUTE WS-LAST-SUB = FUNCTION MOD(
                   WS-FAKE-ROLLNO + WS-FAKE-SEQ * 11, 40) + 1
           END-IF
           COMPUTE WS-FIRST-SUB = FUNCTION MOD(
               WS-FAKE-ROLLNO * 17 + WS-FAKE-SEQ * 29, 40) + 1
           MOVE WS-LAST-NAME(WS-LAST-SUB) TO WS-FAKE-LAST
           MOVE WS-FIRST-NAME(WS-FIRST-SUB) TO WS-FAKE-FIRST
           MOVE SPACES TO WS-FAKE-FULL
           STRING WS-FAKE-FIRST DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-FAKE-LAST DELIMITED BY SPACE
               INTO WS-FAKE-FULL.

      * 555-01xx numbers are set aside for fiction and never ring
      * anyone; EXAMPLE.COM is reserved the same way for e-mail.
       SET-CONTACT-DETAILS.
           COMPUTE WS-FAKE-AREA =
               FUNCTION MOD(WS-FAKE-ROLLNO, 800) + 200
           COMPUTE WS-FAKE-LINE =
               FUNCTION MOD(WS-FAKE-ROLLNO + WS-FAKE-SEQ, 100)
           MOVE SPACES TO WS-FAKE-PHONE
           STRING WS-FAKE-AREA '-555-01' WS-FAKE-LINE
               DELIMITED BY SIZE INTO WS-FAKE-PHONE
           COMPUTE WS-FAKE-HOUSE = FUNCTION MOD(
               WS-FAKE-ROLLNO * 31 + WS-FAKE-SEQ, 9000) + 1000
           COMPUTE WS-STREET-SUB = FUNCTION MOD(
               WS-FAKE-ROLLNO + WS-FAKE-SEQ * 3, 20) + 1
           MOVE SPACES TO WS-FAKE-ADDRESS
           STRING WS-FAKE-HOUSE ' ' WS-STREET(WS-STREET-SUB)
               DELIMITED BY SIZE INTO WS-FAKE-ADDRESS
           MOVE SPACES TO WS-FAKE-EMAIL
           STRING WS-FAKE-FIRST DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               WS-FAKE-LAST DELIMITED BY SPACE
               '@EXAMPLE.COM' DELIMITED BY SIZE
               INTO WS-FAKE-EMAIL.

       SET-FAKE-POLICY.
           COMPUTE WS-FAKE-POLICY-TAIL =
               FUNCTION MOD(WS-FAKE-ROLLNO * 37, 10000)
           MOVE SPACES TO WS-FAKE-POLICY
           STRING 'PL' WS-FAKE-ROLLNO '-' WS-FAKE-POLICY-TAIL
               DELIMITED BY SIZE INTO WS-FAKE-POLICY.
