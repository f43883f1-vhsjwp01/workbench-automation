       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABC16.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -SUBJECT-ACCESS REQUEST PACKAGE. GIVEN A CUSTIDENT AND A   *
      *     SUPERVISOR AUTHORIZATION, IT PRINTS ONE PACKAGE HOLDING   *
      *     EVERYTHING THE SYSTEM KEEPS ON THE CUSTOMER:              *
      *       - THE CUSTOMER RECORD FROM BOTH STORES, SIDE BY SIDE    *
      *         (VSAM THRU THE DUAL-STORE WRITER, DB2 ODCSF0 ROW),    *
      *       - NOTES, ORDERS WITH THEIR LINE ITEMS AND PAYMENTS,     *
      *         CASES, ADDRESS HISTORY, CONTACT PREFERENCES,          *
      *         PRIVACY CONSENTS, AUTHORIZED REPRESENTATIVES,         *
      *       - THE AUDIT TRAIL AND FIELD-CHANGE HISTORY (DB2),       *
      *       - ACCESS-HISTORY ENTRIES AND CORRESPONDENCE SENT.       *
      *    -THE TAX ID IS PRINTED MASKED UNLESS RSSABC16_TAXID IS 'Y' *
      *     AND THE RSSTID00 VAULT RELEASES IT TO THE AUTHORIZING     *
      *     SUPERVISOR (THE VAULT LOGS THAT RELEASE ITSELF).          *
      *    -THE SECTIONS GO TO A WORK FILE FIRST SO THE COVER SHEET,  *
      *     WITH EVERY SECTION'S ITEM COUNT, PRINTS AHEAD OF THEM.    *
      *    -EVERY REQUEST IS LOGGED TO THE SUBJECT-ACCESS LOG         *
      *     (ODCSFSA), REFUSED ONES INCLUDED. A CUSTOMER ON THE       *
      *     LEGAL-HOLD FILE STILL GETS A PACKAGE, BUT THE COVER SHEET *
      *     HOLDS IT BACK FOR LEGAL REVIEW, A 'W' OPERATOR ALERT IS   *
      *     RAISED AND NO CORRESPONDENCE IS RECORDED AS SENT.         *
      * ------------------------------------------------------------- *
      * INPUT       : VSAM CUSTOMER (VIA RSSDSW00), OPRPROF, LEGLHLD, *
      *               ODCSFNT, ORDERS, ORDER LINES, PAYMENT HISTORY,  *
      *               CASEFILE, ADDRHIST, CONTPREF, CONSENT, REPFILE, *
      *               CORRHIST (THE LAST SIX OPTIONAL)                *
      * INPUT TABLE : DB2  - ODCSF0, ODCSF0_AUDIT, ODCSF0_CHGLOG      *
      * INPUT FILE  : QSAM - ACCHIST (ACCESS HISTORY, OPTIONAL)       *
      * WORK FILE   : QSAM - SARWORK (THE SECTIONS BEFORE PRINTING)   *
      * OUTPUT FILE : QSAM - SARLOG (SUBJECT-ACCESS LOG, ODCSFSA)     *
      * OUTPUT      : SYSPRINT - THE SUBJECT-ACCESS PACKAGE           *
      * RETURN CODE : 0 PACKAGE PRODUCED, 4 PRODUCED BUT HELD FOR     *
      *               LEGAL REVIEW, 12 ABEND OR REFUSED               *
      * ------------------------------------------------------------- *
      * SELECTION: RSSABC16_CUSTIDENT (REQUIRED) AND                  *
      * RSSABC16_AUTH_USER (THE AUTHORIZING SUPERVISOR, REQUIRED,     *
      * WHO MUST HOLD AN ACTIVE SUPERVISOR PROFILE ON OPRPROF).       *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * OPERATOR PROFILES, THE AUTHORIZING SUPERVISOR'S ROLE READ
           SELECT OPRPROF-FILE
               ASSIGN       TO OPRPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS OP-USERID
               FILE STATUS  IS OPRPROF-STATUS.

      * LEGAL HOLDS (ABSENT MEANS NOBODY IS HELD)
           SELECT OPTIONAL LEGLHLD-FILE
               ASSIGN       TO LEGLHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS LH-CUSTIDENT
               FILE STATUS  IS LEGLHLD-STATUS.

      * CUSTOMER NOTES VSAM-KSDS FILE
           SELECT VKSDNOT-FILE
               ASSIGN       TO VKSDNOT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QN-NOTE-KEY
               FILE STATUS  IS VKSDNOT-STATUS.

      * CUSTOMER ORDERS VSAM-KSDS FILE
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * ORDER LINE ITEMS VSAM-KSDS FILE
           SELECT VKSDLIN-FILE
               ASSIGN       TO VKSDLIN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OL-LINE-KEY
               FILE STATUS  IS VKSDLIN-STATUS.

      * PAYMENT HISTORY VSAM-KSDS FILE
           SELECT VKSDPH-FILE
               ASSIGN       TO VKSDPH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PH-PAY-KEY
               FILE STATUS  IS VKSDPH-STATUS.

      * SERVICE CASES
           SELECT OPTIONAL CASEFILE-FILE
               ASSIGN       TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CS-CASE-KEY
               FILE STATUS  IS CASEFILE-STATUS.

      * FORMER ADDRESSES
           SELECT OPTIONAL ADDRHIST-FILE
               ASSIGN       TO ADDRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AH-HIST-KEY
               FILE STATUS  IS ADDRHIST-STATUS.

      * CONTACT PREFERENCES
           SELECT OPTIONAL CONTPREF-FILE
               ASSIGN       TO CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CP-CUSTIDENT
               FILE STATUS  IS CONTPREF-STATUS.

      * PRIVACY-TERMS CONSENTS
           SELECT OPTIONAL CONSENT-FILE
               ASSIGN       TO CONSENT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CV-CUSTIDENT
               FILE STATUS  IS CONSENT-STATUS.

      * AUTHORIZED REPRESENTATIVES
           SELECT OPTIONAL REPFILE-FILE
               ASSIGN       TO REPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RE-REP-KEY
               FILE STATUS  IS REPFILE-STATUS.

      * CORRESPONDENCE HISTORY
           SELECT OPTIONAL CORRHIST-FILE
               ASSIGN       TO CORRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CH-CORR-KEY
               FILE STATUS  IS CORRHIST-STATUS.

      * ACCESS-HISTORY FILE (OFFLOADED INQUIRY READS AND VAULT
      * REQUESTS), SCANNED FOR THE CUSTOMER'S ENTRIES
           SELECT OPTIONAL ACCHIST-FILE
               ASSIGN       TO ACCHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS ACCHIST-STATUS.

      * THE PACKAGE'S SECTIONS, HELD UNTIL THE COVER SHEET IS OUT
           SELECT SARWORK-FILE
               ASSIGN       TO SARWORK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS SARWORK-STATUS.

      * SUBJECT-ACCESS REQUEST LOG, ONE RECORD APPENDED PER RUN
           SELECT OPTIONAL SARLOG-FILE
               ASSIGN       TO SARLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS SARLOG-STATUS.

      * THE SUBJECT-ACCESS PACKAGE
           SELECT SYSPRINT
                  ASSIGN TO UT-S-SYSPRINT.

      * ------------------------------------------------------------- *
       DATA DIVISION.

       FILE SECTION.
       FD   OPRPROF-FILE.
       COPY ODCSFOP.

       FD   LEGLHLD-FILE.
       COPY ODCSFLH.

       FD   VKSDNOT-FILE.
       COPY ODCSFNT.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   VKSDLIN-FILE.
       COPY ODCSFOL.

       FD   VKSDPH-FILE.
       COPY ODCSFPH.

       FD   CASEFILE-FILE.
       COPY ODCSFCS.

       FD   ADDRHIST-FILE.
       COPY ODCSFAH.

       FD   CONTPREF-FILE.
       COPY ODCSFCP.

       FD   CONSENT-FILE.
       COPY ODCSFCV.

       FD   REPFILE-FILE.
       COPY ODCSFRE.

       FD   CORRHIST-FILE.
       COPY ODCSFCH.

       FD   ACCHIST-FILE
            RECORD CONTAINS 043 CHARACTERS.
       01  ACCHIST-RECORD.
           05  XH-TRANSID          PIC X(004).
           05  XH-ACCDATE          PIC 9(008).
           05  XH-ACCTIME          PIC 9(008).
           05  XH-USERID           PIC X(008).
           05  XH-TERMID           PIC X(004).
           05  XH-CUSTIDENT        PIC 9(009).
           05  XH-RESULT           PIC X(002).

       FD   SARWORK-FILE
            RECORD CONTAINS 132 CHARACTERS.
       01  SARWORK-RECORD          PIC X(132).

       FD   SARLOG-FILE
            RECORD CONTAINS 060 CHARACTERS.
       COPY ODCSFSA.

       FD  SYSPRINT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS REPORT-REC
           RECORDING MODE IS F.
       01  REPORT-REC                 PIC X(132).

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

       77  W-LINE                  PIC S9(04) COMP VALUE +60.
       77  W-MAX-LINE              PIC S9(04) COMP VALUE +55.
       77  W-PAGE                  PIC S9(04) COMP VALUE +0.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  OPRPROF-STATUS.
           05  OPRPROF-STAT1       PIC X.
           05  OPRPROF-STAT2       PIC X.
       01  LEGLHLD-STATUS.
           05  LEGLHLD-STAT1       PIC X.
           05  LEGLHLD-STAT2       PIC X.
       01  VKSDNOT-STATUS.
           05  VKSDNOT-STAT1       PIC X.
           05  VKSDNOT-STAT2       PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  VKSDLIN-STATUS.
           05  VKSDLIN-STAT1       PIC X.
           05  VKSDLIN-STAT2       PIC X.
       01  VKSDPH-STATUS.
           05  VKSDPH-STAT1        PIC X.
           05  VKSDPH-STAT2        PIC X.
       01  CASEFILE-STATUS.
           05  CASEFILE-STAT1      PIC X.
           05  CASEFILE-STAT2      PIC X.
       01  ADDRHIST-STATUS.
           05  ADDRHIST-STAT1      PIC X.
           05  ADDRHIST-STAT2      PIC X.
       01  CONTPREF-STATUS.
           05  CONTPREF-STAT1      PIC X.
           05  CONTPREF-STAT2      PIC X.
       01  CONSENT-STATUS.
           05  CONSENT-STAT1       PIC X.
           05  CONSENT-STAT2       PIC X.
       01  REPFILE-STATUS.
           05  REPFILE-STAT1       PIC X.
           05  REPFILE-STAT2       PIC X.
       01  CORRHIST-STATUS.
           05  CORRHIST-STAT1      PIC X.
           05  CORRHIST-STAT2      PIC X.
       01  ACCHIST-STATUS.
           05  ACCHIST-STAT1       PIC X.
           05  ACCHIST-STAT2       PIC X.
       01  SARWORK-STATUS.
           05  SARWORK-STAT1       PIC X.
           05  SARWORK-STAT2       PIC X.
       01  SARLOG-STATUS.
           05  SARLOG-STAT1        PIC X.
           05  SARLOG-STAT2        PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  TWO-BYTES.
           05  TWO-BYTES-LEFT      PIC X.
           05  TWO-BYTES-RIGHT     PIC X.
       01  TWO-BYTES-BINARY        REDEFINES TWO-BYTES PIC 9(4) COMP.
       01  WS-STATUS-MSG           PIC X(45)   VALUE SPACES.

       01  DISP-MSG                PIC X(80)   VALUE SPACES.
       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.

       01  WS-DONE-SWITCH          PIC X       VALUE 'N'.
           88  SCAN-DONE           VALUE 'Y'.
       01  WS-SUB-DONE-SWITCH      PIC X       VALUE 'N'.
           88  SUB-SCAN-DONE       VALUE 'Y'.
       01  WS-XH-EOF-SWITCH        PIC X       VALUE 'N'.
           88  XH-EOF              VALUE 'Y'.
       01  WS-WORK-EOF-SWITCH      PIC X       VALUE 'N'.
           88  WORK-EOF            VALUE 'Y'.
       01  WS-CUR-EOF-SWITCH       PIC X       VALUE 'N'.
           88  CUR-EOF             VALUE 'Y'.
       01  WS-AUTH-SWITCH          PIC X       VALUE 'N'.
           88  AUTH-OK             VALUE 'Y'.
       01  WS-HOLD-SWITCH          PIC X       VALUE 'N'.
           88  CUSTOMER-ON-HOLD    VALUE 'Y'.
       01  WS-VSAM-FOUND-SWITCH    PIC X       VALUE 'N'.
           88  VSAM-FOUND          VALUE 'Y'.
       01  WS-DB2-FOUND-SWITCH     PIC X       VALUE 'N'.
           88  DB2-FOUND           VALUE 'Y'.
       01  WS-RELEASE-SWITCH       PIC X       VALUE 'N'.
           88  RELEASE-REQUESTED   VALUE 'Y'.
       01  WS-RELEASED-SWITCH      PIC X       VALUE 'N'.
           88  TAXID-RELEASED      VALUE 'Y'.

      * RUNTIME PARAMETERS, SET FROM THE RUN-PARAMETER FILE OR THE
      * ENVIRONMENT
       01  WS-ENV-VALUE            PIC X(020)  VALUE SPACES.
       01  WS-SAR-CUSTIDENT        PIC 9(009)  VALUE 0.
       01  WS-AUTH-USER            PIC X(008)  VALUE SPACES.
       01  WS-AUTH-NAME            PIC X(030)  VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-RUN-TIME             PIC 9(008)  VALUE 0.

      * THE LEGAL HOLD FOUND, KEPT FOR THE COVER SHEET
       01  WS-HOLD-REASON          PIC X(040)  VALUE SPACES.
       01  WS-HOLD-SETBY           PIC X(008)  VALUE SPACES.
       01  WS-HOLD-SETDATE         PIC 9(008)  VALUE 0.

      * THE TAX ID AS IT IS PRINTED, AND WHY
       01  WS-TAXID-SHOWN          PIC X(015)  VALUE SPACES.
       01  WS-TAXID-NOTE           PIC X(022)  VALUE SPACES.

      * THE PACKAGE'S SECTIONS, IN PRINTING ORDER, AND THEIR COUNTS
       01  WS-SEC-VALUES.
           05  FILLER              PIC X(040) VALUE
               'CUSTOMER RECORD (STORES HOLDING IT)'.
           05  FILLER              PIC X(040) VALUE
               'NOTES'.
           05  FILLER              PIC X(040) VALUE
               'ORDERS'.
           05  FILLER              PIC X(040) VALUE
               'ORDER LINE ITEMS (UNDER THEIR ORDERS)'.
           05  FILLER              PIC X(040) VALUE
               'PAYMENTS (UNDER THEIR ORDERS)'.
           05  FILLER              PIC X(040) VALUE
               'SERVICE CASES'.
           05  FILLER              PIC X(040) VALUE
               'ADDRESS HISTORY'.
           05  FILLER              PIC X(040) VALUE
               'CONTACT PREFERENCES'.
           05  FILLER              PIC X(040) VALUE
               'PRIVACY CONSENTS'.
           05  FILLER              PIC X(040) VALUE
               'AUTHORIZED REPRESENTATIVES'.
           05  FILLER              PIC X(040) VALUE
               'AUDIT TRAIL'.
           05  FILLER              PIC X(040) VALUE
               'FIELD-CHANGE HISTORY'.
           05  FILLER              PIC X(040) VALUE
               'ACCESS HISTORY'.
           05  FILLER              PIC X(040) VALUE
               'CORRESPONDENCE SENT'.
       01  WS-SEC-TABLE            REDEFINES WS-SEC-VALUES.
           05  WS-SEC-TITLE        PIC X(040) OCCURS 14.
       01  WS-SEC-COUNTS.
           05  WS-SEC-COUNT        PIC 9(7) COMP OCCURS 14.
       01  WS-SEC-IX               PIC S9(4) COMP VALUE +0.
       01  WS-ITEM-TOTAL           PIC 9(7)  COMP VALUE 0.

      * ONE CUSTOMER-RECORD FIELD, AS EACH STORE HOLDS IT
       01  WS-FL-LABEL             PIC X(020)  VALUE SPACES.
       01  WS-FL-VSAM              PIC X(040)  VALUE SPACES.
       01  WS-FL-DB2               PIC X(040)  VALUE SPACES.
       01  WS-FL-KIND              PIC X(001)  VALUE 'M'.
           88  FL-MIRRORED         VALUE 'M'.
           88  FL-VSAM-ONLY        VALUE 'V'.
           88  FL-TAXID            VALUE 'T'.
       01  WS-EDIT-AMT             PIC Z,ZZZ,ZZ9.99.
       01  WS-BDATE-10.
           05  WS-BDATE-10-CCYY    PIC X(004).
           05  FILLER              PIC X(001) VALUE '-'.
           05  WS-BDATE-10-MM      PIC X(002).
           05  FILLER              PIC X(001) VALUE '-'.
           05  WS-BDATE-10-DD      PIC X(002).

      * ONE LINE OF THE PACKAGE ON ITS WAY TO THE WORK FILE
       01  WS-WORK-LINE            PIC X(132)  VALUE SPACES.

      * DUAL-STORE WRITER AREA AND A CUSTOMER RECORD WORK AREA
       COPY RSSDSWC.
       COPY ODCSF0B.

      * TAX-ID VAULT AREA FOR THE RSSTID00 GATEKEEPER
       COPY RSSTIDC.

      * CORRESPONDENCE-HISTORY AREA FOR THE RSSCHW00 WRITER
       COPY RSSCHWC.

      * DB2 HOST VARIABLES: THE CUSTOMER ROW
       01  WS-HV-CUSTIDENT         PIC S9(9)V USAGE COMP-3.
       01  WS-HV-CUSTLNAME         PIC X(30).
       01  WS-HV-CUSTFNAME         PIC X(20).
       01  WS-HV-CUSTADDRS         PIC X(30).
       01  WS-HV-CUSTCITY          PIC X(20).
       01  WS-HV-CUSTSTATE         PIC X(2).
       01  WS-HV-CUSTBDATE         PIC X(10).
       01  WS-HV-CUSTEMAIL         PIC X(40).
       01  WS-HV-CUSTPHONE         PIC X(10).
       01  WS-HV-CUSTCOUNTRY       PIC X(2).
       01  WS-HV-CREDITLIM         PIC S9(7)V99 USAGE COMP-3.
       01  WS-HV-CUSTZIP           PIC X(05).
       01  WS-HV-BRANCH            PIC X(03).
      * DB2 HOST VARIABLES: THE AUDIT-TRAIL ROWS
       01  WS-HV-AUDITACTN         PIC X(3).
       01  WS-HV-AUDITDATE         PIC 9(008).
       01  WS-HV-AUDITTIME         PIC 9(008).
       01  WS-HV-BEFLNAME          PIC X(30).
       01  WS-HV-BEFFNAME          PIC X(20).
       01  WS-HV-BEFADDRS          PIC X(30).
       01  WS-HV-BEFCITY           PIC X(20).
       01  WS-HV-BEFSTATE          PIC X(2).
       01  WS-HV-BEFBDATE          PIC X(10).
       01  WS-HV-BEFEMAIL          PIC X(40).
       01  WS-HV-BEFPHONE          PIC 9(010).
       01  WS-HV-AFTLNAME          PIC X(30).
       01  WS-HV-AFTFNAME          PIC X(20).
       01  WS-HV-AFTADDRS          PIC X(30).
       01  WS-HV-AFTCITY           PIC X(20).
       01  WS-HV-AFTSTATE          PIC X(2).
       01  WS-HV-AFTBDATE          PIC X(10).
       01  WS-HV-AFTEMAIL          PIC X(40).
       01  WS-HV-AFTPHONE          PIC 9(010).
      * DB2 HOST VARIABLES: THE FIELD-CHANGE ROWS
       01  WS-HV-FIELD             PIC X(11).
       01  WS-HV-OLDVAL            PIC X(40).
       01  WS-HV-NEWVAL            PIC X(40).
       01  WS-HV-CHGDATE           PIC 9(008).
       01  WS-HV-CHGTIME           PIC 9(008).
       01  WS-HV-CHGUSER           PIC X(8).
       01  WS-SQLCODE              PIC -999.
       01  WS-SQLCODE-MSG          PIC X(45)   VALUE SPACES.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

      *-- COVER SHEET LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC16'.
           05  FILLER              PIC X(020) VALUE SPACES.
           05  FILLER              PIC X(040) VALUE
               'SUBJECT-ACCESS REQUEST PACKAGE'.
           05  FILLER              PIC X(021) VALUE SPACES.
           05  FILLER              PIC X(005) VALUE 'DATE '.
           05  WT-DATE             PIC 9(008).
           05  FILLER              PIC X(029) VALUE SPACES.

       01  W-COVER-CUST.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(014) VALUE 'CUSTOMER'.
           05  WV-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WV-NAME             PIC X(051).
           05  FILLER              PIC X(054) VALUE SPACES.

       01  W-COVER-AUTH.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(014) VALUE 'REQUESTED'.
           05  WA-DATE             PIC 9(008).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WA-TIME             PIC 9(008).
           05  FILLER              PIC X(016) VALUE
               '  AUTHORIZED BY '.
           05  WA-USER             PIC X(008).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WA-NAME             PIC X(030).
           05  FILLER              PIC X(044) VALUE SPACES.

       01  W-COVER-TAXID.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(014) VALUE 'TAX ID'.
           05  WX-NOTE             PIC X(040).
           05  FILLER              PIC X(076) VALUE SPACES.

       01  W-COVER-HOLD.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(019) VALUE
               '*** LEGAL HOLD *** '.
           05  WZ-REASON           PIC X(040).
           05  FILLER              PIC X(008) VALUE ' SET BY '.
           05  WZ-SETBY            PIC X(008).
           05  FILLER              PIC X(004) VALUE ' ON '.
           05  WZ-SETDATE          PIC 9(008).
           05  FILLER              PIC X(043) VALUE SPACES.

       01  W-COVER-HOLD2.
           05  FILLER              PIC X(021) VALUE SPACES.
           05  FILLER              PIC X(060) VALUE
               'PACKAGE HELD BACK - REVIEW WITH LEGAL BEFORE RELEASE'.
           05  FILLER              PIC X(051) VALUE SPACES.

       01  W-CONTENTS-HEAD.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(048) VALUE 'SECTION'.
           05  FILLER              PIC X(009) VALUE '    ITEMS'.
           05  FILLER              PIC X(073) VALUE SPACES.

       01  W-CONTENTS-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WK-NUM              PIC Z9.
           05  FILLER              PIC X(002) VALUE '. '.
           05  WK-TITLE            PIC X(040).
           05  FILLER              PIC X(006) VALUE SPACES.
           05  WK-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(073) VALUE SPACES.

       01  W-CONTENTS-TOTAL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(050) VALUE 'TOTAL'.
           05  WK-TOTAL            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(073) VALUE SPACES.

      *-- PAGE HEADING OF THE SECTIONS
       01  W-PAGE-HEAD.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABC16'.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(034) VALUE
               'SUBJECT-ACCESS PACKAGE - CUSTOMER '.
           05  WG-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(060) VALUE SPACES.
           05  FILLER              PIC X(005) VALUE 'PAGE '.
           05  WG-PAGE             PIC ZZZ9.
           05  FILLER              PIC X(009) VALUE SPACES.

      *-- SECTION LINES, WRITTEN TO THE WORK FILE
       01  W-SEC-HEAD.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WH-NUM              PIC Z9.
           05  FILLER              PIC X(002) VALUE '. '.
           05  WH-TITLE            PIC X(040).
           05  FILLER              PIC X(086) VALUE SPACES.

       01  W-NONE-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(128) VALUE 'NOTHING HELD'.

       01  W-FIELD-HEAD.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(022) VALUE 'FIELD'.
           05  FILLER              PIC X(042) VALUE
               'CUSTOMER FILE (VSAM)'.
           05  FILLER              PIC X(042) VALUE
               'CUSTOMER TABLE (DB2)'.
           05  FILLER              PIC X(022) VALUE 'NOTE'.

       01  W-FIELD-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WF-LABEL            PIC X(020).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WF-VSAM             PIC X(040).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WF-DB2              PIC X(040).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WF-NOTE             PIC X(022).

       01  W-NOTE-HEAD.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(006) VALUE 'SEQ'.
           05  FILLER              PIC X(010) VALUE 'DATE'.
           05  FILLER              PIC X(010) VALUE 'USER'.
           05  FILLER              PIC X(010) VALUE 'FOLLOW-UP'.
           05  FILLER              PIC X(092) VALUE 'TEXT'.

       01  W-NOTE-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WN-SEQ              PIC 9(004).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WN-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WN-USER             PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WN-FOLLOWUP         PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WN-TEXT             PIC X(060).
           05  FILLER              PIC X(032) VALUE SPACES.

       01  W-ORDER-HEAD.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(014) VALUE 'ORDER'.
           05  FILLER              PIC X(010) VALUE 'DATE'.
           05  FILLER              PIC X(012) VALUE 'STATUS'.
           05  FILLER              PIC X(010) VALUE '    AMOUNT'.
           05  FILLER              PIC X(082) VALUE ' CUR'.

       01  W-ORDER-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(006) VALUE 'ORDER '.
           05  WO-NUM              PIC 9(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WO-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WO-STATUS           PIC X(010).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WO-AMT              PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WO-CURRENCY         PIC X(003).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(005) VALUE 'PAID '.
           05  WO-PAID             PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(007) VALUE 'CREDIT '.
           05  WO-CREDIT           PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'SETTLED '.
           05  WO-SETTLED          PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(006) VALUE 'PROMO '.
           05  WO-PROMO            PIC X(008).
           05  FILLER              PIC X(008) VALUE SPACES.

       01  W-ITEM-LINE.
           05  FILLER              PIC X(008) VALUE SPACES.
           05  FILLER              PIC X(005) VALUE 'LINE '.
           05  WI-LINE             PIC 9(003).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WI-PRODUCT          PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(004) VALUE 'QTY '.
           05  WI-QTY              PIC ZZZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(006) VALUE 'PRICE '.
           05  WI-PRICE            PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'SHIPPED '.
           05  WI-SHIPPED          PIC ZZZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(013) VALUE 'BACK-ORDERED '.
           05  WI-BACKORD          PIC ZZZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(009) VALUE 'DISCOUNT '.
           05  WI-DISC             PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(023) VALUE SPACES.

       01  W-PAY-LINE.
           05  FILLER              PIC X(008) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'PAYMENT '.
           05  WP-SEQ              PIC 9(003).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WP-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WP-AMT              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(005) VALUE 'TYPE '.
           05  WP-TYPE             PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(009) VALUE 'BANK REF '.
           05  WP-BANKREF          PIC X(016).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(009) VALUE 'REVERSED '.
           05  WP-REVERSED         PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(007) VALUE 'RETURN '.
           05  WP-RETURN           PIC X(003).
           05  FILLER              PIC X(029) VALUE SPACES.

       01  W-CASE-HEAD.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(007) VALUE 'CASE'.
           05  FILLER              PIC X(003) VALUE 'S'.
           05  FILLER              PIC X(006) VALUE 'CAT'.
           05  FILLER              PIC X(010) VALUE 'OWNER'.
           05  FILLER              PIC X(010) VALUE 'OPENED'.
           05  FILLER              PIC X(010) VALUE 'RESOLVED'.
           05  FILLER              PIC X(082) VALUE 'SUMMARY'.

       01  W-CASE-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WE-CASENUM          PIC 9(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WE-STATUS           PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WE-CATEGORY         PIC X(004).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WE-OWNER            PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WE-OPENED           PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WE-RESOLVED         PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WE-SUMMARY          PIC X(060).
           05  FILLER              PIC X(022) VALUE SPACES.

       01  W-ADDR-HEAD.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(006) VALUE 'SEQ'.
           05  FILLER              PIC X(010) VALUE 'CHANGED'.
           05  FILLER              PIC X(032) VALUE 'FORMER ADDRESS'.
           05  FILLER              PIC X(022) VALUE 'CITY'.
           05  FILLER              PIC X(004) VALUE 'ST'.
           05  FILLER              PIC X(007) VALUE 'ZIP'.
           05  FILLER              PIC X(047) VALUE 'SOURCE'.

       01  W-ADDR-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WD-SEQ              PIC 9(004).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-ADDRS            PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-CITY             PIC X(020).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-STATE            PIC X(002).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-ZIP              PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WD-SOURCE           PIC X(008).
           05  FILLER              PIC X(039) VALUE SPACES.

       01  W-PREF-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(013) VALUE 'MAIL OPT-OUT '.
           05  WM-MAIL             PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(014) VALUE 'EMAIL OPT-OUT '.
           05  WM-EMAIL            PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(014) VALUE 'PHONE OPT-OUT '.
           05  WM-PHONE            PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(012) VALUE 'DO-NOT-CALL '.
           05  WM-DNC              PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(009) VALUE 'DNC DATE '.
           05  WM-DNC-DATE         PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(009) VALUE 'DELIVERY '.
           05  WM-DELIV            PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(004) VALUE 'SET '.
           05  WM-SETDATE          PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(003) VALUE 'BY '.
           05  WM-SOURCE           PIC X(010).
           05  FILLER              PIC X(005) VALUE SPACES.

       01  W-CONSENT-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(014) VALUE 'TERMS VERSION '.
           05  WQ-VERSION          PIC X(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(009) VALUE 'ACCEPTED '.
           05  WQ-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(007) VALUE 'SOURCE '.
           05  WQ-SOURCE           PIC X(010).
           05  FILLER              PIC X(070) VALUE SPACES.

       01  W-REP-HEAD.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(004) VALUE 'NO'.
           05  FILLER              PIC X(032) VALUE 'NAME'.
           05  FILLER              PIC X(012) VALUE 'RELATION'.
           05  FILLER              PIC X(012) VALUE 'SCOPE'.
           05  FILLER              PIC X(010) VALUE 'EFFECTIVE'.
           05  FILLER              PIC X(058) VALUE 'EXPIRES'.

       01  W-REP-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WR-SEQ              PIC 9(002).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-NAME             PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-RELATION         PIC X(010).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-SCOPE            PIC X(010).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-EFFDATE          PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WR-EXPDATE          PIC 9(008).
           05  FILLER              PIC X(050) VALUE SPACES.

       01  W-AUD-HEAD.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(005) VALUE 'ACT'.
           05  FILLER              PIC X(010) VALUE 'DATE'.
           05  FILLER              PIC X(010) VALUE 'TIME'.
           05  FILLER              PIC X(008) VALUE 'IMAGE'.
           05  FILLER              PIC X(031) VALUE
               'LAST NAME / ADDRESS'.
           05  FILLER              PIC X(021) VALUE
               'FIRST NAME / CITY'.
           05  FILLER              PIC X(043) VALUE
               'EMAIL / STATE, BIRTH DATE, PHONE'.

       01  W-AUD-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WU-ACTION           PIC X(003).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WU-DATE             PIC 9(008).
           05  WU-DATE-X           REDEFINES WU-DATE PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WU-TIME             PIC 9(008).
           05  WU-TIME-X           REDEFINES WU-TIME PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WU-IMAGE            PIC X(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WU-LNAME            PIC X(030).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WU-FNAME            PIC X(020).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WU-EMAIL            PIC X(040).
           05  FILLER              PIC X(003) VALUE SPACES.

       01  W-AUD-LINE2.
           05  FILLER              PIC X(037) VALUE SPACES.
           05  WU-ADDRS            PIC X(030).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WU-CITY             PIC X(020).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WU-STATE            PIC X(002).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WU-BDATE            PIC X(010).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WU-PHONE            PIC 9(010).
           05  FILLER              PIC X(019) VALUE SPACES.

       01  W-CHG-HEAD.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'DATE'.
           05  FILLER              PIC X(010) VALUE 'TIME'.
           05  FILLER              PIC X(010) VALUE 'USER'.
           05  FILLER              PIC X(013) VALUE 'FIELD'.
           05  FILLER              PIC X(042) VALUE 'OLD VALUE'.
           05  FILLER              PIC X(043) VALUE 'NEW VALUE'.

       01  W-CHG-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WY-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WY-TIME             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WY-USER             PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WY-FIELD            PIC X(011).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WY-OLDVAL           PIC X(040).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WY-NEWVAL           PIC X(040).
           05  FILLER              PIC X(003) VALUE SPACES.

       01  W-ACC-HEAD.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'DATE'.
           05  FILLER              PIC X(010) VALUE 'TIME'.
           05  FILLER              PIC X(006) VALUE 'TRAN'.
           05  FILLER              PIC X(010) VALUE 'USER'.
           05  FILLER              PIC X(006) VALUE 'TERM'.
           05  FILLER              PIC X(086) VALUE 'RESULT'.

       01  W-ACC-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WB-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WB-TIME             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WB-TRANSID          PIC X(004).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WB-USER             PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WB-TERMID           PIC X(004).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WB-RESULT           PIC X(002).
           05  FILLER              PIC X(084) VALUE SPACES.

       01  W-CORR-HEAD.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(007) VALUE 'SEQ'.
           05  FILLER              PIC X(010) VALUE 'SENT'.
           05  FILLER              PIC X(010) VALUE 'DOCUMENT'.
           05  FILLER              PIC X(007) VALUE 'CHAN'.
           05  FILLER              PIC X(010) VALUE 'PROGRAM'.
           05  FILLER              PIC X(008) VALUE 'ORDER'.
           05  FILLER              PIC X(010) VALUE 'CAMPAIGN'.
           05  FILLER              PIC X(066) VALUE 'DETAIL'.

       01  W-CORR-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WJ-SEQ              PIC 9(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WJ-DATE             PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WJ-DOC-TYPE         PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WJ-CHANNEL          PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WJ-PROGRAM          PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WJ-ORDERNUM         PIC 9(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WJ-CAMPAIGN         PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WJ-DOC-INFO         PIC X(020).
           05  FILLER              PIC X(046) VALUE SPACES.

      * RUN-PARAMETER AREA FOR THE RSSPRM00 READER
       COPY RSSPRMC.

      * OPERATOR-ALERT AREA FOR THE RSSALR00 WRITER
       COPY RSSALRC.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABC16' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-RUNTIME-PARAMETERS.
           INITIALIZE WS-SEC-COUNTS.

      * ------------------------------------------------------------- *
      * ONLY AN ACTIVE SUPERVISOR MAY AUTHORIZE A PACKAGE; A REFUSED
      * REQUEST IS STILL LOGGED BEFORE THE STEP GOES DOWN...
           PERFORM CHECK-AUTHORIZATION.
           IF  NOT AUTH-OK
               MOVE 'R' TO SA-RESULT
               PERFORM LOG-THE-REQUEST
               MOVE 'RSSABC16: AUTHORIZING USER IS NOT AN ACTIVE SUPE
      -             'RVISOR' TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF.

      * ------------------------------------------------------------- *
      * A LEGAL HOLD DOES NOT STOP THE PACKAGE, IT HOLDS IT BACK FOR
      * LEGAL REVIEW...
           PERFORM CHECK-LEGAL-HOLD.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING FILES..."
           PERFORM VKSDNOT-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDLIN-OPEN.
           PERFORM VKSDPH-OPEN.
           PERFORM CASEFILE-OPEN.
           PERFORM ADDRHIST-OPEN.
           PERFORM CONTPREF-OPEN.
           PERFORM CONSENT-OPEN.
           PERFORM REPFILE-OPEN.
           PERFORM CORRHIST-OPEN.
           PERFORM SARWORK-OPEN.

      * ------------------------------------------------------------- *
      * THE PACKAGE'S SECTIONS, INTO THE WORK FILE...
           DISPLAY "COMPILING THE PACKAGE..."
           PERFORM FETCH-CUSTOMER-RECORD.
           PERFORM RESOLVE-TAX-ID.
           PERFORM LIST-CUSTOMER-RECORD.
           PERFORM LIST-NOTES.
           PERFORM LIST-ORDERS.
           PERFORM LIST-CASES.
           PERFORM LIST-ADDRESS-HISTORY.
           PERFORM LIST-CONTACT-PREFS.
           PERFORM LIST-CONSENTS.
           PERFORM LIST-REPRESENTATIVES.
           PERFORM LIST-AUDIT-TRAIL.
           PERFORM LIST-CHANGE-HISTORY.
           PERFORM LIST-ACCESS-HISTORY.
           PERFORM LIST-CORRESPONDENCE.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM SARWORK-CLOSE.
           PERFORM VKSDNOT-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDLIN-CLOSE.
           PERFORM VKSDPH-CLOSE.
           PERFORM CASEFILE-CLOSE.
           PERFORM ADDRHIST-CLOSE.
           PERFORM CONTPREF-CLOSE.
           PERFORM CONSENT-CLOSE.
           PERFORM REPFILE-CLOSE.
           PERFORM CORRHIST-CLOSE.
           MOVE 'CLS' TO DSW-ACTION.
           CALL 'RSSDSW00' USING RSSDSW-AREA.

           PERFORM VARYING WS-SEC-IX FROM 1 BY 1 UNTIL WS-SEC-IX > 14
              ADD WS-SEC-COUNT (WS-SEC-IX) TO WS-ITEM-TOTAL
           END-PERFORM.

      * ------------------------------------------------------------- *
      * THE REQUEST ITSELF: THE SUBJECT-ACCESS LOG, THEN EITHER THE
      * CORRESPONDENCE HISTORY (PACKAGE SENT) OR A HOLD ALERT...
           IF  CUSTOMER-ON-HOLD
               MOVE 'H' TO SA-RESULT
           ELSE
               MOVE 'P' TO SA-RESULT
           END-IF.
           PERFORM LOG-THE-REQUEST.
           IF  CUSTOMER-ON-HOLD
               PERFORM RAISE-HOLD-ALERT
           ELSE
               PERFORM RECORD-CORRESPONDENCE
           END-IF.

      * ------------------------------------------------------------- *
      * THE PACKAGE: COVER SHEET, THEN THE SECTIONS...
           DISPLAY "PRINTING THE PACKAGE..."
           OPEN OUTPUT SYSPRINT.
           PERFORM PRINT-COVER-SHEET.
           PERFORM PRINT-SECTIONS.
           CLOSE SYSPRINT.

           IF  CUSTOMER-ON-HOLD
               ADD 4 TO ZERO GIVING RETURN-CODE
           END-IF

           DISPLAY 'RSSABC16: CUSTOMER ' WS-SAR-CUSTIDENT ', '
                   WS-ITEM-TOTAL ' ITEMS, RESULT ' SA-RESULT
           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABC16' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-ITEM-TOTAL TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S OWN RESULT BACK...
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * THE CUSTIDENT AND THE AUTHORIZING SUPERVISOR ARE REQUIRED;    *
      * RSSABC16_TAXID 'Y' ASKS THE VAULT TO RELEASE THE TAX ID.      *
      * EACH COMES FROM THE RUN PARAMETER, ELSE THE ENVIRONMENT.      *
      *---------------------------------------------------------------*
       GET-RUNTIME-PARAMETERS.
           MOVE SPACES TO WS-ENV-VALUE
           MOVE 'RSSABC16_CUSTIDENT' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABC16_CUSTIDENT' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL (WS-ENV-VALUE) = 0
               COMPUTE WS-SAR-CUSTIDENT =
                       FUNCTION NUMVAL (WS-ENV-VALUE)
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           MOVE 'RSSABC16_AUTH_USER' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABC16_AUTH_USER' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           MOVE WS-ENV-VALUE TO WS-AUTH-USER

           MOVE SPACES TO WS-ENV-VALUE
           MOVE 'RSSABC16_TAXID' TO PRM-NAME
           CALL 'RSSPRM00' USING RSSPRM-AREA
           IF  PRM-RETCODE = '00'
               MOVE PRM-VALUE TO WS-ENV-VALUE
           ELSE
               DISPLAY 'RSSABC16_TAXID' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-ENV-VALUE = 'Y'
               MOVE 'Y' TO WS-RELEASE-SWITCH
           END-IF

           IF  WS-SAR-CUSTIDENT = 0
           OR  WS-AUTH-USER = SPACES
               MOVE 'RSSABC16: CUSTIDENT AND AUTH USER ARE REQUIRED'
                 TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           DISPLAY 'RSSABC16: CUSTIDENT..' WS-SAR-CUSTIDENT
           DISPLAY 'RSSABC16: AUTHORIZED.' WS-AUTH-USER
           DISPLAY 'RSSABC16: TAX ID.....' WS-RELEASE-SWITCH
           EXIT.

      *---------------------------------------------------------------*
      * THE AUTHORIZING USER MUST HOLD AN ACTIVE SUPERVISOR PROFILE.  *
      * THE FILE IS CLOSED AGAIN AT ONCE: THE VAULT GATEKEEPER OPENS  *
      * IT FOR ITS OWN ROLE CHECK.                                    *
      *---------------------------------------------------------------*
       CHECK-AUTHORIZATION.
           MOVE 'N' TO WS-AUTH-SWITCH
           PERFORM OPRPROF-OPEN
           MOVE WS-AUTH-USER TO OP-USERID
           PERFORM OPRPROF-READ
           IF  OPRPROF-STATUS = '00'
           AND OP-ROLE = 'S'
           AND OP-ACTIVE = 'Y'
               MOVE 'Y'     TO WS-AUTH-SWITCH
               MOVE OP-NAME TO WS-AUTH-NAME
           END-IF
           PERFORM OPRPROF-CLOSE
           EXIT.

      *---------------------------------------------------------------*
      * IS THE CUSTOMER UNDER LEGAL HOLD? AN ABSENT HOLD FILE JUST    *
      * MEANS NOBODY IS HELD.                                         *
      *---------------------------------------------------------------*
       CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-HOLD-SWITCH
           OPEN INPUT LEGLHLD-FILE
           IF  LEGLHLD-STATUS = '00' OR '05'
               MOVE WS-SAR-CUSTIDENT TO LH-CUSTIDENT
               READ LEGLHLD-FILE
               IF  LEGLHLD-STATUS = '00'
                   MOVE 'Y'           TO WS-HOLD-SWITCH
                   MOVE LH-HOLDREASON TO WS-HOLD-REASON
                   MOVE LH-SETBY      TO WS-HOLD-SETBY
                   MOVE LH-SETDATE    TO WS-HOLD-SETDATE
               END-IF
               CLOSE LEGLHLD-FILE
           ELSE
               MOVE 'RSSABC16: LEGLHLD-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE LEGLHLD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE CUSTOMER RECORD FROM BOTH STORES: THE VSAM RECORD THRU    *
      * THE DUAL-STORE WRITER'S READ-ONLY 'GET', THE DB2 ROW DIRECT.  *
      *---------------------------------------------------------------*
       FETCH-CUSTOMER-RECORD.
           MOVE SPACES TO DSW-CUSTDATA
           MOVE WS-SAR-CUSTIDENT TO DSW-CUSTDATA (1:9)
           MOVE 'GET' TO DSW-ACTION
           CALL 'RSSDSW00' USING RSSDSW-AREA
           IF  DSW-RETCODE = '00'
               MOVE DSW-OLD-DATA TO VS-ODCSF0-RECORD
               MOVE 'Y' TO WS-VSAM-FOUND-SWITCH
           END-IF

           MOVE WS-SAR-CUSTIDENT TO WS-HV-CUSTIDENT
           EXEC SQL
                SELECT CUSTLNAME, CUSTFNAME, CUSTADDRS,
                       CUSTCITY , CUSTSTATE, CUSTBDATE,
                       CUSTEMAIL, CUSTPHONE, CUSTCOUNTRY,
                       CREDITLIM, CUSTZIP  , BRANCH
                INTO   :WS-HV-CUSTLNAME, :WS-HV-CUSTFNAME,
                       :WS-HV-CUSTADDRS, :WS-HV-CUSTCITY,
                       :WS-HV-CUSTSTATE, :WS-HV-CUSTBDATE,
                       :WS-HV-CUSTEMAIL, :WS-HV-CUSTPHONE,
                       :WS-HV-CUSTCOUNTRY, :WS-HV-CREDITLIM,
                       :WS-HV-CUSTZIP  , :WS-HV-BRANCH
                FROM   PJ01DB2.ODCSF0
                WHERE  CUSTIDENT = :WS-HV-CUSTIDENT
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE = +0
              MOVE 'Y' TO WS-DB2-FOUND-SWITCH
           ELSE
              IF SQLCODE NOT = +100
                 DISPLAY 'RSSABC16: FAILURE-SELECT-ODCSF0...'
                         ' SQLCODE:' WS-SQLCODE
                 COPY ZSQLSTAT.
                 PERFORM Z-ABEND-PROGRAM
              END-IF
           END-IF.
           EXIT.

      *---------------------------------------------------------------*
      * THE TAX ID STAYS MASKED UNLESS THE RELEASE WAS ASKED FOR AND  *
      * THE VAULT SERVES IT TO THE AUTHORIZING SUPERVISOR.            *
      *---------------------------------------------------------------*
       RESOLVE-TAX-ID.
           MOVE ALL '*' TO WS-TAXID-SHOWN
           MOVE 'MASKED - NOT REQUESTED' TO WS-TAXID-NOTE
           IF  NOT VSAM-FOUND
           AND NOT DB2-FOUND
               MOVE SPACES      TO WS-TAXID-SHOWN
               MOVE 'NONE HELD' TO WS-TAXID-NOTE
               EXIT PARAGRAPH
           END-IF
           IF  VSAM-FOUND
           AND VS-CUSTTAXID = SPACES
               MOVE SPACES      TO WS-TAXID-SHOWN
               MOVE 'NONE HELD' TO WS-TAXID-NOTE
               EXIT PARAGRAPH
           END-IF
           IF  RELEASE-REQUESTED
               MOVE 'GET'            TO TID-FUNC
               MOVE WS-SAR-CUSTIDENT TO TID-CUSTIDENT
               MOVE WS-AUTH-USER     TO TID-USERID
               CALL 'RSSTID00' USING RSSTID-AREA
               EVALUATE TID-RETCODE
                  WHEN '00'
                       MOVE TID-TAXID TO WS-TAXID-SHOWN
                       MOVE 'RELEASED THRU VAULT' TO WS-TAXID-NOTE
                       MOVE 'Y' TO WS-RELEASED-SWITCH
                  WHEN '23'
                       MOVE 'MASKED - NOT IN VAULT' TO WS-TAXID-NOTE
                  WHEN OTHER
                       MOVE 'MASKED - REFUSED' TO WS-TAXID-NOTE
               END-EVALUATE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * SECTION 1: THE CUSTOMER RECORD, FIELD BY FIELD, THE TWO       *
      * STORES SIDE BY SIDE.                                          *
      *---------------------------------------------------------------*
       LIST-CUSTOMER-RECORD.
           MOVE 1 TO WS-SEC-IX
           PERFORM PUT-SECTION-HEAD
           IF  VSAM-FOUND
               ADD 1 TO WS-SEC-COUNT (1)
           END-IF
           IF  DB2-FOUND
               ADD 1 TO WS-SEC-COUNT (1)
           END-IF
           IF  WS-SEC-COUNT (1) = 0
               PERFORM PUT-NONE-IF-EMPTY
               EXIT PARAGRAPH
           END-IF
           MOVE W-FIELD-HEAD TO WS-WORK-LINE
           PERFORM SARWORK-WRITE

           MOVE 'M' TO WS-FL-KIND
           MOVE 'CUSTOMER ID'      TO WS-FL-LABEL
           MOVE VS-CUSTIDENT       TO WS-FL-VSAM
           MOVE WS-SAR-CUSTIDENT   TO WS-FL-DB2
           PERFORM PUT-FIELD-LINE
           MOVE 'LAST NAME'        TO WS-FL-LABEL
           MOVE VS-CUSTLNAME       TO WS-FL-VSAM
           MOVE WS-HV-CUSTLNAME    TO WS-FL-DB2
           PERFORM PUT-FIELD-LINE
           MOVE 'FIRST NAME'       TO WS-FL-LABEL
           MOVE VS-CUSTFNAME       TO WS-FL-VSAM
           MOVE WS-HV-CUSTFNAME    TO WS-FL-DB2
           PERFORM PUT-FIELD-LINE
           MOVE 'ADDRESS'          TO WS-FL-LABEL
           MOVE VS-CUSTADDRS       TO WS-FL-VSAM
           MOVE WS-HV-CUSTADDRS    TO WS-FL-DB2
           PERFORM PUT-FIELD-LINE
           MOVE 'CITY'             TO WS-FL-LABEL
           MOVE VS-CUSTCITY        TO WS-FL-VSAM
           MOVE WS-HV-CUSTCITY     TO WS-FL-DB2
           PERFORM PUT-FIELD-LINE
           MOVE 'STATE'            TO WS-FL-LABEL
           MOVE VS-CUSTSTATE       TO WS-FL-VSAM
           MOVE WS-HV-CUSTSTATE    TO WS-FL-DB2
           PERFORM PUT-FIELD-LINE
           MOVE 'ZIP'              TO WS-FL-LABEL
           MOVE VS-CUSTZIP         TO WS-FL-VSAM
           MOVE WS-HV-CUSTZIP      TO WS-FL-DB2
           PERFORM PUT-FIELD-LINE
           MOVE 'COUNTRY'          TO WS-FL-LABEL
           MOVE VS-CUSTCOUNTRY     TO WS-FL-VSAM
           MOVE WS-HV-CUSTCOUNTRY  TO WS-FL-DB2
           PERFORM PUT-FIELD-LINE
           MOVE 'BIRTH DATE'       TO WS-FL-LABEL
           MOVE VS-CUSTBDATE (1:4) TO WS-BDATE-10-CCYY
           MOVE VS-CUSTBDATE (5:2) TO WS-BDATE-10-MM
           MOVE VS-CUSTBDATE (7:2) TO WS-BDATE-10-DD
           MOVE WS-BDATE-10        TO WS-FL-VSAM
           MOVE WS-HV-CUSTBDATE    TO WS-FL-DB2
           PERFORM PUT-FIELD-LINE
           MOVE 'EMAIL'            TO WS-FL-LABEL
           MOVE VS-CUSTEMAIL       TO WS-FL-VSAM
           MOVE WS-HV-CUSTEMAIL    TO WS-FL-DB2
           PERFORM PUT-FIELD-LINE
           MOVE 'PHONE'            TO WS-FL-LABEL
           MOVE VS-CUSTPHONE       TO WS-FL-VSAM
           MOVE WS-HV-CUSTPHONE    TO WS-FL-DB2
           PERFORM PUT-FIELD-LINE
           MOVE 'CREDIT LIMIT'     TO WS-FL-LABEL
           MOVE VS-CREDIT-LIMIT    TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT        TO WS-FL-VSAM
           MOVE WS-HV-CREDITLIM    TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT        TO WS-FL-DB2
           PERFORM PUT-FIELD-LINE
           MOVE 'BRANCH'           TO WS-FL-LABEL
           MOVE VS-BRANCH          TO WS-FL-VSAM
           MOVE WS-HV-BRANCH       TO WS-FL-DB2
           PERFORM PUT-FIELD-LINE

           MOVE 'T' TO WS-FL-KIND
           MOVE 'TAX ID'           TO WS-FL-LABEL
           MOVE WS-TAXID-SHOWN     TO WS-FL-VSAM
           MOVE WS-TAXID-SHOWN     TO WS-FL-DB2
           PERFORM PUT-FIELD-LINE

           MOVE 'V' TO WS-FL-KIND
           MOVE SPACES             TO WS-FL-DB2
           MOVE 'STATUS'           TO WS-FL-LABEL
           MOVE VS-CUSTSTATUS      TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'STATUS REASON'    TO WS-FL-LABEL
           MOVE VS-STATUS-REASON   TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'STATUS EFFECTIVE' TO WS-FL-LABEL
           MOVE VS-STATUS-EFFDT    TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'CLOSE DATE'       TO WS-FL-LABEL
           MOVE VS-CUSTCLOSEDT     TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'DECEASED'         TO WS-FL-LABEL
           MOVE VS-DECEASED-FLAG   TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'DECEASED DATE'    TO WS-FL-LABEL
           MOVE VS-DECEASED-DT     TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'TAX ID VERIFIED'  TO WS-FL-LABEL
           MOVE VS-TAXID-VERIF     TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'EMPLOYEE'         TO WS-FL-LABEL
           MOVE VS-EMPL-FLAG       TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'TIER'             TO WS-FL-LABEL
           MOVE VS-CUST-TIER       TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'REP REQUIRED'     TO WS-FL-LABEL
           MOVE VS-REP-REQUIRED    TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'CREDIT SCORE'     TO WS-FL-LABEL
           MOVE VS-CREDIT-SCORE    TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'SCORE DATE'       TO WS-FL-LABEL
           MOVE VS-SCORE-DATE      TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'COMPLIANCE HOLD'  TO WS-FL-LABEL
           MOVE VS-COMPL-HOLD      TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'COMPL. HOLD DATE' TO WS-FL-LABEL
           MOVE VS-COMPL-HOLD-DT   TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'FRAUD HOLD'       TO WS-FL-LABEL
           MOVE VS-FRAUD-HOLD      TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'TERMS CODE'       TO WS-FL-LABEL
           MOVE VS-TERMS-CODE      TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'EMAIL BOUNCES'    TO WS-FL-LABEL
           MOVE VS-EMAIL-BOUNCES   TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           MOVE 'EMAIL UNDELIVERED' TO WS-FL-LABEL
           MOVE VS-EMAIL-UNDELIV   TO WS-FL-VSAM
           PERFORM PUT-FIELD-LINE
           EXIT.

      *---------------------------------------------------------------*
      * ONE FIELD OF THE CUSTOMER RECORD: A STORE WITHOUT THE RECORD  *
      * SHOWS BLANK, AND A MIRRORED FIELD THE STORES DISAGREE ON IS   *
      * NOTED.                                                        *
      *---------------------------------------------------------------*
       PUT-FIELD-LINE.
           IF  FL-VSAM-ONLY
           AND NOT VSAM-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES      TO WF-VSAM WF-DB2 WF-NOTE
           MOVE WS-FL-LABEL TO WF-LABEL
           IF  VSAM-FOUND
               MOVE WS-FL-VSAM TO WF-VSAM
           END-IF
           IF  DB2-FOUND
           AND NOT FL-VSAM-ONLY
               MOVE WS-FL-DB2 TO WF-DB2
           END-IF
           EVALUATE TRUE
              WHEN FL-TAXID
                   MOVE WS-TAXID-NOTE TO WF-NOTE
              WHEN FL-VSAM-ONLY
                   MOVE 'CUSTOMER FILE ONLY' TO WF-NOTE
              WHEN VSAM-FOUND AND DB2-FOUND
               AND WS-FL-VSAM NOT = WS-FL-DB2
                   MOVE 'STORES DIFFER' TO WF-NOTE
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE W-FIELD-LINE TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           EXIT.

      *---------------------------------------------------------------*
      * SECTION 2: THE CUSTOMER'S NOTES.                              *
      *---------------------------------------------------------------*
       LIST-NOTES.
           MOVE 2 TO WS-SEC-IX
           PERFORM PUT-SECTION-HEAD
           MOVE W-NOTE-HEAD TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           MOVE 'N' TO WS-DONE-SWITCH
           MOVE WS-SAR-CUSTIDENT TO QN-CUSTIDENT
           MOVE ZEROS            TO QN-NOTESEQ
           START VKSDNOT-FILE KEY NOT < QN-NOTE-KEY
           IF  VKSDNOT-STATUS NOT = '00'
               MOVE 'Y' TO WS-DONE-SWITCH
           END-IF
           PERFORM UNTIL SCAN-DONE
              PERFORM VKSDNOT-NEXT
              IF  SCAN-DONE
              OR  QN-CUSTIDENT NOT = WS-SAR-CUSTIDENT
                  MOVE 'Y' TO WS-DONE-SWITCH
              ELSE
                  MOVE QN-NOTESEQ    TO WN-SEQ
                  MOVE QN-NOTEDATE   TO WN-DATE
                  MOVE QN-NOTEUSERID TO WN-USER
                  MOVE QN-FOLLOWUPDT TO WN-FOLLOWUP
                  MOVE QN-NOTETEXT   TO WN-TEXT
                  MOVE W-NOTE-LINE   TO WS-WORK-LINE
                  PERFORM SARWORK-WRITE
                  ADD 1 TO WS-SEC-COUNT (2)
              END-IF
           END-PERFORM
           PERFORM PUT-NONE-IF-EMPTY
           EXIT.

      *---------------------------------------------------------------*
      * SECTIONS 3 TO 5: THE ORDERS, EACH FOLLOWED BY ITS LINE ITEMS  *
      * AND ITS PAYMENTS (COUNTED UNDER SECTIONS 4 AND 5).            *
      *---------------------------------------------------------------*
       LIST-ORDERS.
           MOVE 3 TO WS-SEC-IX
           PERFORM PUT-SECTION-HEAD
           MOVE W-ORDER-HEAD TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           MOVE 'N' TO WS-DONE-SWITCH
           MOVE WS-SAR-CUSTIDENT TO QO-CUSTIDENT
           MOVE ZEROS            TO QO-ORDERNUM
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'Y' TO WS-DONE-SWITCH
           END-IF
           PERFORM UNTIL SCAN-DONE
              PERFORM VKSDORD-NEXT
              IF  SCAN-DONE
              OR  QO-CUSTIDENT NOT = WS-SAR-CUSTIDENT
                  MOVE 'Y' TO WS-DONE-SWITCH
              ELSE
                  MOVE QO-ORDERNUM    TO WO-NUM
                  MOVE QO-ORDERDATE   TO WO-DATE
                  MOVE QO-ORDERSTATUS TO WO-STATUS
                  MOVE QO-ORDERAMT    TO WO-AMT
                  MOVE QO-CURRENCY    TO WO-CURRENCY
                  MOVE QO-PAID-AMT    TO WO-PAID
                  MOVE QO-CREDIT-AMT  TO WO-CREDIT
                  MOVE QO-SETTLEDT    TO WO-SETTLED
                  MOVE QO-PROMO-CODE  TO WO-PROMO
                  MOVE W-ORDER-LINE   TO WS-WORK-LINE
                  PERFORM SARWORK-WRITE
                  ADD 1 TO WS-SEC-COUNT (3)
                  PERFORM LIST-ORDER-ITEMS
                  PERFORM LIST-ORDER-PAYMENTS
              END-IF
           END-PERFORM
           MOVE 3 TO WS-SEC-IX
           PERFORM PUT-NONE-IF-EMPTY
           EXIT.

      *---------------------------------------------------------------*
       LIST-ORDER-ITEMS.
           MOVE 'N' TO WS-SUB-DONE-SWITCH
           MOVE QO-CUSTIDENT TO OL-CUSTIDENT
           MOVE QO-ORDERNUM  TO OL-ORDERNUM
           MOVE ZEROS        TO OL-LINENUM
           START VKSDLIN-FILE KEY NOT < OL-LINE-KEY
           IF  VKSDLIN-STATUS NOT = '00'
               MOVE 'Y' TO WS-SUB-DONE-SWITCH
           END-IF
           PERFORM UNTIL SUB-SCAN-DONE
              PERFORM VKSDLIN-NEXT
              IF  SUB-SCAN-DONE
              OR  OL-CUSTIDENT NOT = QO-CUSTIDENT
              OR  OL-ORDERNUM  NOT = QO-ORDERNUM
                  MOVE 'Y' TO WS-SUB-DONE-SWITCH
              ELSE
                  MOVE OL-LINENUM      TO WI-LINE
                  MOVE OL-PRODCODE     TO WI-PRODUCT
                  MOVE OL-QUANTITY     TO WI-QTY
                  MOVE OL-UNITPRICE    TO WI-PRICE
                  MOVE OL-SHIPPED-QTY  TO WI-SHIPPED
                  MOVE OL-BACKORD-QTY  TO WI-BACKORD
                  MOVE OL-DISC-AMT     TO WI-DISC
                  MOVE W-ITEM-LINE     TO WS-WORK-LINE
                  PERFORM SARWORK-WRITE
                  ADD 1 TO WS-SEC-COUNT (4)
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       LIST-ORDER-PAYMENTS.
           MOVE 'N' TO WS-SUB-DONE-SWITCH
           MOVE QO-CUSTIDENT TO PH-CUSTIDENT
           MOVE QO-ORDERNUM  TO PH-ORDERNUM
           MOVE ZEROS        TO PH-PAYSEQ
           START VKSDPH-FILE KEY NOT < PH-PAY-KEY
           IF  VKSDPH-STATUS NOT = '00'
               MOVE 'Y' TO WS-SUB-DONE-SWITCH
           END-IF
           PERFORM UNTIL SUB-SCAN-DONE
              PERFORM VKSDPH-NEXT
              IF  SUB-SCAN-DONE
              OR  PH-CUSTIDENT NOT = QO-CUSTIDENT
              OR  PH-ORDERNUM  NOT = QO-ORDERNUM
                  MOVE 'Y' TO WS-SUB-DONE-SWITCH
              ELSE
                  MOVE PH-PAYSEQ       TO WP-SEQ
                  MOVE PH-PAYDATE      TO WP-DATE
                  MOVE PH-PAYAMT       TO WP-AMT
                  MOVE PH-ENTRY-TYPE   TO WP-TYPE
                  MOVE PH-BANKREF      TO WP-BANKREF
                  MOVE PH-REVERSED     TO WP-REVERSED
                  MOVE PH-RET-REASON   TO WP-RETURN
                  MOVE W-PAY-LINE      TO WS-WORK-LINE
                  PERFORM SARWORK-WRITE
                  ADD 1 TO WS-SEC-COUNT (5)
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * SECTION 6: THE CUSTOMER'S SERVICE CASES.                      *
      *---------------------------------------------------------------*
       LIST-CASES.
           MOVE 6 TO WS-SEC-IX
           PERFORM PUT-SECTION-HEAD
           MOVE W-CASE-HEAD TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           MOVE 'N' TO WS-DONE-SWITCH
           MOVE WS-SAR-CUSTIDENT TO CS-CUSTIDENT
           MOVE ZEROS            TO CS-CASENUM
           START CASEFILE-FILE KEY NOT < CS-CASE-KEY
           IF  CASEFILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-DONE-SWITCH
           END-IF
           PERFORM UNTIL SCAN-DONE
              PERFORM CASEFILE-NEXT
              IF  SCAN-DONE
              OR  CS-CUSTIDENT NOT = WS-SAR-CUSTIDENT
                  MOVE 'Y' TO WS-DONE-SWITCH
              ELSE
                  MOVE CS-CASENUM     TO WE-CASENUM
                  MOVE CS-STATUS      TO WE-STATUS
                  MOVE CS-CATEGORY    TO WE-CATEGORY
                  MOVE CS-OWNER       TO WE-OWNER
                  MOVE CS-OPENDATE    TO WE-OPENED
                  MOVE CS-RESOLVEDATE TO WE-RESOLVED
                  MOVE CS-SUMMARY     TO WE-SUMMARY
                  MOVE W-CASE-LINE    TO WS-WORK-LINE
                  PERFORM SARWORK-WRITE
                  ADD 1 TO WS-SEC-COUNT (6)
              END-IF
           END-PERFORM
           PERFORM PUT-NONE-IF-EMPTY
           EXIT.

      *---------------------------------------------------------------*
      * SECTION 7: THE CUSTOMER'S FORMER ADDRESSES.                   *
      *---------------------------------------------------------------*
       LIST-ADDRESS-HISTORY.
           MOVE 7 TO WS-SEC-IX
           PERFORM PUT-SECTION-HEAD
           MOVE W-ADDR-HEAD TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           MOVE 'N' TO WS-DONE-SWITCH
           MOVE WS-SAR-CUSTIDENT TO AH-CUSTIDENT
           MOVE ZEROS            TO AH-CHGSEQ
           START ADDRHIST-FILE KEY NOT < AH-HIST-KEY
           IF  ADDRHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-DONE-SWITCH
           END-IF
           PERFORM UNTIL SCAN-DONE
              PERFORM ADDRHIST-NEXT
              IF  SCAN-DONE
              OR  AH-CUSTIDENT NOT = WS-SAR-CUSTIDENT
                  MOVE 'Y' TO WS-DONE-SWITCH
              ELSE
                  MOVE AH-CHGSEQ      TO WD-SEQ
                  MOVE AH-CHGDATE     TO WD-DATE
                  MOVE AH-OLD-ADDRS   TO WD-ADDRS
                  MOVE AH-OLD-CITY    TO WD-CITY
                  MOVE AH-OLD-STATE   TO WD-STATE
                  MOVE AH-OLD-ZIP     TO WD-ZIP
                  MOVE AH-CHG-SOURCE  TO WD-SOURCE
                  MOVE W-ADDR-LINE    TO WS-WORK-LINE
                  PERFORM SARWORK-WRITE
                  ADD 1 TO WS-SEC-COUNT (7)
              END-IF
           END-PERFORM
           PERFORM PUT-NONE-IF-EMPTY
           EXIT.

      *---------------------------------------------------------------*
      * SECTION 8: THE CUSTOMER'S CONTACT PREFERENCES.                *
      *---------------------------------------------------------------*
       LIST-CONTACT-PREFS.
           MOVE 8 TO WS-SEC-IX
           PERFORM PUT-SECTION-HEAD
           MOVE WS-SAR-CUSTIDENT TO CP-CUSTIDENT
           PERFORM CONTPREF-READ
           IF  CONTPREF-STATUS = '00'
               MOVE CP-MAIL-OPTOUT  TO WM-MAIL
               MOVE CP-EMAIL-OPTOUT TO WM-EMAIL
               MOVE CP-PHONE-OPTOUT TO WM-PHONE
               MOVE CP-DNC-OPTOUT   TO WM-DNC
               MOVE CP-DNC-DATE     TO WM-DNC-DATE
               MOVE CP-DELIV-PREF   TO WM-DELIV
               MOVE CP-SETDATE      TO WM-SETDATE
               MOVE CP-SOURCE       TO WM-SOURCE
               MOVE W-PREF-LINE     TO WS-WORK-LINE
               PERFORM SARWORK-WRITE
               ADD 1 TO WS-SEC-COUNT (8)
           END-IF
           PERFORM PUT-NONE-IF-EMPTY
           EXIT.

      *---------------------------------------------------------------*
      * SECTION 9: THE PRIVACY TERMS THE CUSTOMER ACCEPTED.           *
      *---------------------------------------------------------------*
       LIST-CONSENTS.
           MOVE 9 TO WS-SEC-IX
           PERFORM PUT-SECTION-HEAD
           MOVE WS-SAR-CUSTIDENT TO CV-CUSTIDENT
           PERFORM CONSENT-READ
           IF  CONSENT-STATUS = '00'
               MOVE CV-VERSION      TO WQ-VERSION
               MOVE CV-CONSENT-DATE TO WQ-DATE
               MOVE CV-SOURCE       TO WQ-SOURCE
               MOVE W-CONSENT-LINE  TO WS-WORK-LINE
               PERFORM SARWORK-WRITE
               ADD 1 TO WS-SEC-COUNT (9)
           END-IF
           PERFORM PUT-NONE-IF-EMPTY
           EXIT.

      *---------------------------------------------------------------*
      * SECTION 10: THE CUSTOMER'S AUTHORIZED REPRESENTATIVES.        *
      *---------------------------------------------------------------*
       LIST-REPRESENTATIVES.
           MOVE 10 TO WS-SEC-IX
           PERFORM PUT-SECTION-HEAD
           MOVE W-REP-HEAD TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           MOVE 'N' TO WS-DONE-SWITCH
           MOVE WS-SAR-CUSTIDENT TO RE-CUSTIDENT
           MOVE ZEROS            TO RE-REPSEQ
           START REPFILE-FILE KEY NOT < RE-REP-KEY
           IF  REPFILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-DONE-SWITCH
           END-IF
           PERFORM UNTIL SCAN-DONE
              PERFORM REPFILE-NEXT
              IF  SCAN-DONE
              OR  RE-CUSTIDENT NOT = WS-SAR-CUSTIDENT
                  MOVE 'Y' TO WS-DONE-SWITCH
              ELSE
                  MOVE RE-REPSEQ      TO WR-SEQ
                  MOVE RE-NAME        TO WR-NAME
                  MOVE RE-RELATION    TO WR-RELATION
                  MOVE RE-SCOPE       TO WR-SCOPE
                  MOVE RE-EFFDATE     TO WR-EFFDATE
                  MOVE RE-EXPDATE     TO WR-EXPDATE
                  MOVE W-REP-LINE     TO WS-WORK-LINE
                  PERFORM SARWORK-WRITE
                  ADD 1 TO WS-SEC-COUNT (10)
              END-IF
           END-PERFORM
           PERFORM PUT-NONE-IF-EMPTY
           EXIT.

      *---------------------------------------------------------------*
      * SECTION 11: THE AUDIT TRAIL'S BEFORE AND AFTER IMAGES.        *
      *---------------------------------------------------------------*
       LIST-AUDIT-TRAIL.
           MOVE 11 TO WS-SEC-IX
           PERFORM PUT-SECTION-HEAD
           MOVE W-AUD-HEAD TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           MOVE WS-SAR-CUSTIDENT TO WS-HV-CUSTIDENT
           MOVE 'N' TO WS-CUR-EOF-SWITCH
           EXEC SQL
                DECLARE CURS-SARAUD CURSOR FOR
                SELECT  AUDITACTN, AUDITDATE, AUDITTIME,
                        BEFLNAME,  BEFFNAME,  BEFADDRS,
                        BEFCITY,   BEFSTATE,  BEFBDATE,
                        BEFEMAIL,  BEFPHONE,
                        AFTLNAME,  AFTFNAME,  AFTADDRS,
                        AFTCITY,   AFTSTATE,  AFTBDATE,
                        AFTEMAIL,  AFTPHONE
                FROM    PJ01DB2.ODCSF0_AUDIT
                WHERE   CUSTIDENT = :WS-HV-CUSTIDENT
                ORDER BY AUDITDATE, AUDITTIME
           END-EXEC.
           EXEC SQL OPEN CURS-SARAUD END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = +0
              DISPLAY 'RSSABC16: FAILURE-OPEN-CURS-SARAUD...'
                      ' SQLCODE:' WS-SQLCODE
              COPY ZSQLSTAT.
              PERFORM Z-ABEND-PROGRAM
           END-IF.
           PERFORM UNTIL CUR-EOF
              EXEC SQL
                   FETCH CURS-SARAUD
                   INTO :WS-HV-AUDITACTN, :WS-HV-AUDITDATE,
                        :WS-HV-AUDITTIME,
                        :WS-HV-BEFLNAME,  :WS-HV-BEFFNAME,
                        :WS-HV-BEFADDRS,  :WS-HV-BEFCITY,
                        :WS-HV-BEFSTATE,  :WS-HV-BEFBDATE,
                        :WS-HV-BEFEMAIL,  :WS-HV-BEFPHONE,
                        :WS-HV-AFTLNAME,  :WS-HV-AFTFNAME,
                        :WS-HV-AFTADDRS,  :WS-HV-AFTCITY,
                        :WS-HV-AFTSTATE,  :WS-HV-AFTBDATE,
                        :WS-HV-AFTEMAIL,  :WS-HV-AFTPHONE
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF SQLCODE = +100
                 MOVE 'Y' TO WS-CUR-EOF-SWITCH
              ELSE
                 IF SQLCODE NOT = +0
                    DISPLAY 'RSSABC16: FAILURE-FETCH-CURS-SARAUD...'
                            ' SQLCODE:' WS-SQLCODE
                    COPY ZSQLSTAT.
                    PERFORM Z-ABEND-PROGRAM
                 ELSE
                    PERFORM PUT-AUDIT-ROW
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CURS-SARAUD END-EXEC.
           PERFORM PUT-NONE-IF-EMPTY
           EXIT.

      *---------------------------------------------------------------*
      * ONE AUDIT ROW: THE BEFORE IMAGE, THEN THE AFTER IMAGE, TWO    *
      * LINES EACH.                                                   *
      *---------------------------------------------------------------*
       PUT-AUDIT-ROW.
           MOVE WS-HV-AUDITACTN TO WU-ACTION
           MOVE WS-HV-AUDITDATE TO WU-DATE
           MOVE WS-HV-AUDITTIME TO WU-TIME
           MOVE 'BEFORE'        TO WU-IMAGE
           MOVE WS-HV-BEFLNAME  TO WU-LNAME
           MOVE WS-HV-BEFFNAME  TO WU-FNAME
           MOVE WS-HV-BEFEMAIL  TO WU-EMAIL
           MOVE W-AUD-LINE      TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           MOVE WS-HV-BEFADDRS  TO WU-ADDRS
           MOVE WS-HV-BEFCITY   TO WU-CITY
           MOVE WS-HV-BEFSTATE  TO WU-STATE
           MOVE WS-HV-BEFBDATE  TO WU-BDATE
           MOVE WS-HV-BEFPHONE  TO WU-PHONE
           MOVE W-AUD-LINE2     TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           MOVE SPACES          TO WU-ACTION WU-DATE-X WU-TIME-X
           MOVE 'AFTER'         TO WU-IMAGE
           MOVE WS-HV-AFTLNAME  TO WU-LNAME
           MOVE WS-HV-AFTFNAME  TO WU-FNAME
           MOVE WS-HV-AFTEMAIL  TO WU-EMAIL
           MOVE W-AUD-LINE      TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           MOVE WS-HV-AFTADDRS  TO WU-ADDRS
           MOVE WS-HV-AFTCITY   TO WU-CITY
           MOVE WS-HV-AFTSTATE  TO WU-STATE
           MOVE WS-HV-AFTBDATE  TO WU-BDATE
           MOVE WS-HV-AFTPHONE  TO WU-PHONE
           MOVE W-AUD-LINE2     TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           ADD 1 TO WS-SEC-COUNT (11)
           EXIT.

      *---------------------------------------------------------------*
      * SECTION 12: THE FIELD-CHANGE LOG, APPROVAL ROWS INCLUDED.     *
      *---------------------------------------------------------------*
       LIST-CHANGE-HISTORY.
           MOVE 12 TO WS-SEC-IX
           PERFORM PUT-SECTION-HEAD
           MOVE W-CHG-HEAD TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           MOVE WS-SAR-CUSTIDENT TO WS-HV-CUSTIDENT
           MOVE 'N' TO WS-CUR-EOF-SWITCH
           EXEC SQL
                DECLARE CURS-SARCHG CURSOR FOR
                SELECT  FIELDNAME, OLDVALUE, NEWVALUE,
                        CHGDATE,   CHGTIME,  CHGUSER
                FROM    PJ01DB2.ODCSF0_CHGLOG
                WHERE   CUSTIDENT = :WS-HV-CUSTIDENT
                ORDER BY CHGDATE, CHGTIME
           END-EXEC.
           EXEC SQL OPEN CURS-SARCHG END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = +0
              DISPLAY 'RSSABC16: FAILURE-OPEN-CURS-SARCHG...'
                      ' SQLCODE:' WS-SQLCODE
              COPY ZSQLSTAT.
              PERFORM Z-ABEND-PROGRAM
           END-IF.
           PERFORM UNTIL CUR-EOF
              EXEC SQL
                   FETCH CURS-SARCHG
                   INTO :WS-HV-FIELD,   :WS-HV-OLDVAL,
                        :WS-HV-NEWVAL,  :WS-HV-CHGDATE,
                        :WS-HV-CHGTIME, :WS-HV-CHGUSER
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF SQLCODE = +100
                 MOVE 'Y' TO WS-CUR-EOF-SWITCH
              ELSE
                 IF SQLCODE NOT = +0
                    DISPLAY 'RSSABC16: FAILURE-FETCH-CURS-SARCHG...'
                            ' SQLCODE:' WS-SQLCODE
                    COPY ZSQLSTAT.
                    PERFORM Z-ABEND-PROGRAM
                 ELSE
                    MOVE WS-HV-CHGDATE TO WY-DATE
                    MOVE WS-HV-CHGTIME TO WY-TIME
                    MOVE WS-HV-CHGUSER TO WY-USER
                    MOVE WS-HV-FIELD   TO WY-FIELD
                    MOVE WS-HV-OLDVAL  TO WY-OLDVAL
                    MOVE WS-HV-NEWVAL  TO WY-NEWVAL
                    MOVE W-CHG-LINE    TO WS-WORK-LINE
                    PERFORM SARWORK-WRITE
                    ADD 1 TO WS-SEC-COUNT (12)
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CURS-SARCHG END-EXEC.
           PERFORM PUT-NONE-IF-EMPTY
           EXIT.

      *---------------------------------------------------------------*
      * SECTION 13: WHO LOOKED AT THE CUSTOMER: THE OFFLOADED ACCESS  *
      * HISTORY, THIS RUN'S OWN VAULT REQUEST INCLUDED.               *
      *---------------------------------------------------------------*
       LIST-ACCESS-HISTORY.
           MOVE 13 TO WS-SEC-IX
           PERFORM PUT-SECTION-HEAD
           MOVE W-ACC-HEAD TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           PERFORM ACCHIST-OPEN
           PERFORM ACCHIST-GET
           PERFORM UNTIL XH-EOF
              IF  XH-CUSTIDENT = WS-SAR-CUSTIDENT
                  MOVE XH-ACCDATE  TO WB-DATE
                  MOVE XH-ACCTIME  TO WB-TIME
                  MOVE XH-TRANSID  TO WB-TRANSID
                  MOVE XH-USERID   TO WB-USER
                  MOVE XH-TERMID   TO WB-TERMID
                  MOVE XH-RESULT   TO WB-RESULT
                  MOVE W-ACC-LINE  TO WS-WORK-LINE
                  PERFORM SARWORK-WRITE
                  ADD 1 TO WS-SEC-COUNT (13)
              END-IF
              PERFORM ACCHIST-GET
           END-PERFORM
           PERFORM ACCHIST-CLOSE
           PERFORM PUT-NONE-IF-EMPTY
           EXIT.

      *---------------------------------------------------------------*
      * SECTION 14: THE DOCUMENTS SENT TO THE CUSTOMER.               *
      *---------------------------------------------------------------*
       LIST-CORRESPONDENCE.
           MOVE 14 TO WS-SEC-IX
           PERFORM PUT-SECTION-HEAD
           MOVE W-CORR-HEAD TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           MOVE 'N' TO WS-DONE-SWITCH
           MOVE WS-SAR-CUSTIDENT TO CH-CUSTIDENT
           MOVE ZEROS            TO CH-CORRSEQ
           START CORRHIST-FILE KEY NOT < CH-CORR-KEY
           IF  CORRHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-DONE-SWITCH
           END-IF
           PERFORM UNTIL SCAN-DONE
              PERFORM CORRHIST-NEXT
              IF  SCAN-DONE
              OR  CH-CUSTIDENT NOT = WS-SAR-CUSTIDENT
                  MOVE 'Y' TO WS-DONE-SWITCH
              ELSE
                  MOVE CH-CORRSEQ     TO WJ-SEQ
                  MOVE CH-SENT-DATE   TO WJ-DATE
                  MOVE CH-DOC-TYPE    TO WJ-DOC-TYPE
                  MOVE CH-CHANNEL     TO WJ-CHANNEL
                  MOVE CH-PROGRAM     TO WJ-PROGRAM
                  MOVE CH-ORDERNUM    TO WJ-ORDERNUM
                  MOVE CH-CAMPAIGN    TO WJ-CAMPAIGN
                  MOVE CH-DOC-INFO    TO WJ-DOC-INFO
                  MOVE W-CORR-LINE    TO WS-WORK-LINE
                  PERFORM SARWORK-WRITE
                  ADD 1 TO WS-SEC-COUNT (14)
              END-IF
           END-PERFORM
           PERFORM PUT-NONE-IF-EMPTY
           EXIT.

      *---------------------------------------------------------------*
      * A SECTION'S HEADING, AFTER A BLANK LINE.                      *
      *---------------------------------------------------------------*
       PUT-SECTION-HEAD.
           MOVE SPACES TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           MOVE WS-SEC-IX                TO WH-NUM
           MOVE WS-SEC-TITLE (WS-SEC-IX) TO WH-TITLE
           MOVE W-SEC-HEAD               TO WS-WORK-LINE
           PERFORM SARWORK-WRITE
           EXIT.

      *---------------------------------------------------------------*
       PUT-NONE-IF-EMPTY.
           IF  WS-SEC-COUNT (WS-SEC-IX) = 0
               MOVE W-NONE-LINE TO WS-WORK-LINE
               PERFORM SARWORK-WRITE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE SUBJECT-ACCESS LOG RECORD PER RUN, WHATEVER THE RESULT.   *
      * SA-RESULT IS SET BY THE CALLER.                               *
      *---------------------------------------------------------------*
       LOG-THE-REQUEST.
           PERFORM SARLOG-OPEN
           MOVE WS-SAR-CUSTIDENT   TO SA-CUSTIDENT
           MOVE WS-RUN-DATE        TO SA-REQ-DATE
           MOVE WS-RUN-TIME        TO SA-REQ-TIME
           MOVE WS-AUTH-USER       TO SA-AUTH-USER
           MOVE WS-RELEASED-SWITCH TO SA-TAXID-RELEASED
           MOVE WS-ITEM-TOTAL      TO SA-ITEM-COUNT
           MOVE SPACES             TO SA-FILLER
           PERFORM SARLOG-WRITE
           PERFORM SARLOG-CLOSE
           EXIT.

      *---------------------------------------------------------------*
      * THE PACKAGE GOES OUT: RECORD IT IN THE CUSTOMER'S             *
      * CORRESPONDENCE HISTORY LIKE ANY OTHER DOCUMENT.               *
      *---------------------------------------------------------------*
       RECORD-CORRESPONDENCE.
           MOVE WS-SAR-CUSTIDENT     TO CHW-CUSTIDENT
           MOVE 'SUBJACC'            TO CHW-DOC-TYPE
           MOVE 'RSSABC16'           TO CHW-PROGRAM
           MOVE 'PRINT'              TO CHW-CHANNEL
           MOVE WS-RUN-DATE          TO CHW-SENT-DATE
           MOVE ZEROS                TO CHW-ORDERNUM
           MOVE SPACES               TO CHW-CAMPAIGN
           MOVE 'SUBJECT-ACCESS PKG' TO CHW-DOC-INFO
           CALL 'RSSCHW00' USING RSSCHW-AREA
           EXIT.

      *---------------------------------------------------------------*
      * A HELD CUSTOMER'S PACKAGE WAITS FOR LEGAL: TELL THE OPERATOR. *
      *---------------------------------------------------------------*
       RAISE-HOLD-ALERT.
           MOVE 'W'        TO ALR-SEVERITY
           MOVE 'RSSABC16' TO ALR-SOURCE
           MOVE SPACES     TO ALR-TEXT
           STRING 'SAR PACKAGE HELD FOR LEGAL REVIEW - CUSTOMER '
                                DELIMITED BY SIZE
                  WS-SAR-CUSTIDENT
                                DELIMITED BY SIZE
             INTO ALR-TEXT
           END-STRING
           CALL 'RSSALR00' USING RSSALR-AREA
           EXIT.

      *---------------------------------------------------------------*
      * THE COVER SHEET: WHO, WHEN, UNDER WHOSE AUTHORITY, THE TAX    *
      * ID'S TREATMENT, ANY LEGAL HOLD, AND EVERY SECTION'S COUNT.    *
      *---------------------------------------------------------------*
       PRINT-COVER-SHEET.
           MOVE WS-RUN-DATE TO WT-DATE
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE
           MOVE WS-SAR-CUSTIDENT TO WV-CUSTIDENT
           MOVE SPACES TO WV-NAME
           EVALUATE TRUE
              WHEN VSAM-FOUND
                   STRING VS-CUSTFNAME    DELIMITED BY '  '
                          ' '             DELIMITED BY SIZE
                          VS-CUSTLNAME    DELIMITED BY '  '
                     INTO WV-NAME
                   END-STRING
              WHEN DB2-FOUND
                   STRING WS-HV-CUSTFNAME DELIMITED BY '  '
                          ' '             DELIMITED BY SIZE
                          WS-HV-CUSTLNAME DELIMITED BY '  '
                     INTO WV-NAME
                   END-STRING
              WHEN OTHER
                   MOVE 'NO CUSTOMER RECORD HELD' TO WV-NAME
           END-EVALUATE
           WRITE REPORT-REC FROM W-COVER-CUST
                 AFTER ADVANCING 3 LINES
           MOVE WS-RUN-DATE  TO WA-DATE
           MOVE WS-RUN-TIME  TO WA-TIME
           MOVE WS-AUTH-USER TO WA-USER
           MOVE WS-AUTH-NAME TO WA-NAME
           WRITE REPORT-REC FROM W-COVER-AUTH
                 AFTER ADVANCING 1 LINE
           MOVE WS-TAXID-NOTE TO WX-NOTE
           WRITE REPORT-REC FROM W-COVER-TAXID
                 AFTER ADVANCING 1 LINE
           IF  CUSTOMER-ON-HOLD
               MOVE WS-HOLD-REASON  TO WZ-REASON
               MOVE WS-HOLD-SETBY   TO WZ-SETBY
               MOVE WS-HOLD-SETDATE TO WZ-SETDATE
               WRITE REPORT-REC FROM W-COVER-HOLD
                     AFTER ADVANCING 2 LINES
               WRITE REPORT-REC FROM W-COVER-HOLD2
                     AFTER ADVANCING 1 LINE
           END-IF
           WRITE REPORT-REC FROM W-CONTENTS-HEAD
                 AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-SEC-IX FROM 1 BY 1 UNTIL WS-SEC-IX > 14
              MOVE WS-SEC-IX                TO WK-NUM
              MOVE WS-SEC-TITLE (WS-SEC-IX) TO WK-TITLE
              MOVE WS-SEC-COUNT (WS-SEC-IX) TO WK-COUNT
              WRITE REPORT-REC FROM W-CONTENTS-LINE
                    AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE WS-ITEM-TOTAL TO WK-TOTAL
           WRITE REPORT-REC FROM W-CONTENTS-TOTAL
                 AFTER ADVANCING 2 LINES
           EXIT.

      *---------------------------------------------------------------*
      * THE SECTIONS, BACK FROM THE WORK FILE, PAGED.                 *
      *---------------------------------------------------------------*
       PRINT-SECTIONS.
           MOVE +60 TO W-LINE
           PERFORM SARWORK-REOPEN
           PERFORM SARWORK-GET
           PERFORM UNTIL WORK-EOF
              IF  W-LINE > W-MAX-LINE
                  PERFORM PRINT-PAGE-HEADING
              END-IF
              WRITE REPORT-REC FROM SARWORK-RECORD
                    AFTER ADVANCING 1 LINE
              ADD 1 TO W-LINE
              PERFORM SARWORK-GET
           END-PERFORM
           PERFORM SARWORK-CLOSE
           EXIT.

      *---------------------------------------------------------------*
       PRINT-PAGE-HEADING.
           ADD 1 TO W-PAGE
           MOVE W-PAGE           TO WG-PAGE
           MOVE WS-SAR-CUSTIDENT TO WG-CUSTIDENT
           WRITE REPORT-REC FROM W-PAGE-HEAD
                 AFTER ADVANCING PAGE
           MOVE 1 TO W-LINE
           EXIT.

      *---------------------------------------------------------------*
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       OPRPROF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT OPRPROF-FILE
           IF  OPRPROF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: OPRPROF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE OPRPROF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       OPRPROF-READ.
           READ OPRPROF-FILE
           IF  OPRPROF-STATUS = '00'
           OR  OPRPROF-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC16: OPRPROF-FAILURE-READ...'
                 TO DISP-MSG
               MOVE OPRPROF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       OPRPROF-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE OPRPROF-FILE
           IF  OPRPROF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: OPRPROF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE OPRPROF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDNOT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDNOT-FILE
           IF  VKSDNOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: VKSDNOT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDNOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDNOT-NEXT.
           READ VKSDNOT-FILE NEXT RECORD
           IF  VKSDNOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDNOT-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-DONE-SWITCH
               ELSE
                   MOVE 'RSSABC16: VKSDNOT-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE VKSDNOT-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDNOT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDNOT-FILE
           IF  VKSDNOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: VKSDNOT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDNOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: VKSDORD-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-NEXT.
           READ VKSDORD-FILE NEXT RECORD
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDORD-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-DONE-SWITCH
               ELSE
                   MOVE 'RSSABC16: VKSDORD-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE VKSDORD-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: VKSDORD, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDLIN-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDLIN-FILE
           IF  VKSDLIN-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: VKSDLIN-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDLIN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDLIN-NEXT.
           READ VKSDLIN-FILE NEXT RECORD
           IF  VKSDLIN-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDLIN-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-SUB-DONE-SWITCH
               ELSE
                   MOVE 'RSSABC16: VKSDLIN-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE VKSDLIN-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDLIN-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDLIN-FILE
           IF  VKSDLIN-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: VKSDLIN, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDLIN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDPH-FILE
           IF  VKSDPH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: VKSDPH-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-NEXT.
           READ VKSDPH-FILE NEXT RECORD
           IF  VKSDPH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDPH-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-SUB-DONE-SWITCH
               ELSE
                   MOVE 'RSSABC16: VKSDPH-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE VKSDPH-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDPH-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDPH-FILE
           IF  VKSDPH-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: VKSDPH, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDPH-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CASEFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT CASEFILE-FILE
           IF  CASEFILE-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: CASEFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CASEFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CASEFILE-NEXT.
           READ CASEFILE-FILE NEXT RECORD
           IF  CASEFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  CASEFILE-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-DONE-SWITCH
               ELSE
                   MOVE 'RSSABC16: CASEFILE-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE CASEFILE-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CASEFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CASEFILE-FILE
           IF  CASEFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: CASEFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CASEFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ADDRHIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT ADDRHIST-FILE
           IF  ADDRHIST-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: ADDRHIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE ADDRHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ADDRHIST-NEXT.
           READ ADDRHIST-FILE NEXT RECORD
           IF  ADDRHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  ADDRHIST-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-DONE-SWITCH
               ELSE
                   MOVE 'RSSABC16: ADDRHIST-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE ADDRHIST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ADDRHIST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE ADDRHIST-FILE
           IF  ADDRHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: ADDRHIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE ADDRHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       REPFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT REPFILE-FILE
           IF  REPFILE-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: REPFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE REPFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       REPFILE-NEXT.
           READ REPFILE-FILE NEXT RECORD
           IF  REPFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  REPFILE-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-DONE-SWITCH
               ELSE
                   MOVE 'RSSABC16: REPFILE-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE REPFILE-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       REPFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE REPFILE-FILE
           IF  REPFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: REPFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE REPFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CORRHIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT CORRHIST-FILE
           IF  CORRHIST-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: CORRHIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CORRHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CORRHIST-NEXT.
           READ CORRHIST-FILE NEXT RECORD
           IF  CORRHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  CORRHIST-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-DONE-SWITCH
               ELSE
                   MOVE 'RSSABC16: CORRHIST-FAILURE-NEXT...'
                     TO   DISP-MSG
                   MOVE CORRHIST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CORRHIST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CORRHIST-FILE
           IF  CORRHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: CORRHIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CORRHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONTPREF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT CONTPREF-FILE
           IF  CONTPREF-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: CONTPREF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONTPREF-READ.
           READ CONTPREF-FILE
           IF  CONTPREF-STATUS = '00'
           OR  CONTPREF-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC16: CONTPREF-FAILURE-READ...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONTPREF-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CONTPREF-FILE
           IF  CONTPREF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: CONTPREF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONSENT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT CONSENT-FILE
           IF  CONSENT-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: CONSENT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CONSENT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONSENT-READ.
           READ CONSENT-FILE
           IF  CONSENT-STATUS = '00'
           OR  CONSENT-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABC16: CONSENT-FAILURE-READ...'
                 TO DISP-MSG
               MOVE CONSENT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONSENT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CONSENT-FILE
           IF  CONSENT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: CONSENT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CONSENT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ACCHIST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT ACCHIST-FILE
           IF  ACCHIST-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: ACCHIST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE ACCHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ACCHIST-GET.
           READ ACCHIST-FILE
           IF  ACCHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  ACCHIST-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-XH-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC16: ACCHIST-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE ACCHIST-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ACCHIST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE ACCHIST-FILE
           IF  ACCHIST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: ACCHIST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE ACCHIST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SARWORK-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT SARWORK-FILE
           IF  SARWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: SARWORK-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SARWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SARWORK-REOPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT SARWORK-FILE
           IF  SARWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: SARWORK-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SARWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SARWORK-WRITE.
           WRITE SARWORK-RECORD FROM WS-WORK-LINE
           IF  SARWORK-STATUS NOT = '00'
               MOVE 'RSSABC16: SARWORK-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE SARWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SARWORK-GET.
           READ SARWORK-FILE
           IF  SARWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  SARWORK-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-WORK-EOF-SWITCH
               ELSE
                   MOVE 'RSSABC16: SARWORK-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE SARWORK-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SARWORK-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SARWORK-FILE
           IF  SARWORK-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: SARWORK, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE SARWORK-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SARLOG-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN EXTEND SARLOG-FILE
           IF  SARLOG-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: SARLOG-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SARLOG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SARLOG-WRITE.
           WRITE SA-ODCSFSA-RECORD
           IF  SARLOG-STATUS NOT = '00'
               MOVE 'RSSABC16: SARLOG-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE SARLOG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SARLOG-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SARLOG-FILE
           IF  SARLOG-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABC16: SARLOG, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE SARLOG-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE FOLLOWING Z-ROUTINES PERFORM ADMINISTRATIVE TASKS         *
      * FOR THIS PROGRAM.                                             *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      * ABEND THE PROGRAM, DISPLAY A MESSAGE AND STOP THE PROGRAM.    *
      *---------------------------------------------------------------*
       Z-ABEND-PROGRAM.
           IF  DISP-MSG NOT = SPACES
               PERFORM Z-DISPLAY-DISP-MSG
           END-IF
           MOVE 'RSSABC16: PROGRAM-IS-ABENDING...'  TO DISP-MSG
           PERFORM Z-DISPLAY-DISP-MSG
           ADD 12 TO ZERO GIVING RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      * DISPLAY THE FILE STATUS BYTES. THIS ROUTINE WILL DISPLAY AS   *
      * TWO DIGITS IF THE FULL TWO BYTE FILE STATUS IS NUMERIC. IF    *
      * SECOND BYTE IS NON-NUMERIC THEN IT WILL BE TREATED AS A       *
      * BINARY NUMBER.                                                *
      *---------------------------------------------------------------*
       Z-DISPLAY-IO-STATUS.
           IF  IO-STATUS NOT NUMERIC
           OR  IO-STAT1 = '9'
               SUBTRACT TWO-BYTES-BINARY FROM TWO-BYTES-BINARY
               MOVE IO-STAT2 TO TWO-BYTES-RIGHT
               DISPLAY '* RSSABC16: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABC16: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
