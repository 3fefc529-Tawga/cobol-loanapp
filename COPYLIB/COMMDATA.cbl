             88 SW-FEE-WAIVER     VALUE '('.
             88 SW-TRANSFER       VALUE ')'.
             88 SW-COMPLAINT      VALUE '$'.
             88 SW-SIGNON         VALUE '#'.
             88 SW-STOP-CODE      VALUE '@'.
             88 SW-VULNERABLE     VALUE '<'.
             88 SW-GUARDIAN       VALUE '>'.
             88 SW-REPRESENTATIVE VALUE '^'.
             88 SW-BAL-CERT       VALUE '~'.
             88 SW-DRAFT          VALUE '['.
             88 SW-CASE-NOTE      VALUE ']'.

          05 :TAG:-MESSAGE          PIC X(40).
          05 :TAG:-DATA.
             10 :TAG:-CMP-OUTCOME              PIC X(10).
             10 :TAG:-CMP-SUSPEND              PIC X(1).
             10 :TAG:-CMP-DUE-DATE             PIC X(10).
             10 :TAG:-SIGNON-ACTION            PIC X(1).
             10 :TAG:-SIGNON-OPID              PIC X(3).
             10 :TAG:-SIGNON-PASSCODE          PIC X(8).
             10 :TAG:-STOP-ACTION              PIC X(1).
             10 :TAG:-STOP-ID                  PIC 9(8).
             10 :TAG:-STOP-CODE                PIC X(4).
             10 :TAG:-STOP-REASON              PIC X(40).
             10 :TAG:-STOP-REVIEW-DATE         PIC X(10).
             10 :TAG:-VULN-ACTION              PIC X(1).
             10 :TAG:-VULN-ID                  PIC 9(8).
             10 :TAG:-VULN-TYPE                PIC X(4).
             10 :TAG:-VULN-EVIDENCE            PIC X(40).
             10 :TAG:-VULN-CONSENT             PIC X(1).
             10 :TAG:-VULN-REVIEW-DATE         PIC X(10).
             10 :TAG:-GRD-ACTION               PIC X(1).
             10 :TAG:-GRD-ID                   PIC 9(8).
             10 :TAG:-GRD-GUARDIAN-NAME        PIC X(30).
             10 :TAG:-GRD-GUARDIAN-ADDRESS     PIC X(20).
             10 :TAG:-GRD-GUARDIAN-POSTAL      PIC X(5).
             10 :TAG:-GRD-GUARDIAN-CITY        PIC X(20).
             10 :TAG:-GRD-CONSENT-REF          PIC X(20).
             10 :TAG:-REP-ACTION               PIC X(1).
             10 :TAG:-REP-ID                   PIC 9(8).
             10 :TAG:-REP-NAME                 PIC X(30).
             10 :TAG:-REP-SCOPE                PIC X(1).
             10 :TAG:-REP-VALID-FROM           PIC X(10).
             10 :TAG:-REP-VALID-TO             PIC X(10).
             10 :TAG:-REP-DOC-REF              PIC X(20).
             10 :TAG:-REP-ADDRESS              PIC X(20).
             10 :TAG:-REP-POSTAL               PIC X(5).
             10 :TAG:-REP-CITY                 PIC X(20).
             10 :TAG:-ACTING-REP-ID            PIC 9(8).
             10 :TAG:-HH-ADULTS                PIC 9(2).
             10 :TAG:-HH-CHILDREN              PIC 9(2).
             10 :TAG:-COLL-PLEDGE-PCT          PIC 9(3).
             10 :TAG:-COLL-PRIORITY            PIC 9(2).
             10 :TAG:-COLL-LIEN-WAIVE          PIC X(1).
             10 :TAG:-COLL-INS-INSURER         PIC X(30).
             10 :TAG:-COLL-INS-POLICY          PIC X(20).
             10 :TAG:-COLL-INS-COVER           PIC 9(9).
             10 :TAG:-COLL-INS-EXPIRY          PIC X(10).
             10 :TAG:-CERT-ID                  PIC 9(8).
             10 :TAG:-CERT-ASOF-DATE           PIC X(10).
             10 :TAG:-CERT-PRINCIPAL           PIC 9(8)V9(2).
             10 :TAG:-CERT-ACCRUED-INT         PIC 9(8)V9(2).
             10 :TAG:-CERT-FEES                PIC 9(8)V9(2).
             10 :TAG:-CERT-ARREARS             PIC 9(8)V9(2).
             10 :TAG:-CERT-TO-NAME             PIC X(30).
             10 :TAG:-CERT-TO-ADDRESS          PIC X(20).
             10 :TAG:-CERT-TO-POSTAL           PIC X(5).
             10 :TAG:-CERT-TO-CITY             PIC X(20).
             10 :TAG:-CALL-CONSENT             PIC X(1).
             10 :TAG:-CALL-FROM-HOUR           PIC 9(2).
             10 :TAG:-CALL-TO-HOUR             PIC 9(2).
             10 :TAG:-DRAFT-ACTION             PIC X(1).
             10 :TAG:-DRAFT-EXPIRY             PIC X(10).
             10 :TAG:-NOTE-ACTION              PIC X(1).
             10 :TAG:-NOTE-CATEGORY            PIC X(8).
             10 :TAG:-NOTE-TEXT                PIC X(60).

