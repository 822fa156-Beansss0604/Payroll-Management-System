      *> Certificate of Employment issue log for CERT-LOG-FILE
      *> (CertLog.txt), keyed by control number COE-yyyy-nnnnn. The
      *> number runs from 00001 each calendar year and is printed on
      *> the certificate, so a certificate presented by a bank or an
      *> embassy can be traced back to who asked for it, who issued
      *> it, for what purpose and whether compensation was disclosed.
       01  CERT-LOG-RECORD.
           02  CERT-CONTROL-NO.
               03  CERT-CTL-PREFIX      PIC X(4).
               03  CERT-CTL-YEAR        PIC 9(4).
               03  CERT-CTL-DASH        PIC X.
               03  CERT-CTL-SEQ         PIC 9(5).
           02  CERT-USER-ID             PIC X(30).
           02  CERT-EMP-NAME            PIC X(30).
           02  CERT-PURPOSE             PIC X(40).
           02  CERT-WITH-COMP           PIC X.
               88  CERT-COMPENSATION    VALUE "Y".
      *> EMPLOYEE when requested from the employee menu, HR when
      *> printed from the admin menu.
           02  CERT-CHANNEL             PIC X(10).
               88  CERT-SELF-SERVICE    VALUE "EMPLOYEE".
               88  CERT-HR-DESK         VALUE "HR".
           02  CERT-ISSUED-BY           PIC X(30).
           02  CERT-ISSUE-STAMP         PIC X(21).
           02  CERT-FILE-NAME           PIC X(30).
