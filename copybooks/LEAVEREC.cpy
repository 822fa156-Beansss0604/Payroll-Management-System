               88  LEAVE-APPROVED       VALUE "APPROVED".
               88  LEAVE-REJECTED       VALUE "REJECTED".
               88  LEAVE-CLOSED         VALUE "CLOSED".
      *> Filing date (YYYYMMDD) starts the approver's clock; a request
      *> older than the escalation age in ApprovalConfig.txt leaves the
      *> department head's queue for HR. The decision keeps who made
      *> it and in what capacity: HEAD, ALTERNATE, ESCALATED (HR after
      *> the age ran out), OVERRIDE (HR ahead of the head) or HR (no
      *> approver on the department).
           02  LEAVE-FILED-DATE         PIC X(8).
           02  LEAVE-DECIDED-BY         PIC X(30).
           02  LEAVE-DECIDED-DATE       PIC X(8).
           02  LEAVE-DECIDED-AS         PIC X(10).
