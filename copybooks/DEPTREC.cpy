       01  DEPT-RECORD.
           02  DEPT-CODE                PIC X(10).
           02  DEPT-NAME                PIC X(30).
      *> Leave and overtime requests from the department's employees
      *> are routed to the head, or to the alternate when the head is
      *> away or filed the request; with neither on file they go
      *> straight to HR. Blank on records written before routing.
           02  DEPT-HEAD-USER-ID        PIC X(30).
           02  DEPT-ALT-APPROVER-ID     PIC X(30).
