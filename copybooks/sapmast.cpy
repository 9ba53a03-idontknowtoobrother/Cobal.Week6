      *> SAP-MASTER record layout - the satisfactory academic progress
      *> master (sap.dat, indexed on SAP-STU-ID) maintained by
      *> SAP-EVAL1 at each term end for the financial aid office:
      *> the student's SAP status, the status it was carried forward
      *> from, the term last evaluated and the measures behind it.
      *> SAP-PREV-STATUS is the status held BEFORE SAP-EVAL-TERM-ID
      *> was evaluated (space on a first evaluation), so a rerun in
      *> the same term starts again from the same place.
      *> SAP-PACE is credits earned over credits attempted.
       01  SAP-MASTER.
           05 SAP-STU-ID              PIC X(8).
           05 SAP-STATUS              PIC X.
              88 SAP-MEETING          VALUE "M".
              88 SAP-WARNING          VALUE "W".
              88 SAP-SUSPENDED        VALUE "S".
           05 SAP-PREV-STATUS         PIC X.
           05 SAP-EVAL-TERM-ID        PIC X(6).
           05 SAP-CUM-GPA             PIC 9V9(2).
           05 SAP-PACE                PIC 9V9(2).
           05 SAP-ATT-CREDITS         PIC 9(4).
           05 SAP-EARN-CREDITS        PIC 9(4).
