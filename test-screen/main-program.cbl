      *                     than WS-QUEUE-TABLE and leaves it
      *                     untouched - the rewrite used to drop
      *                     every item past slot 200.
      *    2026/10/15  LKT  ROUTING-RULES.txt gains a service-level
      *                     target in days per category (columns
      *                     25-27), used by the nightly QueueAgeing
      *                     run; routing itself is unchanged.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  ROUTING-RECORD.
           05 RT-CATEGORY             PIC X(04).
           05 RT-QUEUE-NAME           PIC X(20).
           05 RT-SLA-DAYS             PIC X(03).

       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
