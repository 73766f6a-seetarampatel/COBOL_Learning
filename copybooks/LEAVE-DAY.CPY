      *****************************************************************
      * LEAVE-DAY record layout - one row per user per day off
      * (LEAVE.DAT, INDEXED on LV-KEY), written by LEAVE-DESK. A
      * leave request over several days writes a row for each day
      * the user would have worked, all under one LV-REQUEST-NO, so
      * the time clock checks, the rota and the payroll export can
      * each ask "was this person off on this day" with one READ.
      * LV-HOURS is the hours that day is worth: the rostered shift
      * when there is one, otherwise the contract's average day.
      *
      * LV-TYPE: A = annual (paid) leave, taken off the entitlement
      *          (LEAVEENT.DAT); S = sickness absence, recorded by a
      *          manager after the event.
      * LV-STATUS: R = requested, awaiting a manager; A = approved
      *          (sickness is recorded approved); D = declined;
      *          C = cancelled. Declined and cancelled rows stay as
      *          history until the day is asked for again.
      *****************************************************************
       01  LEAVE-DAY-RECORD.
           05 LV-KEY.
              10 LV-USER-ID         PIC X(8).
              10 LV-DATE            PIC X(8).
           05 LV-TYPE               PIC X(1).
              88 LV-ANNUAL          VALUE "A".
              88 LV-SICK            VALUE "S".
           05 LV-HOURS              PIC 9(2)V9(1).
           05 LV-STATUS             PIC X(1).
              88 LV-REQUESTED       VALUE "R".
              88 LV-APPROVED        VALUE "A".
              88 LV-DECLINED        VALUE "D".
              88 LV-CANCELLED       VALUE "C".
              88 LV-LIVE            VALUE "R" "A".
           05 LV-REQUEST-NO         PIC 9(6).
           05 LV-ENTERED-BY         PIC X(8).
           05 LV-ENTERED-DATE       PIC X(8).
           05 LV-DECIDED-BY         PIC X(8).
           05 LV-DECIDED-DATE       PIC X(8).
           05 LV-REASON             PIC X(20).
