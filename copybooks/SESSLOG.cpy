      *****************************************************************
      * Copybook:        SESSLOG.CPY
      * Purpose:          Shared SESS-RECORD layout for the operator
      *                   session log written by OPERATOR-MENU. The
      *                   log is only ever appended to: one record
      *                   when an operator signs on, one for each
      *                   function they use, and one when they sign
      *                   off or are signed off for inactivity. A
      *                   refused sign-on is logged too, under the id
      *                   that was typed. Every record of a session
      *                   carries the session's sign-on date and
      *                   time, so a shift's records group together.
      *                   SESS-EVENT:
      *                     S - signed on
      *                     F - function used (SESS-DESCRIPTION
      *                         names it)
      *                     O - signed off by the operator
      *                     T - signed off after the idle limit
      *                     R - sign-on refused (SESS-DESCRIPTION
      *                         gives the reason)
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created for the operator menu.
      *****************************************************************
       01 SESS-RECORD.
           05 SESS-OPERATOR-ID PIC X(10).
           05 FILLER PIC X(1).
           05 SESS-SIGNON-DATE PIC X(8).
           05 SESS-SIGNON-TIME PIC X(6).
           05 FILLER PIC X(1).
           05 SESS-EVENT-DATE PIC X(8).
           05 SESS-EVENT-TIME PIC X(6).
           05 FILLER PIC X(1).
           05 SESS-EVENT PIC X(1).
           05 FILLER PIC X(1).
           05 SESS-DESCRIPTION PIC X(24).
           05 FILLER PIC X(13).
