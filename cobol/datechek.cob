002992*                it is loaded once on the first B or N call. An
002993*                absent CALFILE simply means no holidays beyond
002994*                the weekend.
002995* 2026-10-15 EL  C = calendar check on LK-DATE : the V test
002996*                without the not-in-the-future rule, for dates
002997*                meant to lie ahead (hold start and expiry,
002998*                standing order due and end dates). LK-RESULT =
002999*                Y or N.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
009165     05  WS-HOLIDAY-DATE      PIC 9(08) OCCURS 100 TIMES.
009200 LINKAGE SECTION.
009300*----------------------------------------------------------------
009400* LK-FUNCTION : V = validate, C = calendar check,
009500*              D = date to day number, G = day number to date,
009510*              W = day of week, B = business day test,
009520*              N = next business day.
009600*----------------------------------------------------------------
009700 01  LK-FUNCTION              PIC X(01).
009800 01  LK-DATE                  PIC 9(08).
011000     EVALUATE LK-FUNCTION
011100         WHEN "V"
011200             PERFORM 2000-VALIDATE THRU 2000-VALIDATE-EXIT
011210         WHEN "C"
011220             PERFORM 2100-CHECK-CALENDAR
011230                 THRU 2100-CHECK-CALENDAR-EXIT
011300         WHEN "D"
011400             MOVE LK-DATE TO WS-DW-DATE
011500             PERFORM 8000-DATE-TO-DAYS
012400     END-EVALUATE.
012500     GOBACK.
012600*----------------------------------------------------------------
012672* 2000-VALIDATE : real calendar date (2100-CHECK-CALENDAR) and
012744*                not beyond today.
012816*----------------------------------------------------------------
012888 2000-VALIDATE.
012960     PERFORM 2100-CHECK-CALENDAR THRU 2100-CHECK-CALENDAR-EXIT.
013032     IF LK-RESULT NOT = "Y"
013104         GO TO 2000-VALIDATE-EXIT
013176     END-IF.
013248     MOVE "N" TO LK-RESULT.
013320     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
013392     MOVE WS-TODAY TO WS-DW-DATE.
013464     PERFORM 8000-DATE-TO-DAYS THRU 8000-DATE-TO-DAYS-EXIT.
013536     MOVE WS-DW-DAYS TO WS-TODAY-DAYS.
013608     IF WS-DATE-DAYS > WS-TODAY-DAYS
013680         GO TO 2000-VALIDATE-EXIT
013752     END-IF.
013824     MOVE "Y" TO LK-RESULT.
013896 2000-VALIDATE-EXIT.
013968     EXIT.
014040*----------------------------------------------------------------
014112* 2100-CHECK-CALENDAR : real calendar date, leap years honoured ;
014184*                      its day number left in WS-DATE-DAYS.
014256*----------------------------------------------------------------
014328 2100-CHECK-CALENDAR.
014400     MOVE LK-DATE TO WS-DW-DATE.
014472     IF WS-DW-DATE NOT NUMERIC
014544         GO TO 2100-CHECK-CALENDAR-EXIT
014616     END-IF.
014688     IF WS-DW-YEAR < 1601
014760         GO TO 2100-CHECK-CALENDAR-EXIT
014832     END-IF.
014904     IF WS-DW-MONTH < 01 OR WS-DW-MONTH > 12
014976         GO TO 2100-CHECK-CALENDAR-EXIT
015048     END-IF.
015120     MOVE WS-MONTH-LENGTH (WS-DW-MONTH) TO WS-MONTH-DAYS.
015192     PERFORM 7000-CHECK-LEAP THRU 7000-CHECK-LEAP-EXIT.
015264     IF WS-LEAP-YEAR AND WS-DW-MONTH = 02
015336         MOVE 29 TO WS-MONTH-DAYS
015408     END-IF.
015480     IF WS-DW-DAY < 01 OR WS-DW-DAY > WS-MONTH-DAYS
015552         GO TO 2100-CHECK-CALENDAR-EXIT
015624     END-IF.
015696     PERFORM 8000-DATE-TO-DAYS THRU 8000-DATE-TO-DAYS-EXIT.
015768     MOVE WS-DW-DAYS TO WS-DATE-DAYS.
015840     MOVE "Y" TO LK-RESULT.
015912 2100-CHECK-CALENDAR-EXIT.
015984     EXIT.
016100*----------------------------------------------------------------
016200* 4000-DAYS-TO-DATE : reverse conversion - find the year whose
016300*                    first day is at or before the day number,
