      * personal-use mileage for the taxable-benefit calculation --
      * joined to the payroll master for the name, so the fuel-card
      * variance conversation is with Reyes, not with "10001".
      *
      * The personal miles also reach payroll now. Each driver's
      * personal miles dated inside the open pay period (the
      * nPeriodDays ending on the period end on Payroll.period.txt)
      * are valued at the cents-per-mile rate in effect on the
      * period end, from GasMileage-imputedrate.txt, and written to
      * Payroll.imputed.txt for Payroll-01 to report as imputed
      * income -- taxable, never paid out. The extract is rebuilt
      * whole on every run and carries its period end, so a rerun
      * replaces rather than adds to it.

       identification division.
       program-id. GasMileage-07.
           select reportFile assign to "GasMileage-07-drivers.txt"
           organization is line sequential.

           select optional periodFile assign to "Payroll.period.txt"
           organization is line sequential.

      * One row per rate change: effective date and cents per mile
      * (the IRS standard rate unless the benefits office says
      * otherwise). A new year's rate is added, never keyed over.
           select optional imputedRateFile assign to
           "GasMileage-imputedrate.txt"
           organization is line sequential.

           select imputedFile assign to "Payroll.imputed.txt"
           organization is line sequential.

           copy "busdate-filecontrol.cbl".

           copy "runlog-filecontrol.cbl".

       data division.

       fd  masterFile.
       01  xMasterInput.
           05 nDeptNumMst      pic 99.
           05 nEmpNumMstr      pic 9999.
           05 xLastNameMst     pic x(20).
           05 xFirstNameMst    pic x(20).
           05 xPayTypeMst      pic x.
           05 nSalaryAmtMst    pic 9(5)v99.
           05 xWorkStateMst    pic xx.
      * Mailing address for employee notices; maintained by
      * Payroll-02.
           05 xMailStreetMst   pic x(30).
           05 xMailCityMst     pic x(20).
           05 xMailStateMst    pic xx.
           05 xMailZipMst      pic x(10).

       fd  reportFile.
       01  xReportLine         pic x(90).

       fd  periodFile.
       01  xPeriodRecord.
           05 nPeriodEndDate    pic 9(8).
           05 xPeriodStatus     pic x(4).

       fd  imputedRateFile.
       01  xImputedRateRecord.
           05 nRateEffDateIn    pic 9(8).
           05 nRateCentsIn      pic 999v9.

       fd  imputedFile.
       01  xImputedRecord.
           05 nImEmpNum         pic 9999.
           05 nImMiles          pic 9(5).
           05 nImAmount         pic 9(5)v99.
           05 nImPeriod         pic 9(8).

           copy "busdate-filesection.cbl".

           copy "runlog-filesection.cbl".

       working-storage section.
       77  nSearchSub          pic 999             value 0.
       77  nFoundSub           pic 999             value 0.

      * A pay period is two weeks ending on the period-end date.
       77  nPeriodDays         pic 99              value 14.
       77  nPeriodEnd          pic 9(8)            value 0.
       77  nPeriodStart        pic 9(8)            value 0.
       77  nEndInt             pic 9(7)            value 0.
       77  nRateEffDate        pic 9(8)            value 0.
       77  nRateCents          pic 999v9           value 0.
       77  xRateFound          pic x               value 'n'.
       77  nImputedCount       pic 999             value 0.
       77  nImputedTotal       pic 9(7)v99         value 0.

       01  xDriverTable.
           05 xDriverElement occurs 1 to 200 times
               depending on nDriverCount.
               10 nDrTrips         pic 9(4)       value 0.
               10 nDrMiles         pic 9(7)       value 0.
               10 nDrPersMiles     pic 9(7)       value 0.
               10 nDrPerPersMiles  pic 9(5)       value 0.
               10 nDrImputed       pic 9(5)v99    value 0.

       01  xReportHeading.
           05 filler           pic x(8)            value 'EMP NUM '.
           05 filler           pic x(8)            value 'TRIPS'.
           05 filler           pic x(10)           value 'MILES'.
           05 filler           pic x(14)           value 'PERSONAL MI'.
           05 filler           pic x(12)           value 'PERIOD PERS'.
           05 filler           pic x(10)           value '  IMPUTED'.

       01  xReportDetail.
           05 neDetEmpNum      pic 9999.
           05 neDetMiles       pic zzz,zz9.
           05 filler           pic x(4)            value spaces.
           05 neDetPersMiles   pic zzz,zz9.
           05 filler           pic x(7)            value spaces.
           05 neDetPerMiles    pic zz,zz9.
           05 filler           pic x(6)            value spaces.
           05 neDetImputed     pic $$,$$9.99.

       01  xReportFooter.
           05 neFootDrivers    pic zz9.
           05 filler           pic x(25)
                                value ' trips with no driver'.

       01  xReportPeriodLine.
           05 filler           pic x(23)
                                value 'Imputed income, period '.
           05 neRptPerStart    pic 9(8).
           05 filler           pic x(4)            value ' to '.
           05 neRptPerEnd      pic 9(8).
           05 filler           pic x(3)            value ' at'.
           05 neRptCents       pic zz9.9.
           05 filler           pic x(15)
                                value ' cents per mile'.

           copy "busdate-workingstorage.cbl".

           copy "runlog-workingstorage.cbl".

       procedure division.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           perform 105-resolve-period.
           open input tripLogFile.
           perform 110-next-trip until xEofFlag = "y".
           close tripLogFile.
           perform 130-next-master until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.
           open input imputedRateFile.
           perform 140-next-rate until xEofFlag = "y".
           close imputedRateFile.
           move "n" to xEofFlag.
           if xRateFound = "n"
               display "WARNING: no rate in GasMileage-imputedrate.txt "
               "in effect on " nPeriodEnd " -- no imputed income "
               "written for payroll."
           end-if.

      * The open pay period; with no period on file, the period
      * ending on the business date.
       105-resolve-period.
           move xBusinessDate to nPeriodEnd.
           open input periodFile.
           read periodFile
               at end
                   continue
               not at end
                   if nPeriodEndDate numeric and nPeriodEndDate > 0
                       move nPeriodEndDate to nPeriodEnd
                   end-if,
           end-read.
           close periodFile.
           compute nEndInt = function integer-of-date(nPeriodEnd).
           compute nPeriodStart = function date-of-integer(
               nEndInt - nPeriodDays + 1).

      * Legacy lines with no driver byte roll into the no-driver
      * count instead of being guessed at.
           add nTripMilesIn to nDrMiles(nFoundSub).
           if xTripUseIn = "P"
               add nTripMilesIn to nDrPersMiles(nFoundSub)
               if xTripDateIn >= nPeriodStart
                   and xTripDateIn <= nPeriodEnd
                   add nTripMilesIn to nDrPerPersMiles(nFoundSub)
               end-if
           end-if.

       130-next-master.
                   end-perform,
           end-read.

      * The latest rate effective on or before the period end; the
      * file need not be in date order.
       140-next-rate.
           read imputedRateFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nRateEffDateIn <= nPeriodEnd
                       and nRateEffDateIn >= nRateEffDate
                       move nRateEffDateIn to nRateEffDate
                       move nRateCentsIn to nRateCents
                       move "y" to xRateFound
                   end-if,
           end-read.

       200-report.
           sort xDriverElement on descending key nDrMiles.
           open output reportFile.
               move nDrTrips(nSearchSub) to neDetTrips
               move nDrMiles(nSearchSub) to neDetMiles
               move nDrPersMiles(nSearchSub) to neDetPersMiles
               if xRateFound = "y"
                   compute nDrImputed(nSearchSub) rounded =
                       nDrPerPersMiles(nSearchSub) * nRateCents / 100
               end-if
               move nDrPerPersMiles(nSearchSub) to neDetPerMiles
               move nDrImputed(nSearchSub) to neDetImputed
               write xReportLine from xReportDetail
           end-perform.
           move nDriverCount to neFootDrivers.
           move nNoDriverCount to neFootNoDriver.
           write xReportLine from xReportFooter.
           move nPeriodStart to neRptPerStart.
           move nPeriodEnd to neRptPerEnd.
           move nRateCents to neRptCents.
           write xReportLine from xReportPeriodLine.
           close reportFile.
           if xRateFound = "y"
               perform 250-write-imputed
           end-if.

      * Only drivers on the payroll master can be taxed on it; one
      * not on file shows on the report for someone to chase.
       250-write-imputed.
           open output imputedFile.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nDriverCount
               if nDrImputed(nSearchSub) > 0
                   and xDrName(nSearchSub) not = spaces
                   move nDrEmpNum(nSearchSub) to nImEmpNum
                   move nDrPerPersMiles(nSearchSub) to nImMiles
                   move nDrImputed(nSearchSub) to nImAmount
                   move nPeriodEnd to nImPeriod
                   write xImputedRecord
                   add 1 to nImputedCount
                   add nDrImputed(nSearchSub) to nImputedTotal
               end-if
           end-perform.
           close imputedFile.

       300-termination.
           display " ".
           display nDriverCount, " drivers reported -- see "
           "GasMileage-07-drivers.txt".
           if xRateFound = "y"
               display nImputedCount, " imputed income lines, "
               nImputedTotal, " written to Payroll.imputed.txt"
           end-if.
           display " ".
           move "GasMileage-07" to xRunLogProgram.
           move nTripCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "busdate-procedure.cbl".

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
