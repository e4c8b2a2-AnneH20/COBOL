       fd  maintFile.
       01  xMaintTransaction.
           05 xMaintAction         pic x.
           05 xMaintDeptRaw        pic xx.
           05 xMaintName           pic x(20).
           05 xMaintMgr            pic x(20).
           05 xMaintGlAcctRaw      pic x(5).

       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD         pic 99.
           05 xDeptNameD        pic x(20).
           05 xDeptMgrD         pic x(20).
           05 nDeptGlAcctD      pic 9(5).

       fd  masterFile.
       01  xInput.
           05 nDeptNum         pic 99.
           05 nEmpNumMstr      pic 9999.
           05 xLastName        pic x(20).
           05 xFirstName       pic x(20).
           05 xPayType         pic x.
           05 nSalaryAmt       pic 9(5)v99.
           05 xWorkState       pic xx.
      * Mailing address for employee notices; maintained by
      * Payroll-02.
           05 xMailStreet      pic x(30).
           05 xMailCity        pic x(20).
           05 xMailState       pic xx.
           05 xMailZip         pic x(10).

       fd  vehicleFile.
       01  xVehicleInput.
           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
      * The asset record GasMileage-13 and GasMileage-14 keep, and
      * the fuel tank capacity and fuel type.
           05 filler                   pic x(92).

       fd  reportFile.
       01  xReportLine         pic x(80).

       fd  historyFile.
       01  xHistoryLine        pic x(77).

           copy "runlog-filesection.cbl".

       77  xEofFlag            pic x               value 'n'.
       77  nAcceptedCount      pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  nDeptWork           pic 99              value 0.
       77  nWorkSub            pic 999             value 0.
       77  xHistDate           pic 9(8)            value 0.
       77  xHistFieldWk        pic x(12)           value spaces.
       77  xHistOldWk          pic x(20)           value spaces.
       77  nEmpRefCount        pic 9(4)            value 0.
       77  nVehRefCount        pic 999             value 0.

      * Who references each department: active employees by number,
      * vehicles by the department NAME their master rows carry.
       01  xDeptTable.
           05 xDeptElement occurs 99 times.
               10 xDtPresent       pic x          value 'n'.
               10 xDtName          pic x(20)      value spaces.
               10 xDtMgr           pic x(20)      value spaces.
               10 nDtVehRefs       pic 999        value 0.

       01  xHistoryRecord.
           05 nHistDeptNum     pic 99.
           05 filler           pic x(4)            value spaces.
           05 xHistDateOut     pic 9(8).
           05 filler           pic x               value spaces.
           05 xHistNewVal      pic x(20).

       01  xReportDetail.
           05 xRptDept         pic xx.
           05 filler           pic x(2)            value spaces.
           05 xRptAction       pic x(10).
           05 filler           pic x(2)            value spaces.
           05 xRptResult       pic x(50).
                   move "y" to xEofFlag,
               not at end
                   perform varying nWorkSub from 1 by 1
                       until nWorkSub > 99
                       if xDtPresent(nWorkSub) = "y"
                           and function trim(xDtName(nWorkSub)) =
                               function trim(xVehicleDeptInput)

       220-add-department.
           if nDeptWork = 0
               move "REJECTED - DEPARTMENT MUST BE 01-99" to
               xRptResult
               add 1 to nRejectedCount
               exit paragraph

      * Every changed field logs its before/after image; a GL
      * account change is additionally shouted on the console,
      * because that number steers the whole payroll posting.
       230-change-department.
           if xDtPresent(nDeptWork) not = "y"
               move "REJECTED - DEPARTMENT NOT FOUND" to xRptResult
           add 1 to nAcceptedCount.

      * A delete is refused while anything still points at the
      * department -- active employees by number, vehicles by name.
       240-delete-department.
           if xDtPresent(nDeptWork) not = "y"
               move "REJECTED - DEPARTMENT NOT FOUND" to xRptResult
           move "Departments.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output deptFile.
           perform varying nWorkSub from 1 by 1 until nWorkSub > 99
               if xDtPresent(nWorkSub) = "y"
                   move nWorkSub to nDeptNumD
                   move xDtName(nWorkSub) to xDeptNameD
