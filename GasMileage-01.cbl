           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
      * The asset record GasMileage-13 and GasMileage-14 keep, and
      * the fuel tank capacity and fuel type.
           05 filler                   pic x(92).

       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD        pic 99.
           05 xDeptNameD       pic x(20).
           05 xDeptMgrD        pic x(20).
           05 nDeptGlAcctD     pic 9(5).

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

           copy "busdate-filesection.cbl".

       77  nVehicleFoundSub    pic 999         value 0.

       77  nDeptLoadSub        pic 99          value 0.
       77  nDeptSearchSub      pic 999.
       77  xDeptKnownFlag      pic x           value 'n'.

       77  nInputDriver        pic 9(4)        value 0.
               10 xVehicleDept         pic x(10).

       01  xDeptNameTable.
           05 xDeptNameT occurs 99 times pic x(20) value spaces.

           copy "busdate-workingstorage.cbl".

               at end
                   move "y" to xEofFlag,
               not at end
                   if nDeptNumD > 0 and nDeptLoadSub < 99
                       add 1 to nDeptLoadSub,
                       move xDeptNameD to xDeptNameT(nDeptLoadSub)
                   end-if,
