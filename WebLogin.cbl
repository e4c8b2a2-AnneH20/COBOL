
       input-output section.
       file-control.
      * User master: id, password, and role ('A' admin, 'S' staff,
      * 'P' payroll approver -- may release payroll changes on the
      * PayrollRelease page, as may 'A'; 'E' employee -- sees only
      * their own pay on the EmployeeStubs page). An employee
      * account carries its employee number after the role.
           select optional userFile assign to "WebUsers.txt"
           organization is line sequential.

           05 xUsrId           pic x(12).
           05 xUsrPassword     pic x(12).
           05 xUsrRole         pic x.
           05 xUsrEmpNum       pic x(4).

           copy "websession-filesection.cbl".

