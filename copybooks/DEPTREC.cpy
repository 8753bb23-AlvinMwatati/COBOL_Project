      *> DepartmentRecord layout - the department master, keyed on
      *> the department code keyed as the requesting department on an
      *> issue and on a requisition. An issue or requisition for a
      *> code not on this file is refused. DeptCostCentre is the
      *> cost centre the month-end chargeback recharges the
      *> department's issues to, and DeptMonthBudget the monthly
      *> consumption budget the chargeback statement reports against.
      *> Maintained by DeptMaint.
       01  DepartmentRecord.
           05  DeptCode        PIC X(10).
           05  DeptName        PIC X(30).
           05  DeptCostCentre  PIC X(12).
           05  DeptMonthBudget PIC 9(7)V99.
