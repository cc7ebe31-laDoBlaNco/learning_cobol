      * DEPTREC - the DEPTMAST.DAT record, the department table CCMAINT
      * maintains and CCM-DEPARTMENT is validated against. Shared by
      * every program that names a department on a report, so they all
      * agree on the shape.
       01  deptmast-record.
           05 dpt-code             pic x(4).
           05 dpt-name             pic x(30).
