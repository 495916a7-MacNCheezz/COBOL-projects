      *             ZIP) so employee mailings can be driven off the
      *             address HR maintains here instead of the orphaned
      *             standalone mailing file
      *   10/15/26 - added EMP-SSN for the state new-hire report; the
      *             EMP-SSN-MASK view splits off the last four digits
      *             so printed reports show only XXX-XX-nnnn
      *   10/15/26 - added EMP-MAIL-RETURNS, the count of mail pieces
      *             returned or diverted undeliverable against the
      *             home address on file, and EMP-DO-NOT-MAIL (Y =
      *             held), set once the returns reach the limit; both
      *             reset when a new address is applied through
      *             EMPLOYEE-MASTER-MAINT, and EMPLOYEE-MAIL-EXTRACT
      *             skips a held address
      *   10/15/26 - added EMP-COMPANY, the legal entity that employs
      *             and pays the employee (zero = company 01), and
      *             EMP-COST-COMPANY, the entity the employee's pay is
      *             charged to when a shared employee works for the
      *             other company's books (zero = the employer
      *             itself); TAX-PAYROLL books the difference as an
      *             intercompany charge
      ******************************************************************
           05 EMP-NUMBER                   PIC 9(5).
           05 EMP-NAME                     PIC X(20).
           05 EMP-CITY                     PIC X(12).
           05 EMP-STATE                    PIC X(2).
           05 EMP-ZIP                      PIC X(5).
           05 EMP-SSN                      PIC 9(9).
           05 EMP-SSN-MASK REDEFINES EMP-SSN.
               10 EMP-SSN-FIRST-5          PIC X(5).
               10 EMP-SSN-LAST-4           PIC X(4).
           05 EMP-MAIL-RETURNS             PIC 9(2).
           05 EMP-DO-NOT-MAIL              PIC X(1).
           05 EMP-COMPANY                  PIC 9(2).
           05 EMP-COST-COMPANY             PIC 9(2).
