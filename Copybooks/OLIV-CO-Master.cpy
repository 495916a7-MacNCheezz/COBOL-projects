      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Company (legal entity) master row, one per employer
      *          running through the chain. CO-CODE is the company
      *          code carried on the employee, customer and vehicle
      *          masters, the YTD file and every GL posting; a code
      *          of zero or spaces on any of them means company 01,
      *          the original employer. CO-FEIN is the entity's
      *          federal employer ID for its tax reporting and wage
      *          statements; CO-BANK-ROUTING and CO-BANK-ACCOUNT are
      *          the account its direct-deposit batch is drawn on.
      *          CO-GL-LOW through CO-GL-HIGH is the block of account
      *          numbers that belong to this company's books, and
      *          CO-GL-OFFSET is added to a company 01 account number
      *          to give the same account in this company's block
      *          (zero for company 01) - every subsidiary chart
      *          mirrors the parent's, so the subsystem account
      *          mapping files stay single. CO-DUE-TO-ACCT and
      *          CO-DUE-FROM-ACCT are the company's intercompany
      *          payable and receivable, which GL-CONSOLIDATE books
      *          when one company pays a cost charged to another.
      *          Small, hand-maintained line-sequential table read
      *          whole by each program that needs it.
      * Modification History:
      *   10/15/26 - added the employer mailing address (CO-STREET
      *             through CO-ZIP) for the state new-hire report;
      *             rows that leave it blank are reported at the
      *             new-hire parameter file's address
      ******************************************************************
           05 CO-CODE                      PIC 9(2).
           05 CO-NAME                      PIC X(30).
           05 CO-FEIN                      PIC 9(9).
           05 CO-BANK-ROUTING              PIC 9(9).
           05 CO-BANK-ACCOUNT              PIC X(10).
           05 CO-GL-LOW                    PIC 9(6).
           05 CO-GL-HIGH                   PIC 9(6).
           05 CO-GL-OFFSET                 PIC 9(6).
           05 CO-DUE-TO-ACCT               PIC 9(6).
           05 CO-DUE-FROM-ACCT             PIC 9(6).
           05 CO-STREET                    PIC X(20).
           05 CO-CITY                      PIC X(12).
           05 CO-STATE                     PIC X(2).
           05 CO-ZIP                       PIC X(5).
