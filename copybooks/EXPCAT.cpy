      * one expense category a claim may be made under. the GL
      * feed posts each category's reimbursements under its own
      * total type (EXPENSE plus the code), which the mapping file
      * routes to the category's expense account.
       01  expense-category-record.
           03 xc-code           PIC X(4).
           03 xc-description    PIC X(16).
