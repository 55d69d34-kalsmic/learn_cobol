      * one fixed asset category - vehicles, computers, furniture.
      * the code is the total type the depreciation run and the
      * additions and disposals feed GL-POST under, so each
      * category posts to its own cost, depreciation and charge
      * accounts through the mapping file.
       01  asset-category-record.
           03 ac-code           PIC X(4).
           03 ac-description    PIC X(16).
