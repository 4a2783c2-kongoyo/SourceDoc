      *-----------------------------------------------------------------------
      * POSREC.cpy
      * 核定員額記錄配置 - shared layout for the POSAUTH keyed file.
      * 部門主管是照職位編預算的（幾個分析師、幾個書記），HRCTLTOT 的
      * 部門總數看不出來；這裡一個部門 + 職稱一筆核定員額。PosBudLoad
      * 依 HR 的預算檔整批載入，PosBudMaint 線上個別調整，PosBudRpt 拿
      * 來跟 EMPLOYEE 的在職人數比出缺額與超編。pos-job-title 跟
      * employee-job-title 一字不差比對。pos-key 是 record key。
      *-----------------------------------------------------------------------
       01  position-budget-record.
           05  pos-key.
               10  pos-department        pic x(10).
               10  pos-job-title         pic x(20).
           05  pos-authorized-count      pic 9(5).
