      *-----------------------------------------------------------------------
      * INQLOGP.cpy
      * 查詢存取記錄的呼叫參數配置 - shared layout for the parameter
      * record passed on every CALL to InqLog。COPY with REPLACING so
      * each caller keeps its own data-name prefix：
      *     呼叫端（WORKING-STORAGE）：
      *         COPY INQLOGP REPLACING ==:TAG:== BY ==acc==.
      *     InqLog（LINKAGE）：
      *         COPY INQLOGP REPLACING ==:TAG:== BY ==lq==.
      * 時間戳記、序號與執行日期由 InqLog 自己補；欄位意義見 INQLOG.cpy，
      * 用不到的欄位留空白（員工編號留 0）。
      *-----------------------------------------------------------------------
       01  :TAG:-inquiry-log.
           05  :TAG:-log-program          pic x(12).
           05  :TAG:-log-user-id          pic x(10).
           05  :TAG:-log-inquiry-type     pic x(1).
           05  :TAG:-log-department       pic x(10).
           05  :TAG:-log-employee-number  pic 9(5).
           05  :TAG:-log-search-text      pic x(30).
           05  :TAG:-log-outcome          pic x(1).
