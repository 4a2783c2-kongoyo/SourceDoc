      *-----------------------------------------------------------------------
      * INQAUTH.cpy
      * 查詢權限記錄配置 - shared layout for INQAUTH.TXT（一行一筆）。
      * EmpInquiry / AudInquiry 簽入時把這個使用者的列載進來，只給看
      * 名單上的部門：一個部門（迄值空白）或一段部門代碼區間（起迄
      * 都含）；起值 '*ALL' 是中央 HR 與稽核用的全部門權限。同一個人
      * 可以有好幾列。名單上沒有的人什麼部門都看不到。
      *-----------------------------------------------------------------------
       01  inquiry-authority-record.
           05  iqau-user-id             pic x(10).
           05  iqau-dept-low            pic x(10).
               88  iqau-all-departments         value '*ALL'.
           05  iqau-dept-high           pic x(10).
