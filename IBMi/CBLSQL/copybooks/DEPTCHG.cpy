      *-----------------------------------------------------------------------
      * DEPTCHG.cpy
      * 部門主檔異動記錄配置 - shared layout for the DEPTCHG keyed file.
      * DEPTMAST 每動一次就留一筆（永久保存，跟 CTLCHG 同一個精神）：
      * DeptChgApply 套用 DeptMaint 覆核過的申請時寫入，新舊名稱、
      * 主管、啟用旗標各留一份，連同輸入人、覆核人與原因；DeptChgRpt
      * 印給稽核看「這個部門什麼時候、為什麼、經誰的手改了」。
      * dpch-key（部門代碼+時間戳記）是 record key。
      *-----------------------------------------------------------------------
       01  department-change-record.
           05  dpch-key.
               10  dpch-department       pic x(10).
               10  dpch-timestamp        pic x(14).
      *    異動種類，代碼跟 DCHGREC 的 dchg-action 一致
           05  dpch-action               pic x(1).
               88  dpch-action-add               value 'A'.
               88  dpch-action-change            value 'C'.
               88  dpch-action-deactivate        value 'D'.
               88  dpch-action-reactivate        value 'R'.
           05  dpch-old-name             pic x(30).
           05  dpch-new-name             pic x(30).
           05  dpch-old-manager          pic x(30).
           05  dpch-new-manager          pic x(30).
           05  dpch-old-active-flag      pic x(1).
           05  dpch-new-active-flag      pic x(1).
           05  dpch-effective-date       pic x(8).
           05  dpch-request-sequence     pic 9(3).
           05  dpch-entered-by           pic x(10).
           05  dpch-approved-by          pic x(10).
           05  dpch-change-date          pic x(10).
           05  dpch-reason               pic x(40).
