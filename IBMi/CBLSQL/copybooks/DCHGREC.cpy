      *-----------------------------------------------------------------------
      * DCHGREC.cpy
      * 部門主檔異動申請記錄配置 - shared layout for the DEPTCHGK keyed file.
      * DeptMaint 線上輸入（status 'E'）並由第二人覆核（status 'A'），
      * DeptChgApply 夜間批次只套用已覆核且生效日到期的申請，回寫
      * DEPTMAST 並在 DEPTCHG 留一筆異動記錄，套用後回寫 'P'。
      * dchg-key（部門代碼+序號）是 record key，同一個部門同一時間只
      * 能有一筆未套用（'E'/'A'）的申請。
      * 新名稱/新主管空白代表不變（只有 'C' 用得到；'A' 新增兩個都
      * 必填）。
      *-----------------------------------------------------------------------
       01  dept-change-request-record.
           05  dchg-key.
               10  dchg-department          pic x(10).
               10  dchg-sequence            pic 9(3).
           05  dchg-action                  pic x(1).
               88  dchg-action-add                  value 'A'.
               88  dchg-action-change               value 'C'.
               88  dchg-action-deactivate           value 'D'.
               88  dchg-action-reactivate           value 'R'.
           05  dchg-new-name                pic x(30).
           05  dchg-new-manager             pic x(30).
      *    生效執行日（YYYYMMDD）：夜間批次的執行日期 >= 生效日才套用
           05  dchg-effective-date          pic x(8).
           05  dchg-reason                  pic x(40).
           05  dchg-status                  pic x(1).
               88  dchg-status-entered              value 'E'.
               88  dchg-status-approved             value 'A'.
               88  dchg-status-applied              value 'P'.
           05  dchg-entered-by              pic x(10).
           05  dchg-entered-date            pic x(10).
           05  dchg-approved-by             pic x(10).
           05  dchg-approved-date           pic x(10).
           05  dchg-applied-date            pic x(10).
