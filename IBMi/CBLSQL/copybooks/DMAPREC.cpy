      * 全部員工一次移到新部門，套用後回寫 'P' 與搬移筆數。
      * dmap-key（舊部門代碼+序號）是 record key，同一個部門可以有多筆
      * 對照記錄（例如分批拆併），各自獨立走完輸入-覆核-套用的流程。
      * 已套用（'P'）的對照可以申請撤銷：一樣在 DeptMapMaint 輸入
      * （dmap-reversal-status 'E'）並由第二人覆核（'A'），DeptReorgRev
      * 夜間批次照 DeptReorg 留下的 EMPAUDIT 記錄把人搬回舊部門，跑完
      * 對照改 'R'（已撤銷）並回寫撤銷筆數與跳過筆數。
      *-----------------------------------------------------------------------
       01  dept-mapping-record.
           05  dmap-key.
               88  dmap-status-entered              value 'E'.
               88  dmap-status-approved             value 'A'.
               88  dmap-status-applied              value 'P'.
               88  dmap-status-reversed             value 'R'.
           05  dmap-entered-by              pic x(10).
           05  dmap-entered-date            pic x(10).
           05  dmap-approved-by             pic x(10).
           05  dmap-approved-date           pic x(10).
           05  dmap-applied-date            pic x(10).
           05  dmap-moved-count             pic 9(7).
      *    撤銷申請：空白 = 沒有申請，'E' 待覆核，'A' 已覆核待批次，
      *    'P' 批次已處理（dmap-status 同時改 'R'）
           05  dmap-reversal-status         pic x(1).
               88  dmap-reversal-none               value space.
               88  dmap-reversal-entered            value 'E'.
               88  dmap-reversal-approved           value 'A'.
               88  dmap-reversal-processed          value 'P'.
               88  dmap-reversal-open               value 'E' 'A'.
           05  dmap-reversal-entered-by     pic x(10).
           05  dmap-reversal-entered-date   pic x(10).
           05  dmap-reversal-approved-by    pic x(10).
           05  dmap-reversal-approved-date  pic x(10).
           05  dmap-reversed-date           pic x(10).
           05  dmap-reversed-count          pic 9(7).
           05  dmap-reversal-skipped-count  pic 9(7).
