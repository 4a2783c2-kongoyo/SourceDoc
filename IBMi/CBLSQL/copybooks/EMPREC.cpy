               88  employee-is-active           value 'A'.
               88  employee-on-leave            value 'L'.
               88  employee-terminated          value 'T'.
      *    離職日（ISO YYYY-MM-DD）：EmpFeedLoad 套用離職時填 HR 的
      *    異動日，復職清成 NULL；EmpAnon 依這個日期算隱私保存期限
           05  employee-term-date      pic x(10).
