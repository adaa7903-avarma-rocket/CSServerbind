               05 filler pic x(12) value "RCPTSUSP".
               05 filler pic x(16) value "custRcptSusp".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "SUSPAGE".
               05 filler pic x(16) value "custSuspAge".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "MONTHPACK".
               05 filler pic x(16) value "custMonthPack".
               05 filler pic x(12) value "HOUSEHOLD".
               05 filler pic x(16) value "custHousehold".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "STOCK".
               05 filler pic x(16) value "custStock".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "PORAISE".
               05 filler pic x(16) value "custPORaise".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "GOODSDISC".
               05 filler pic x(16) value "custGoodsDisc".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "VATRTN".
               05 filler pic x(16) value "custVATRtn".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "DUNNING".
               05 filler pic x(16) value "custDunning".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "DUNLETTERS".
               05 filler pic x(16) value "custDunLetters".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "GOODSRTN".
               05 filler pic x(16) value "custGoodsRtn".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "PRICERPT".
               05 filler pic x(16) value "custPriceRpt".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "DLVEXC".
               05 filler pic x(16) value "custDlvExc".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "SEGPROF".
               05 filler pic x(16) value "custSegProf".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "OPERACT".
               05 filler pic x(16) value "custOperAct".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "BANKREC".
               05 filler pic x(16) value "custBankRec".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "CASEAGE".
               05 filler pic x(16) value "custCaseAge".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "SALESTGT".
               05 filler pic x(16) value "custSlsTgt".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "PORTFOLIO".
               05 filler pic x(16) value "custPortfolio".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "REASSIGN".
               05 filler pic x(16) value "custReassign".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "BOUNCE".
               05 filler pic x(16) value "custBounce".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "STANDORD".
               05 filler pic x(16) value "custStandOrd".
               05 filler pic x(4)  value ".rpt".
           03 filler.
               05 filler pic x(12) value "QUOTERPT".
               05 filler pic x(16) value "custQuoteRpt".
               05 filler pic x(4)  value ".rpt".
       01 ws-report-directory-r redefines ws-report-directory.
           03 ws-report-entry occurs 37 times.
               05 ws-rd-name pic x(12).
               05 ws-rd-stem pic x(16).
               05 ws-rd-ext  pic x(4).
           move function current-date(1:8) to ws-run-date
           perform keep-one-report
               varying ws-rd-idx from 1 by 1
               until ws-rd-idx > 37
           display "Report Repository Run Complete"
           display "Reports Kept   : " ws-kept-count
           display "Reports Absent : " ws-skipped-count
