          05 WS-OPER-ID                PIC X(10).

      * 本程序回送证件号码等敏感信息，每次查询须在
      * PII_QRY_ACCESS_LOG留痕(谁在何时查了谁)；证件号码默认回
      * 掩码号，持角色'12'的柜员才回明文
       01 SQLCA.
          05 SQLCODE                   PIC S9(9) COMP-4.

             88 WS-INPUT-VALID-Y       VALUE 'Y'.
             88 WS-INPUT-VALID-N       VALUE 'N'.
          05 WS-ANON-COUNT             PIC 9(4).

      * 证件号码令牌化/回送保护工作区：库内证件号码为令牌，按证件
      * 检索时入参明文先换成令牌再比对；回送时持证件明文查看角色
      * '12'的柜员经DETOKEN01还原明文，其余经CRTFTOKEN01回掩码号
       01 WS-CRTF-PROTECT-AREA.
          05 WS-CRTF-TOKEN             PIC X(20).
          05 WS-LOOKUP-MODE-CD         PIC X(1) VALUE 'L'.
          05 WS-PROTECT-CRTF-NO        PIC X(20).
          05 WS-PROTECT-CUST-NO        PIC X(20).
          05 WS-PROTECT-TENANT-NO      PIC X(10) VALUE SPACES.
          05 WS-PROTECT-CALLER-PGM     PIC X(30)
             VALUE 'QURYCUSTINFO'.
          05 WS-PROTECT-CLEAR-NO       PIC X(20).
          05 WS-PROTECT-MODE-CD        PIC X(1) VALUE 'M'.
          05 WS-PROTECT-TOKEN          PIC X(20).
          05 WS-PROTECT-MASK           PIC X(20).
          05 WS-PROTECT-RESP-CODE      PIC X(6).
          05 WS-PROTECT-RESP-MSG       PIC X(50).

      * 并出客户号转发工作区：按客户号查询且该号已并档时经MRGFWD01
      * 追到存续客户号，按存续客户查询并回转发码20091
       01 WS-MRG-FWD-AREA.
          05 WS-FWD-TENANT-NO          PIC X(10) VALUE SPACES.
          05 WS-FWD-SURV-CUST-NO       PIC X(20).
          05 WS-FWD-HOP-COUNT          PIC 9(2).
          05 WS-FWD-RESP-CODE          PIC X(6).
          05 WS-FWD-RESP-MSG           PIC X(50).
          05 WS-FWD-MSG-PFX            PIC X(28)
             VALUE '已并档，存续客户号:'.
          05 WS-FWD-FLG                PIC X(1).
             88 WS-FWD-FLG-Y           VALUE 'Y'.
             88 WS-FWD-FLG-N           VALUE 'N'.
       
       LINKAGE SECTION.
      * 输入参数链接节
           
      * 如果验证通过，执行查询
           IF WS-INPUT-VALID-Y
              IF WS-CUST-NO NOT = SPACES
                 PERFORM RESOLVE-MERGED-CUST-NO
              END-IF
              PERFORM QUERY-CUST-INFO
           END-IF
           
           MOVE 'N' TO WS-CUST-FOUND
           MOVE 'N' TO WS-RISK-FOUND
           MOVE 'Y' TO WS-INPUT-VALID
           MOVE 'N' TO WS-FWD-FLG

      * 复制输入参数到工作存储区
           MOVE LK-CUST-NO TO WS-CUST-NO
      * 查询留痕：写入失败不影响查询本身
           PERFORM WRITE-PII-ACCESS-LOG

      * 按证件检索：入参明文换成令牌(只查不建)，作业日志也只见令牌
           MOVE SPACES TO WS-CRTF-TOKEN
           IF WS-CRTF-NO NOT = SPACES
              CALL 'CRTFTOKEN01' USING WS-LOOKUP-MODE-CD, WS-CRTF-NO,
                   WS-CRTF-TOKEN, WS-PROTECT-MASK,
                   WS-PROTECT-RESP-CODE, WS-PROTECT-RESP-MSG
           END-IF

           DISPLAY '开始查询客户基本信息...'
           DISPLAY '查询条件:'
           DISPLAY '  客户编号: ' WS-CUST-NO
           DISPLAY '  客户名称: ' WS-CUST-NM
           DISPLAY '  证件号码: ' WS-CRTF-TOKEN
           DISPLAY '  证件类型: ' WS-CRTF-TYP-CD
           DISPLAY '  客户类型过滤: ' WS-REQ-CUST-TYP-CD
           DISPLAY '  有效标志过滤: ' WS-REQ-VALID-FLG
              MOVE '查询成功' TO LK-RETURN-MESSAGE
              DISPLAY '客户信息查询完成，共找到 '
                      WS-CUST-COUNT ' 条'
      * 按已并档客户号查到的是存续客户：回转发码并带出存续客户号
      * (LK-CUST-NO-O即存续客户号)
              IF WS-FWD-FLG-Y
                 MOVE 20091 TO LK-RETURN-CODE
                 MOVE SPACES TO LK-RETURN-MESSAGE
                 STRING WS-FWD-MSG-PFX DELIMITED BY SIZE
                        WS-CUST-NO DELIMITED BY SPACE
                   INTO LK-RETURN-MESSAGE
                 END-STRING
              END-IF
           ELSE
      * 已匿名化(ANONYMIZE01)的客户回答"记录已匿名化"而不是
      * "未找到"
                 (WS-CUST-NM = SPACES OR
                  BASIC-CUST-NM(WS-I) = WS-CUST-NM) AND
                 (WS-CRTF-NO = SPACES OR
                  (WS-CRTF-TOKEN NOT = SPACES AND
                   BASIC-CRTF-NO(WS-I) = WS-CRTF-TOKEN) OR
                  BASIC-CRTF-NO(WS-I) = WS-CRTF-NO) AND
                 (WS-CRTF-TYP-CD = SPACES OR
                  BASIC-CRTF-TYP-CD(WS-I) = WS-CRTF-TYP-CD) AND
                      TO LK-CUST-NO-O(WS-CUST-COUNT)
                    MOVE BASIC-CUST-NM(WS-I)
                      TO LK-CUST-NM-O(WS-CUST-COUNT)
                    MOVE BASIC-CRTF-NO(WS-I) TO WS-PROTECT-CRTF-NO
                    MOVE BASIC-CUST-NO(WS-I) TO WS-PROTECT-CUST-NO
                    PERFORM PROTECT-CRTF-NO
                    MOVE WS-PROTECT-CRTF-NO
                      TO LK-CRTF-NO-O(WS-CUST-COUNT)
                    MOVE BASIC-CRTF-TYP-CD(WS-I)
                      TO LK-CRTF-TYP-CD-O(WS-CUST-COUNT)
              END-IF
           END-PERFORM.
       
      * 并出客户号转发：沿归并日志追到存续客户号(含A并入B、B再并入
      * C的链)，撤销归并后不再转发；解析失败按原客户号查询
       RESOLVE-MERGED-CUST-NO.
           CALL 'MRGFWD01' USING WS-FWD-TENANT-NO, WS-CUST-NO,
                WS-FWD-SURV-CUST-NO, WS-FWD-HOP-COUNT,
                WS-FWD-RESP-CODE, WS-FWD-RESP-MSG
           IF WS-FWD-RESP-CODE = 'W20001'
              DISPLAY '客户号已并档: ' WS-CUST-NO
                      ' 存续客户号: ' WS-FWD-SURV-CUST-NO
              MOVE WS-FWD-SURV-CUST-NO TO WS-CUST-NO
              MOVE 'Y' TO WS-FWD-FLG
           END-IF.

       CHECK-ANONYMIZED.
           MOVE 0 TO WS-ANON-COUNT
           IF WS-CUST-NO = SPACES
              MOVE 0 TO WS-ANON-COUNT
           END-IF.

      * 回送前的证件号码保护：持证件明文查看角色'12'的柜员经
      * DETOKEN01还原明文(逐次留痕)，其余一律回掩码号(前6后4)
       PROTECT-CRTF-NO.
           IF WS-OPER-ID NOT = SPACES
              CALL 'DETOKEN01' USING WS-OPER-ID,
                   WS-PROTECT-TENANT-NO, WS-PROTECT-CUST-NO,
                   WS-PROTECT-CALLER-PGM, WS-PROTECT-CRTF-NO,
                   WS-PROTECT-CLEAR-NO, WS-PROTECT-RESP-CODE,
                   WS-PROTECT-RESP-MSG
              IF WS-PROTECT-RESP-CODE = '000000'
                 MOVE WS-PROTECT-CLEAR-NO TO WS-PROTECT-CRTF-NO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           CALL 'CRTFTOKEN01' USING WS-PROTECT-MODE-CD,
                WS-PROTECT-CRTF-NO, WS-PROTECT-TOKEN,
                WS-PROTECT-MASK, WS-PROTECT-RESP-CODE,
                WS-PROTECT-RESP-MSG
           MOVE WS-PROTECT-MASK TO WS-PROTECT-CRTF-NO.

       WRITE-PII-ACCESS-LOG.
           EXEC SQL
               INSERT INTO PII_QRY_ACCESS_LOG (
