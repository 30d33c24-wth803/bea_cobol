      ******************************************************************
      * 程序名称：QURYCUST360
      * 程序功能：对私客户360视图查询 —— 汇总基本信息、账户路由、
      *           风险等级、名单信息、交易渠道控制、签约关系、
      *           客户标签、管户客户经理，一次调用返回客户全貌，供
      *           柜员/客户经理一屏查看
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QURYCUST360.
       WORKING-STORAGE SECTION.

      * 本程序汇总回送客户全貌(证件/配偶/监护人等)，每次查询须在
      * PII_QRY_ACCESS_LOG留痕；各分段的证件号码由分段查询程序按
      * 查询柜员的角色回明文或掩码号
       01 SQLCA.
          05 SQLCODE                   PIC S9(9) COMP-4.

       01 WS-RISK-INPUT.
          05 WS-RISK-CUST-NO           PIC X(20).

      * 调用QURYPERCUSTNAMELIST的入参(带上查询柜员，名单证件号码
      * 按其角色回明文或掩码号)
       01 WS-NAMELIST-INPUT.
          05 WS-NAMELIST-CUST-NO       PIC X(20).
          05 WS-NAMELIST-OPER-ID       PIC X(10).

      * 调用QURYPERCUSTCHNLTXNCOMMOND的入参
       01 WS-CHNL-INPUT.
          05 WS-CHNL-CUST-NO           PIC X(20).
          05 WS-CHNL-TENANT-NO         PIC X(10).

      * 调用QURYSIGNRELATIONINFO的入参(以客户主档上的证件号令牌
      * 作为签约关系的查找线索，客户账号留空不参与过滤)
       01 WS-SIGN-INPUT.
          05 WS-SIGN-TENANT-NO         PIC X(10).

       01 WS-ANON-COUNT                PIC 9(4).

      * 客户标签游标工作区(在力且未过失效日期的标，带目录上的描述)
       01 WS-TAG-AREA.
          05 WS-TAG-FETCH-SQLCODE      PIC S9(9) COMP-4.
          05 WS-TAG-IDX                PIC 9(4).
          05 WS-TAG-CURRENT-DATE       PIC X(8).
          05 WS-TAG-MSG-OK             PIC X(30)
             VALUE '客户标签查询成功'.
          05 WS-TAG-MSG-NONE           PIC X(30)
             VALUE '无客户标签'.
          05 WS-TAG-MSG-ERR            PIC X(30)
             VALUE '客户标签查询失败'.

      * 管户客户经理工作区(查询当日在力的管户指派)
       01 WS-RM-AREA.
          05 WS-RM-CURRENT-DATE        PIC X(8).
          05 WS-RM-MSG-OK              PIC X(30)
             VALUE '管户客户经理查询成功'.
          05 WS-RM-MSG-NONE            PIC X(30)
             VALUE '未指派管户客户经理'.
          05 WS-RM-MSG-ERR             PIC X(30)
             VALUE '管户客户经理查询失败'.

      * 联名持有账户游标工作区
       01 WS-JOINT-AREA.
          05 WS-JOINT-FETCH-SQLCODE    PIC S9(9) COMP-4.
          05 WS-JOINT-IDX              PIC 9(4).
          05 WS-JOINT-MSG-OK           PIC X(30)
             VALUE '联名持有账户查询成功'.
          05 WS-JOINT-MSG-NONE         PIC X(30)
             VALUE '无联名持有账户'.
          05 WS-JOINT-MSG-ERR          PIC X(30)
             VALUE '联名持有账户查询失败'.

      * 并出客户号转发工作区：入参为已并档客户号时经MRGFWD01追到
      * 存续客户号，各分段一律按存续客户号查询并回转发码20091
       01 WS-MRG-FWD-AREA.
          05 WS-QRY-CUST-NO            PIC X(20).
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
       01 LK-INPUT-DATA.
                15 LK-SIGN-DESC          PIC X(50).
                15 LK-SIGN-OVER-LIMIT-FLG PIC X(1).

      * 客户联名持有账户分段(CUST_ACCT_JOINT_HOLDER中本客户为有效
      * 持有人的主账号，含本人角色、签字规则及该账户的主持有人)
          05 LK-JOINT-INFO.
             10 LK-JOINT-RETURN-CODE     PIC 9(4).
             10 LK-JOINT-RETURN-MESSAGE  PIC X(50).
             10 LK-JOINT-ACCT-COUNT      PIC 9(4).
             10 LK-JOINT-ACCT-TABLE OCCURS 10
                DEPENDING ON LK-JOINT-ACCT-COUNT
                INDEXED BY LK-JOINT-ACCT-IDX.
                15 LK-JOINT-MAIN-ACCT-NO    PIC X(20).
                15 LK-JOINT-HOLDER-ROLE-CD  PIC X(2).
                15 LK-JOINT-SIGN-RULE-CD    PIC X(2).
                15 LK-JOINT-MRG-CONSENT-FLG PIC X(1).
                15 LK-JOINT-PRIM-CUST-NO    PIC X(20).
                15 LK-JOINT-HOLDER-COUNT    PIC 9(4).

      * 客户标签分段(CUST_TAG中在力的人工/规则标签，按标签代码排序)
          05 LK-TAG-INFO.
             10 LK-TAG-RETURN-CODE       PIC 9(4).
             10 LK-TAG-RETURN-MESSAGE    PIC X(50).
             10 LK-TAG-COUNT             PIC 9(4).
             10 LK-TAG-TABLE OCCURS 20
                DEPENDING ON LK-TAG-COUNT
                INDEXED BY LK-TAG-TBL-IDX.
                15 LK-TAG-CD                PIC X(10).
                15 LK-TAG-CN-DESC           PIC X(40).
                15 LK-TAG-SORC-CD           PIC X(1).
                15 LK-TAG-SET-DT            PIC X(8).
                15 LK-TAG-EXPIRE-DT         PIC X(8).

      * 管户客户经理分段(CUST_RM_ASSIGN中当日在力的主办/协办客户
      * 经理及生效期，带主办客户经理所属机构)
          05 LK-RM-INFO.
             10 LK-RM-RETURN-CODE        PIC 9(4).
             10 LK-RM-RETURN-MESSAGE     PIC X(50).
             10 LK-RM-PRIM-TELR-NO       PIC X(10).
             10 LK-RM-PRIM-BRANCH-NO     PIC X(10).
             10 LK-RM-BKUP-TELR-NO       PIC X(10).
             10 LK-RM-EFFT-DT            PIC X(8).
             10 LK-RM-EXPIRE-DT          PIC X(8).

       PROCEDURE DIVISION USING LK-INPUT-DATA, LK-OUTPUT-DATA.

       MAIN-PROCESS.

       INITIALIZE-PROGRAM.
           MOVE 0 TO LK-RETURN-CODE
           MOVE SPACES TO LK-RETURN-MESSAGE
           MOVE LK-CUST-NO TO WS-QRY-CUST-NO
           MOVE 'N' TO WS-FWD-FLG.

       VALIDATE-INPUT.
           IF LK-CUST-NO = SPACES
           DISPLAY '查询客户编号: ' LK-CUST-NO
           DISPLAY '查询租户号: ' LK-TENANT-NO

      * 已并档客户号先转发到存续客户号，以下各分段按存续客户查询
           PERFORM RESOLVE-MERGED-CUST-NO

      * 查询留痕：写入失败不影响查询本身
           PERFORM WRITE-PII-ACCESS-LOG

      * 1) 客户基本信息(含监护人、证件列表)
           MOVE WS-QRY-CUST-NO TO WS-BASIC-CUST-NO
           MOVE LK-OPER-ID TO WS-BASIC-OPER-ID
           CALL 'QURYPERCUSTINFOBYCUSTNO'
                USING WS-BASIC-INPUT, LK-BASIC-INFO

      * 2) 客户账户路由信息
           MOVE LK-TENANT-NO TO WS-ACCT-TENANT-NO
           MOVE WS-QRY-CUST-NO TO WS-ACCT-CUST-NO
           MOVE SPACES TO WS-ACCT-ROUTE-TYP-CD
           MOVE SPACES TO WS-ACCT-STUS-CD
           CALL 'QURYCUSTACCTINFOBYCUSTNO'
                USING WS-ACCT-INPUT, LK-ACCT-INFO

      * 3) 客户风险等级
           MOVE WS-QRY-CUST-NO TO WS-RISK-CUST-NO
           CALL 'QURYPERCUSTRISKLEVEL'
                USING WS-RISK-INPUT, LK-RISK-INFO

      * 4) 客户名单信息
           MOVE WS-QRY-CUST-NO TO WS-NAMELIST-CUST-NO
           MOVE LK-OPER-ID TO WS-NAMELIST-OPER-ID
           CALL 'QURYPERCUSTNAMELIST'
                USING WS-NAMELIST-INPUT, LK-NAMELIST-INFO

      * 5) 客户交易渠道控制信息
           MOVE WS-QRY-CUST-NO TO WS-CHNL-CUST-NO
           MOVE LK-TENANT-NO TO WS-CHNL-TENANT-NO
           CALL 'QURYPERCUSTCHNLTXNCOMMOND'
                USING WS-CHNL-INPUT, LK-CHNL-INFO

      * 6) 客户签约关系信息(以客户主档上的证件号令牌作为查找
      *    线索，QURYSIGNRELATIONINFO本身不支持直接按客户号查询；
      *    第1步回送的证件号已按柜员角色掩码，不能再作检索条件)
           MOVE LK-TENANT-NO TO WS-SIGN-TENANT-NO
           PERFORM GET-CRTF-TOKEN
           MOVE SPACES TO WS-SIGN-CUST-ACCT-NO
           MOVE SPACES TO WS-SIGN-CUST-NM
           MOVE SPACES TO WS-SIGN-SMLTYP-TYP-CD
           CALL 'QURYSIGNRELATIONINFO'
                USING WS-SIGN-INPUT, LK-SIGN-INFO

      * 7) 客户联名持有账户(本客户为主/次持有人的共同账户)
           PERFORM QUERY-JOINT-HOLDINGS

      * 8) 客户标签(人工标签与夜间批判定的规则标签)
           PERFORM QUERY-CUST-TAGS

      * 9) 管户客户经理(主办/协办)
           PERFORM QUERY-CUST-RM

      * 汇总返回码：基本信息查不到客户即视为整体失败，
      * 其余分段各自保留自己的返回码供调用方判断(如账户/
      * 签约关系未找到并不代表客户不存在)。基本信息分段未命中
           ELSE
              MOVE 0 TO LK-RETURN-CODE
              MOVE '客户360视图查询成功' TO LK-RETURN-MESSAGE
      * 按已并档客户号查到的是存续客户：回转发码并带出存续客户号
      * (LK-BASIC-CUST-NO-OUT即存续客户号)
              IF WS-FWD-FLG-Y
                 MOVE 20091 TO LK-RETURN-CODE
                 MOVE SPACES TO LK-RETURN-MESSAGE
                 STRING WS-FWD-MSG-PFX DELIMITED BY SIZE
                        WS-QRY-CUST-NO DELIMITED BY SPACE
                   INTO LK-RETURN-MESSAGE
                 END-STRING
              END-IF
           END-IF.

      * 并出客户号转发：沿归并日志追到存续客户号(含A并入B、B再并入
      * C的链)，撤销归并后不再转发；解析失败按原客户号查询
       RESOLVE-MERGED-CUST-NO.
           CALL 'MRGFWD01' USING LK-TENANT-NO, LK-CUST-NO,
                WS-FWD-SURV-CUST-NO, WS-FWD-HOP-COUNT,
                WS-FWD-RESP-CODE, WS-FWD-RESP-MSG
           IF WS-FWD-RESP-CODE = 'W20001'
              DISPLAY '客户号已并档: ' LK-CUST-NO
                      ' 存续客户号: ' WS-FWD-SURV-CUST-NO
              MOVE WS-FWD-SURV-CUST-NO TO WS-QRY-CUST-NO
              MOVE 'Y' TO WS-FWD-FLG
           END-IF.

      * 联名持有账户：按主账号列出本客户的持有人角色、签字规则、
      * 归并同意标志，并带出该账户的主持有人及有效持有人数；
      * 查询失败只影响本分段
       QUERY-JOINT-HOLDINGS.
           MOVE 0 TO LK-JOINT-ACCT-COUNT
           MOVE 0 TO WS-JOINT-IDX
           EXEC SQL
               DECLARE JOINT-HLD-CUR CURSOR FOR
               SELECT J.MAIN_ACCT_NO, J.HOLDER_ROLE_CD,
                      J.SIGN_RULE_CD, J.MRG_CONSENT_FLG,
                      COALESCE((SELECT MIN(P.CUST_NO)
                                  FROM CUST_ACCT_JOINT_HOLDER P
                                 WHERE P.TENANT_NO = J.TENANT_NO
                                   AND P.MAIN_ACCT_NO = J.MAIN_ACCT_NO
                                   AND P.HOLDER_ROLE_CD = '01'
                                   AND P.VALID_FLG = '1'), ' '),
                      (SELECT COUNT(*)
                         FROM CUST_ACCT_JOINT_HOLDER H
                        WHERE H.TENANT_NO = J.TENANT_NO
                          AND H.MAIN_ACCT_NO = J.MAIN_ACCT_NO
                          AND H.VALID_FLG = '1')
                 FROM CUST_ACCT_JOINT_HOLDER J
                WHERE J.TENANT_NO = :LK-TENANT-NO
                  AND J.CUST_NO = :WS-QRY-CUST-NO
                  AND J.VALID_FLG = '1'
                ORDER BY J.MAIN_ACCT_NO
           END-EXEC.
           EXEC SQL OPEN JOINT-HLD-CUR END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 2001 TO LK-JOINT-RETURN-CODE
              MOVE WS-JOINT-MSG-ERR TO LK-JOINT-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-JOINT-FETCH-SQLCODE
           PERFORM UNTIL WS-JOINT-FETCH-SQLCODE NOT = 0
                      OR WS-JOINT-IDX >= 10
              ADD 1 TO WS-JOINT-IDX
              EXEC SQL
                  FETCH JOINT-HLD-CUR
                   INTO :LK-JOINT-MAIN-ACCT-NO(WS-JOINT-IDX),
                        :LK-JOINT-HOLDER-ROLE-CD(WS-JOINT-IDX),
                        :LK-JOINT-SIGN-RULE-CD(WS-JOINT-IDX),
                        :LK-JOINT-MRG-CONSENT-FLG(WS-JOINT-IDX),
                        :LK-JOINT-PRIM-CUST-NO(WS-JOINT-IDX),
                        :LK-JOINT-HOLDER-COUNT(WS-JOINT-IDX)
              END-EXEC
              MOVE SQLCODE TO WS-JOINT-FETCH-SQLCODE
              IF WS-JOINT-FETCH-SQLCODE = 0
                 MOVE WS-JOINT-IDX TO LK-JOINT-ACCT-COUNT
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE JOINT-HLD-CUR END-EXEC.
           IF WS-JOINT-FETCH-SQLCODE NOT = 0
              AND WS-JOINT-FETCH-SQLCODE NOT = 100
              MOVE 2001 TO LK-JOINT-RETURN-CODE
              MOVE WS-JOINT-MSG-ERR TO LK-JOINT-RETURN-MESSAGE
           ELSE
              IF LK-JOINT-ACCT-COUNT = 0
                 MOVE 1003 TO LK-JOINT-RETURN-CODE
                 MOVE WS-JOINT-MSG-NONE TO LK-JOINT-RETURN-MESSAGE
              ELSE
                 MOVE 0 TO LK-JOINT-RETURN-CODE
                 MOVE WS-JOINT-MSG-OK TO LK-JOINT-RETURN-MESSAGE
              END-IF
           END-IF.

      * 客户标签：在力且未过失效日期的标，带目录上的中文描述、来源
      * (M人工/R规则)、打标日期与失效日期；查询失败只影响本分段
       QUERY-CUST-TAGS.
           MOVE 0 TO LK-TAG-COUNT
           MOVE 0 TO WS-TAG-IDX
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TAG-CURRENT-DATE
           EXEC SQL
               DECLARE CUST-TAG-CUR CURSOR FOR
               SELECT T.TAG_CD, C.CN_DESC, T.TAG_SORC_CD,
                      T.SET_DT, T.EXPIRE_DT
                 FROM CUST_TAG T
                 JOIN CUST_TAG_CATALOG C
                   ON C.TAG_CD = T.TAG_CD
                  AND C.VALID_FLG = '1'
                WHERE T.TENANT_NO = :LK-TENANT-NO
                  AND T.CUST_NO = :WS-QRY-CUST-NO
                  AND T.VALID_FLG = '1'
                  AND (T.EXPIRE_DT = SPACES
                       OR T.EXPIRE_DT >= :WS-TAG-CURRENT-DATE)
                ORDER BY T.TAG_CD
           END-EXEC.
           EXEC SQL OPEN CUST-TAG-CUR END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 2001 TO LK-TAG-RETURN-CODE
              MOVE WS-TAG-MSG-ERR TO LK-TAG-RETURN-MESSAGE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TAG-FETCH-SQLCODE
           PERFORM UNTIL WS-TAG-FETCH-SQLCODE NOT = 0
                      OR WS-TAG-IDX >= 20
              ADD 1 TO WS-TAG-IDX
              EXEC SQL
                  FETCH CUST-TAG-CUR
                   INTO :LK-TAG-CD(WS-TAG-IDX),
                        :LK-TAG-CN-DESC(WS-TAG-IDX),
                        :LK-TAG-SORC-CD(WS-TAG-IDX),
                        :LK-TAG-SET-DT(WS-TAG-IDX),
                        :LK-TAG-EXPIRE-DT(WS-TAG-IDX)
              END-EXEC
              MOVE SQLCODE TO WS-TAG-FETCH-SQLCODE
              IF WS-TAG-FETCH-SQLCODE = 0
                 MOVE WS-TAG-IDX TO LK-TAG-COUNT
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUST-TAG-CUR END-EXEC.
           IF WS-TAG-FETCH-SQLCODE NOT = 0
              AND WS-TAG-FETCH-SQLCODE NOT = 100
              MOVE 2001 TO LK-TAG-RETURN-CODE
              MOVE WS-TAG-MSG-ERR TO LK-TAG-RETURN-MESSAGE
           ELSE
              IF LK-TAG-COUNT = 0
                 MOVE 1003 TO LK-TAG-RETURN-CODE
                 MOVE WS-TAG-MSG-NONE TO LK-TAG-RETURN-MESSAGE
              ELSE
                 MOVE 0 TO LK-TAG-RETURN-CODE
                 MOVE WS-TAG-MSG-OK TO LK-TAG-RETURN-MESSAGE
              END-IF
           END-IF.

      * 管户客户经理：当日在力的管户指派；主办客户经理所属机构取
      * 柜员档，柜员已失效时留空；查询失败只影响本分段
       QUERY-CUST-RM.
           MOVE SPACES TO LK-RM-PRIM-TELR-NO
           MOVE SPACES TO LK-RM-PRIM-BRANCH-NO
           MOVE SPACES TO LK-RM-BKUP-TELR-NO
           MOVE SPACES TO LK-RM-EFFT-DT
           MOVE SPACES TO LK-RM-EXPIRE-DT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RM-CURRENT-DATE
           EXEC SQL
               SELECT A.PRIM_RM_TELR_NO,
                      COALESCE(A.BKUP_RM_TELR_NO, ' '),
                      A.EFFT_DT, A.EXPIRE_DT,
                      COALESCE(T.BRANCH_NO, ' ')
                 INTO :LK-RM-PRIM-TELR-NO, :LK-RM-BKUP-TELR-NO,
                      :LK-RM-EFFT-DT, :LK-RM-EXPIRE-DT,
                      :LK-RM-PRIM-BRANCH-NO
                 FROM CUST_RM_ASSIGN A
                 LEFT JOIN TELLER_INFO T
                   ON T.TENANT_NO = A.TENANT_NO
                  AND T.TELR_NO = A.PRIM_RM_TELR_NO
                  AND T.VALID_FLG = '1'
                WHERE A.TENANT_NO = :LK-TENANT-NO
                  AND A.CUST_NO = :WS-QRY-CUST-NO
                  AND A.VALID_FLG = '1'
                  AND A.EFFT_DT <= :WS-RM-CURRENT-DATE
                  AND (A.EXPIRE_DT = SPACES
                       OR A.EXPIRE_DT >= :WS-RM-CURRENT-DATE)
                ORDER BY A.EFFT_DT DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 0 TO LK-RM-RETURN-CODE
                 MOVE WS-RM-MSG-OK TO LK-RM-RETURN-MESSAGE
              WHEN 100
                 MOVE 1003 TO LK-RM-RETURN-CODE
                 MOVE WS-RM-MSG-NONE TO LK-RM-RETURN-MESSAGE
              WHEN OTHER
                 MOVE 2001 TO LK-RM-RETURN-CODE
                 MOVE WS-RM-MSG-ERR TO LK-RM-RETURN-MESSAGE
           END-EVALUATE.

       CHECK-ANONYMIZED.
           MOVE 0 TO WS-ANON-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ANON-COUNT
                 FROM CUSTOMER_BASIC_INFO
                WHERE CUST_NO = :WS-QRY-CUST-NO
                  AND TENANT_NO = :LK-TENANT-NO
                  AND ANON_FLG = '1'
           END-EXEC.
              MOVE 0 TO WS-ANON-COUNT
           END-IF.

       GET-CRTF-TOKEN.
           MOVE SPACES TO WS-SIGN-CRTF-NO
           MOVE SPACES TO WS-SIGN-CRTF-TYP-CD
           EXEC SQL
               SELECT CRTF_NO, CRTF_TYP_CD
                 INTO :WS-SIGN-CRTF-NO, :WS-SIGN-CRTF-TYP-CD
                 FROM CUSTOMER_BASIC_INFO
                WHERE CUST_NO = :WS-QRY-CUST-NO
                  AND TENANT_NO = :LK-TENANT-NO
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-SIGN-CRTF-NO
              MOVE SPACES TO WS-SIGN-CRTF-TYP-CD
           END-IF.

       WRITE-PII-ACCESS-LOG.
           EXEC SQL
               INSERT INTO PII_QRY_ACCESS_LOG (
                   OPER_ID, PROGRAM_ID, CUST_NO, QRY_TM
               ) VALUES (
                   :LK-OPER-ID, 'QURYCUST360', :WS-QRY-CUST-NO,
                   CURRENT_TIMESTAMP
               )
           END-EXEC.
