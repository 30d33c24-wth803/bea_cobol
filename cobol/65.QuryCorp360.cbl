      ******************************************************************
      * 程序名称：QURYCORP360
      * 程序功能：对公客户360视图查询 —— 汇总基本信息与企业信息
      *           (执照/法定代表人/成立日期)、账户路由、签约关系、
      *           授权签字人、管户客户经理，一次调用返回客户全貌。
      *           与QURYCUST360(对私)对应，各分段保留自己的返回码，
      *           单段缺失不影响整体视图
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QURYCORP360.
          05 WS-SIGN-CUST-NM           PIC X(60).
          05 WS-SIGN-SMLTYP-TYP-CD     PIC X(4).

      * 授权签字人游标逐行工作区
       01 WS-CURRENT-DATE              PIC X(8).
       01 WS-SIGNR-COUNT               PIC 9(4).
       01 WS-SR-NM                     PIC X(60).
       01 WS-SR-CRTF-TYP-CD            PIC X(2).
       01 WS-SR-CRTF-NO                PIC X(20).
       01 WS-SR-CRTF-MATR-DT           PIC X(8).
       01 WS-SR-AUTH-SCOPE-CD          PIC X(2).
       01 WS-SR-LMT-AMT                PIC 9(10)V99.
       01 WS-SR-EFFT-DT                PIC X(8).
       01 WS-SR-INVALID-DT             PIC X(8).

      * 管户客户经理分段回送信息
       01 WS-RM-MSG-OK                 PIC X(30)
          VALUE '管户客户经理查询成功'.
       01 WS-RM-MSG-NONE               PIC X(30)
          VALUE '未指派管户客户经理'.
       01 WS-RM-MSG-ERR                PIC X(30)
          VALUE '管户客户经理查询失败'.

      * 证件号码出参掩码工作区：库内证件号码为令牌，本视图不带
      * 操作柜员，企业及签字人证件号一律经CRTFTOKEN01换成掩码号
       01 WS-CRTF-PROTECT-AREA.
          05 WS-PROTECT-CRTF-NO        PIC X(20).
          05 WS-PROTECT-MODE-CD        PIC X(1) VALUE 'M'.
          05 WS-PROTECT-TOKEN          PIC X(20).
          05 WS-PROTECT-MASK           PIC X(20).
          05 WS-PROTECT-RESP-CODE      PIC X(6).
          05 WS-PROTECT-RESP-MSG       PIC X(50).
       01 WS-PROTECT-IDX               PIC 9(4).

       LINKAGE SECTION.
      * 输入参数链接节
       01 LK-INPUT-DATA.
                15 LK-SIGN-DESC          PIC X(50).
                15 LK-SIGN-OVER-LIMIT-FLG PIC X(1).

      * 授权签字人/经办人分段(CORP_AUTH_SIGNATORY，由MGMTCORPSIGN01
      * 维护)：列出全部在册签字人，CURR-VALID-FLG='Y'表示当前在授权
      * 起止窗口内且证件未过期(即SIGNRCHK01可核验通过的口径)
          05 LK-SIGNR-INFO.
             10 LK-SIGNR-RETURN-CODE     PIC 9(4).
             10 LK-SIGNR-RETURN-MESSAGE  PIC X(50).
             10 LK-SIGNR-COUNT           PIC 9(4).
             10 LK-SIGNR-TABLE OCCURS 20
                DEPENDING ON LK-SIGNR-COUNT
                INDEXED BY LK-SIGNR-IDX.
                15 LK-SIGNR-NM              PIC X(60).
                15 LK-SIGNR-CRTF-TYP-CD     PIC X(2).
                15 LK-SIGNR-CRTF-NO         PIC X(20).
                15 LK-SIGNR-CRTF-MATR-DT    PIC X(8).
                15 LK-SIGNR-AUTH-SCOPE-CD   PIC X(2).
                15 LK-SIGNR-LMT-AMT         PIC 9(10)V99.
                15 LK-SIGNR-EFFT-DT         PIC X(8).
                15 LK-SIGNR-INVALID-DT      PIC X(8).
                15 LK-SIGNR-CURR-VALID-FLG  PIC X(1).

      * 管户客户经理分段(CUST_RM_ASSIGN中当日在力的主办/协办客户
      * 经理及生效期，带主办客户经理所属机构；同QURYCUST360)
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
           MOVE SPACES TO LK-CORP-BIZ-LICENSE-NO
           MOVE SPACES TO LK-CORP-LEGAL-REPR-NM
           MOVE SPACES TO LK-CORP-LEGAL-REPR-CUST-NO
           MOVE SPACES TO LK-CORP-INCORP-DT
           MOVE 0 TO LK-SIGNR-RETURN-CODE
           MOVE SPACES TO LK-SIGNR-RETURN-MESSAGE
           MOVE 0 TO LK-SIGNR-COUNT.

       VALIDATE-INPUT.
           IF LK-CUST-NO = SPACES
           CALL 'QURYSIGNRELATIONINFO'
                USING WS-SIGN-INPUT, LK-SIGN-INFO

      * 4) 授权签字人/经办人
           PERFORM QUERY-CORP-SIGNATORIES

      * 5) 证件号码出参掩码(签约关系已按令牌查完之后再换)
           IF LK-CORP-CRTF-NO NOT = SPACES
              MOVE LK-CORP-CRTF-NO TO WS-PROTECT-CRTF-NO
              PERFORM PROTECT-CRTF-NO
              MOVE WS-PROTECT-CRTF-NO TO LK-CORP-CRTF-NO
           END-IF
           PERFORM VARYING WS-PROTECT-IDX FROM 1 BY 1
                   UNTIL WS-PROTECT-IDX > WS-SIGNR-COUNT
              MOVE LK-SIGNR-CRTF-NO(WS-PROTECT-IDX)
                TO WS-PROTECT-CRTF-NO
              PERFORM PROTECT-CRTF-NO
              MOVE WS-PROTECT-CRTF-NO
                TO LK-SIGNR-CRTF-NO(WS-PROTECT-IDX)
           END-PERFORM

      * 6) 管户客户经理(主办/协办)
           PERFORM QUERY-CORP-RM

      * 汇总返回码：企业信息查不到即视为整体失败，其余分段各自
      * 保留自己的返回码(同QURYCUST360)
           IF LK-CORP-RETURN-CODE NOT = 0
                   TO LK-CORP-RETURN-MESSAGE
           END-EVALUATE.

       QUERY-CORP-SIGNATORIES.
           DISPLAY '查询授权签字人信息...'

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE 0 TO WS-SIGNR-COUNT

           EXEC SQL
               DECLARE CORP-SIGNR-CUR CURSOR FOR
               SELECT SIGNER_NM, SIGNER_CRTF_TYP_CD, SIGNER_CRTF_NO,
                      COALESCE(SIGNER_CRTF_MATR_DT, ' '),
                      AUTH_SCOPE_CD, SGL_INSTR_LMT_AMT, EFFT_DT,
                      COALESCE(INVALID_DT, ' ')
                 FROM CORP_AUTH_SIGNATORY
                WHERE CUST_NO = :LK-CUST-NO
                  AND TENANT_NO = :LK-TENANT-NO
                  AND VALID_FLG = '1'
                ORDER BY EFFT_DT
           END-EXEC.

           EXEC SQL OPEN CORP-SIGNR-CUR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1004 TO LK-SIGNR-RETURN-CODE
              MOVE '数据库查询失败' TO LK-SIGNR-RETURN-MESSAGE
              GO TO QUERY-CORP-SIGNATORIES-EXIT
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-SIGNR-COUNT > 19
              EXEC SQL
                  FETCH CORP-SIGNR-CUR
                   INTO :WS-SR-NM, :WS-SR-CRTF-TYP-CD, :WS-SR-CRTF-NO,
                        :WS-SR-CRTF-MATR-DT, :WS-SR-AUTH-SCOPE-CD,
                        :WS-SR-LMT-AMT, :WS-SR-EFFT-DT,
                        :WS-SR-INVALID-DT
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-SIGNR-COUNT
                 MOVE WS-SR-NM TO LK-SIGNR-NM(WS-SIGNR-COUNT)
                 MOVE WS-SR-CRTF-TYP-CD
                   TO LK-SIGNR-CRTF-TYP-CD(WS-SIGNR-COUNT)
                 MOVE WS-SR-CRTF-NO
                   TO LK-SIGNR-CRTF-NO(WS-SIGNR-COUNT)
                 MOVE WS-SR-CRTF-MATR-DT
                   TO LK-SIGNR-CRTF-MATR-DT(WS-SIGNR-COUNT)
                 MOVE WS-SR-AUTH-SCOPE-CD
                   TO LK-SIGNR-AUTH-SCOPE-CD(WS-SIGNR-COUNT)
                 MOVE WS-SR-LMT-AMT
                   TO LK-SIGNR-LMT-AMT(WS-SIGNR-COUNT)
                 MOVE WS-SR-EFFT-DT
                   TO LK-SIGNR-EFFT-DT(WS-SIGNR-COUNT)
                 MOVE WS-SR-INVALID-DT
                   TO LK-SIGNR-INVALID-DT(WS-SIGNR-COUNT)
                 MOVE 'Y' TO LK-SIGNR-CURR-VALID-FLG(WS-SIGNR-COUNT)
                 IF WS-SR-EFFT-DT > WS-CURRENT-DATE
                    OR (WS-SR-INVALID-DT NOT = SPACES
                        AND WS-SR-INVALID-DT < WS-CURRENT-DATE)
                    OR (WS-SR-CRTF-MATR-DT NOT = SPACES
                        AND WS-SR-CRTF-MATR-DT < WS-CURRENT-DATE)
                    MOVE 'N' TO LK-SIGNR-CURR-VALID-FLG(WS-SIGNR-COUNT)
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE CORP-SIGNR-CUR END-EXEC.

           MOVE WS-SIGNR-COUNT TO LK-SIGNR-COUNT

           IF WS-SIGNR-COUNT = 0
              MOVE 20000 TO LK-SIGNR-RETURN-CODE
              MOVE '未登记授权签字人' TO LK-SIGNR-RETURN-MESSAGE
           ELSE
              MOVE 0 TO LK-SIGNR-RETURN-CODE
              MOVE '查询成功' TO LK-SIGNR-RETURN-MESSAGE
           END-IF.

       QUERY-CORP-SIGNATORIES-EXIT.
           EXIT.

      * 管户客户经理：当日在力的管户指派；主办客户经理所属机构取
      * 柜员档，柜员已失效时留空；查询失败只影响本分段
       QUERY-CORP-RM.
           MOVE SPACES TO LK-RM-PRIM-TELR-NO
           MOVE SPACES TO LK-RM-PRIM-BRANCH-NO
           MOVE SPACES TO LK-RM-BKUP-TELR-NO
           MOVE SPACES TO LK-RM-EFFT-DT
           MOVE SPACES TO LK-RM-EXPIRE-DT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
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
                  AND A.CUST_NO = :LK-CUST-NO
                  AND A.VALID_FLG = '1'
                  AND A.EFFT_DT <= :WS-CURRENT-DATE
                  AND (A.EXPIRE_DT = SPACES
                       OR A.EXPIRE_DT >= :WS-CURRENT-DATE)
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

       PROTECT-CRTF-NO.
           CALL 'CRTFTOKEN01' USING WS-PROTECT-MODE-CD,
                WS-PROTECT-CRTF-NO, WS-PROTECT-TOKEN,
                WS-PROTECT-MASK, WS-PROTECT-RESP-CODE,
                WS-PROTECT-RESP-MSG
           MOVE WS-PROTECT-MASK TO WS-PROTECT-CRTF-NO.

       END PROGRAM QURYCORP360.
