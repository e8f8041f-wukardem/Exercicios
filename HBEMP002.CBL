      * - RESTRITO AO NIVEL MAXIMO DE LIBERACAO (99)
      * - 02/09/2026 - AUDITORIA DE IMAGEM ANTES/DEPOIS NAS
      *   ALTERACOES (ARQAUD, TIPO "EMP")
      * - 15/10/2026 - UF DA EMPRESA, ORIGEM DAS REGRAS FISCAIS
      *   DO FATURAMENTO (ARQTRB)
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-EMP-COD-WK              PIC 9(002)  VALUE ZEROS.
       77  WS-EMP-NOME-WK             PIC X(040)  VALUE SPACES.
       77  WS-EMP-VALID-WK            PIC 9(008)  VALUE ZEROS.
       77  WS-EMP-DIAS-WK             PIC 9(003)  VALUE ZEROS.
       77  WS-EMP-UF-WK               PIC X(002)  VALUE SPACES.
       77  WS-CAMINHO-AUD             PIC X(030)  VALUE SPACES.
       77  WS-AUD-OPERACAO            PIC X(003)  VALUE SPACES.
       01  WS-AUD-ANTES               PIC X(079)  VALUE SPACES.

       COPY "C:\HBSIS\FTT\WCONDATA.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".

       LINKAGE SECTION.
       COPY "C:\HBSIS\FTT\WCTRAN01.WK".
       VERIF-OPCAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
        VERIF-OPCAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO ESCOLHIDA (ARQPER, HBPER001)
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "INC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "ALT" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBEMP002"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBEMP002"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "SEM PERMISSAO " SR-PER-OPERACAO
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE "Funcao nao liberada para o usuario...  "
                               TO WK-MSG-ADV1.
           MOVE "Fale com o administrador do sistema... "
                               TO WK-MSG-ADV2.
           PERFORM 9300-ADVERTENCIA.
       VERIFICA-PERMISSAO-EXIT.
           EXIT.

       ROT-INCLUSAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-CONTROLE THRU ENTRAR-CONTROLE-EXIT
           MOVE SPACES TO EMP-NOME.
           MOVE ZEROS  TO EMP-DATA-VALIDADE.
           MOVE ZEROS  TO EMP-DIAS-SENHA.
           MOVE SPACES TO EMP-UF.
       LIMPAR-CAMPOS-EXIT.
           EXIT.

           MOVE EMP-NOME          TO WS-EMP-NOME-WK.
           MOVE EMP-DATA-VALIDADE TO WS-EMP-VALID-WK.
           MOVE EMP-DIAS-SENHA    TO WS-EMP-DIAS-WK.
           MOVE EMP-UF            TO WS-EMP-UF-WK.
       ENTRAR-NOME.
           ACCEPT WS-EMP-NOME-WK AT 1025 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           ACCEPT WS-EMP-DIAS-WK AT 1225 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE WS-EMP-DIAS-WK TO EMP-DIAS-SENHA.
       ENTRAR-UF.
           ACCEPT WS-EMP-UF-WK AT 1325 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-EMP-UF-WK EQUAL SPACES
               MOVE "UF da empresa deve ser informada...    "
                                   TO WK-MSG-ADV1
               MOVE "E a origem das regras fiscais...       "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-UF.
           MOVE WS-EMP-UF-WK TO EMP-UF.
       ENTRAR-DADOS-EXIT.
           EXIT.

           DISPLAY WS-EMP-VALID-WK AT 1125 WITH REVERSE-VIDEO.
           MOVE EMP-DIAS-SENHA TO WS-EMP-DIAS-WK.
           DISPLAY WS-EMP-DIAS-WK AT 1225 WITH REVERSE-VIDEO.
           MOVE EMP-UF TO WS-EMP-UF-WK.
           DISPLAY WS-EMP-UF-WK AT 1325 WITH REVERSE-VIDEO.
       MOSTRAR-DADOS-EXIT.
           EXIT.

