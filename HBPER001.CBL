       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBPER001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - PROGRAMA DE MANUTENCAO DAS PERMISSOES POR FUNCAO
      *   (ARQPER): POR USUARIO OU POR PERFIL (NIVEL DE ACESSO
      *   USU-LIBERACAO), PROGRAMA E FUNCAO (INC, ALT, EXC, REL,
      *   FAT, BAI, PRO OU "***" PARA TODAS)
      * - CONSULTADAS PELA HBPER002 NO VERIF-OPCAO DE CADA
      *   PROGRAMA; SEM REGISTRO A FUNCAO FICA LIBERADA
      * - RELATORIO PARA AUDITORIA (RELPER.TXT): REGRAS
      *   CADASTRADAS E O QUE CADA USUARIO DA EMPRESA PODE FAZER
      * - RESTRITO AO NIVEL MAXIMO DE LIBERACAO (99)
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FPER0001.SEL".
           COPY "C:\HBSIS\FTT\FUSUARIO.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FPER0001.FD".
           COPY "C:\HBSIS\FTT\FUSUARIO.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       WORKING-STORAGE SECTION.
       01  TECLA                      PIC XX      VALUE SPACES.
       01  MSG                        PIC X(040)  VALUE SPACES.
       77  AUXILIAR                   PIC X       VALUE SPACES.
       77  SAIDA-WS                   PIC XXX     VALUE SPACES.
       77  ERRO-LEITURA               PIC XXX     VALUE SPACES.
       77  WS-MOMENTO                 PIC X       VALUE SPACES.
       77  WS-VERSAO                  PIC X(010)  VALUE "15/10/2026".
       77  WS-CAMINHO                 PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PER             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-USU             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PER-TIPO-WK             PIC X(001)  VALUE SPACES.
       77  WS-PER-IDENT-WK            PIC X(008)  VALUE SPACES.
       77  WS-PER-PROGRAMA-WK         PIC X(008)  VALUE SPACES.
       77  WS-PER-OPERACAO-WK         PIC X(003)  VALUE SPACES.
       77  WS-PER-PERMITE-WK          PIC X(001)  VALUE SPACES.
       77  WS-PER-EOF                 PIC XXX     VALUE "NAO".
       77  WS-USU-EOF                 PIC XXX     VALUE "NAO".
       77  WS-SUBSTITUIDA             PIC XXX     VALUE "NAO".
       77  WS-REGRAS                  PIC 9(005)  VALUE ZEROS.
       77  WS-USUARIOS                PIC 9(005)  VALUE ZEROS.
       77  WS-LINHAS-USU              PIC 9(005)  VALUE ZEROS.
       77  WS-CONT-ED                 PIC ZZZZ9.
       77  WS-IND                     PIC 9(004)  VALUE ZEROS.
       77  WS-QTD-PROPRIAS            PIC 9(004)  VALUE ZEROS.
       77  WS-TIPO-DESC               PIC X(007)  VALUE SPACES.
       77  WS-PERMITE-DESC            PIC X(009)  VALUE SPACES.
       01  WS-TAB-PROPRIAS.
           03  WS-TP-ENT              OCCURS 500 TIMES.
               05  WS-TP-PROGRAMA     PIC X(008).
               05  WS-TP-OPERACAO     PIC X(003).

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TPER0001.SS".
       COPY "C:\Hbsis\ftt\TOPCPER.SS".
       COPY "C:\Hbsis\ftt\TCONF.SS".
       COPY "C:\Hbsis\ftt\TMSG.SS".
       PROCEDURE DIVISION USING LK-TRANSFERENCIA.
       PROGRAMA.
           IF  LK-LIBERACAO NOT EQUAL "99"
               MOVE "Acesso restrito ao administrador...    "
                                   TO WK-MSG-ADV1
               MOVE "Fale com o administrador do sistema... "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               EXIT PROGRAM.
           PERFORM ABRE-ARQUIVOS THRU
                   ABRE-ARQUIVOS-EXIT
           MOVE ZEROS TO WK-OPCAO
           MOVE "NAO" TO SAIDA-WS
           PERFORM VERIF-OPCAO THRU
                   VERIF-OPCAO-EXIT UNTIL WK-OPCAO EQUAL 9
           PERFORM FINALIZA THRU FINALIZA-EXIT.
       PROGRAMA-EXIT.
           EXIT.

       VERIF-OPCAO.
           DISPLAY G-TOPCPER.
           PERFORM 9600-LOOP-CURSOR.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-INCLUSAO  THRU ROT-INCLUSAO-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 2
                PERFORM ROT-ALTERACAO THRU ROT-ALTERACAO-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 3
                PERFORM ROT-EXCLUSAO  THRU ROT-EXCLUSAO-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 4
                PERFORM ROT-RELATORIO THRU ROT-RELATORIO-EXIT
           END-EVALUATE.
        VERIF-OPCAO-EXIT.
           EXIT.

       ROT-INCLUSAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-CONTROLE THRU ENTRAR-CONTROLE-EXIT
           IF SAIDA-WS = "NAO" THEN
              PERFORM VERIFICA-EXISTE THRU VERIFICA-EXISTE-EXIT
              IF ERRO-LEITURA = "SIM" THEN
                 MOVE "N" TO PER-PERMITE
                 PERFORM ENTRAR-DADOS  THRU ENTRAR-DADOS-EXIT
                 PERFORM CONFIRMA THRU CONFIRMA-EXIT
                 IF WK-CONFIRMA = "S" THEN
                    PERFORM GRAVAR-PER-REG THRU
                            GRAVAR-PER-REG-EXIT
                 END-IF
              ELSE
                 MOVE "Permissao ja cadastrada...             "
                                     TO WK-MSG-ADV1
                 MOVE "Use a opcao de alteracao...            "
                                     TO WK-MSG-ADV2
                 PERFORM 9300-ADVERTENCIA
              END-IF
           END-IF.
       ROT-INCLUSAO-EXIT.
           EXIT.

       ROT-ALTERACAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-CONTROLE THRU ENTRAR-CONTROLE-EXIT
           IF SAIDA-WS = "NAO" THEN
              PERFORM LER-ARQPER THRU LER-ARQPER-EXIT
              IF ERRO-LEITURA = "NAO" THEN
                 PERFORM MOSTRAR-DADOS THRU MOSTRAR-DADOS-EXIT
                 PERFORM ENTRAR-DADOS  THRU ENTRAR-DADOS-EXIT
                 PERFORM CONFIRMA THRU CONFIRMA-EXIT
                 IF WK-CONFIRMA = "S" THEN
                    PERFORM REGRAVAR-PER-REG THRU
                            REGRAVAR-PER-REG-EXIT
                 END-IF
              END-IF
           END-IF.
       ROT-ALTERACAO-EXIT.
           EXIT.

       ROT-EXCLUSAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-CONTROLE THRU ENTRAR-CONTROLE-EXIT
           IF SAIDA-WS = "NAO" THEN
              PERFORM LER-ARQPER THRU LER-ARQPER-EXIT
              IF ERRO-LEITURA = "NAO" THEN
                 PERFORM MOSTRAR-DADOS THRU MOSTRAR-DADOS-EXIT
                 PERFORM CONFIRMA THRU CONFIRMA-EXIT
                 IF WK-CONFIRMA = "S" THEN
                    PERFORM EXCLUIR-PER-REG THRU
                            EXCLUIR-PER-REG-EXIT
                 END-IF
              END-IF
           END-IF.
       ROT-EXCLUSAO-EXIT.
           EXIT.

       MONTAR-TELA.
           DISPLAY G-TPER0001.
       MONTAR-TELA-EXIT.
           EXIT.

       ENTRAR-CONTROLE.
           MOVE SPACES TO WS-PER-TIPO-WK WS-PER-IDENT-WK
                          WS-PER-PROGRAMA-WK WS-PER-OPERACAO-WK.
       ENTRAR-TIPO.
           ACCEPT  WS-PER-TIPO-WK AT 0925 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' OR WS-PER-TIPO-WK = SPACES THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-CONTROLE-EXIT
           END-IF
           INSPECT WS-PER-TIPO-WK CONVERTING "up" TO "UP".
           DISPLAY WS-PER-TIPO-WK AT 0925.
           IF  WS-PER-TIPO-WK NOT EQUAL "U" AND "P"
               MOVE "Tipo invalido...                       "
                                   TO WK-MSG-ADV1
               MOVE "Use U-Usuario ou P-Perfil (nivel)...   "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-TIPO.
       ENTRAR-IDENT.
           ACCEPT  WS-PER-IDENT-WK AT 1025 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' OR WS-PER-IDENT-WK = SPACES THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-CONTROLE-EXIT
           END-IF
           DISPLAY "                    " AT 1035.
           IF  WS-PER-TIPO-WK EQUAL "P"
               IF  WS-PER-IDENT-WK(1:2) NOT NUMERIC
                   OR WS-PER-IDENT-WK(3:6) NOT EQUAL SPACES
                   MOVE "Nivel de acesso invalido...            "
                                       TO WK-MSG-ADV1
                   MOVE "Informe de 00 (menor) a 99 (maior)...  "
                                       TO WK-MSG-ADV2
                   PERFORM 9300-ADVERTENCIA
                   GO  TO  ENTRAR-IDENT
               END-IF
           ELSE
               MOVE LK-EMP-COD      TO USU-EMP-COD
               MOVE WS-PER-IDENT-WK TO USU-USUARIO
               READ ARQUSU INVALID KEY
                   MOVE "Usuario nao cadastrado na empresa...   "
                                       TO WK-MSG-ADV1
                   MOVE "Informe um usuario existente...        "
                                       TO WK-MSG-ADV2
                   PERFORM 9300-ADVERTENCIA
                   GO  TO  ENTRAR-IDENT
               END-READ
               DISPLAY "Nivel " AT 1035
               DISPLAY USU-LIBERACAO AT 1041 WITH REVERSE-VIDEO
           END-IF.
       ENTRAR-PROGRAMA.
           ACCEPT  WS-PER-PROGRAMA-WK AT 1125 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' OR WS-PER-PROGRAMA-WK = SPACES THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-CONTROLE-EXIT
           END-IF
           INSPECT WS-PER-PROGRAMA-WK CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY WS-PER-PROGRAMA-WK AT 1125.
       ENTRAR-OPERACAO.
           ACCEPT  WS-PER-OPERACAO-WK AT 1225 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' OR WS-PER-OPERACAO-WK = SPACES THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-CONTROLE-EXIT
           END-IF
           INSPECT WS-PER-OPERACAO-WK CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY WS-PER-OPERACAO-WK AT 1225.
           IF  WS-PER-OPERACAO-WK NOT EQUAL "INC" AND "ALT" AND "EXC"
               AND "REL" AND "FAT" AND "BAI" AND "PRO" AND "***"
               MOVE "Funcao invalida...                     "
                                   TO WK-MSG-ADV1
               MOVE "Veja as funcoes ao lado do campo...    "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-OPERACAO.
           MOVE LK-EMP-COD         TO PER-EMP-COD.
           MOVE WS-PER-TIPO-WK     TO PER-TIPO.
           MOVE WS-PER-IDENT-WK    TO PER-IDENT.
           MOVE WS-PER-PROGRAMA-WK TO PER-PROGRAMA.
           MOVE WS-PER-OPERACAO-WK TO PER-OPERACAO.
       ENTRAR-CONTROLE-EXIT.
           EXIT.

       VERIFICA-EXISTE.
           MOVE "NAO" TO ERRO-LEITURA
           READ ARQPER INVALID KEY
                MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           MOVE LK-EMP-COD         TO PER-EMP-COD.
           MOVE WS-PER-TIPO-WK     TO PER-TIPO.
           MOVE WS-PER-IDENT-WK    TO PER-IDENT.
           MOVE WS-PER-PROGRAMA-WK TO PER-PROGRAMA.
           MOVE WS-PER-OPERACAO-WK TO PER-OPERACAO.
       VERIFICA-EXISTE-EXIT.
           EXIT.

       LER-ARQPER.
           MOVE "NAO" TO ERRO-LEITURA
           READ ARQPER WITH LOCK INVALID KEY
                MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           IF ERRO-LEITURA = "SIM"
              MOVE "Permissao nao cadastrada..." TO MSG
              PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       LER-ARQPER-EXIT.
           EXIT.

       ENTRAR-DADOS.
           MOVE PER-PERMITE TO WS-PER-PERMITE-WK.
       ENTRAR-PERMITE.
           ACCEPT WS-PER-PERMITE-WK AT 1325 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           INSPECT WS-PER-PERMITE-WK CONVERTING "sn" TO "SN".
           IF  WS-PER-PERMITE-WK NOT EQUAL "S" AND "N"
               MOVE "Informe S-Permite ou N-Bloqueia...     "
                                   TO WK-MSG-ADV1
               MOVE SPACES         TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-PERMITE.
           MOVE WS-PER-PERMITE-WK TO PER-PERMITE.
           MOVE WK-DATA-SYS       TO PER-DT-ALTERACAO.
           MOVE LK-USUARIO        TO PER-USUARIO-ALT.
       ENTRAR-DADOS-EXIT.
           EXIT.

       MOSTRAR-DADOS.
           DISPLAY PER-PERMITE      AT 1325 WITH REVERSE-VIDEO.
           DISPLAY PER-DT-ALTERACAO AT 1425 WITH REVERSE-VIDEO.
           DISPLAY PER-USUARIO-ALT  AT 1435 WITH REVERSE-VIDEO.
       MOSTRAR-DADOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RELATORIO PARA AUDITORIA: QUEM PODE FAZER O QUE        *
      *----------------------------------------------------------*
       ROT-RELATORIO.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELPER"   TO SR-REL-BASE.
           MOVE "HBPER001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "PERMISSOES POR FUNCAO - " LK-EMP-NOME
                  " - EMITIDO EM " WK-DATA-SYS " POR " LK-USUARIO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "FUNCOES: INC-INCLUIR ALT-ALTERAR EXC-EXCLUIR/"
                  "CANCELAR REL-RELATORIO FAT-FATURAR BAI-BAIXAR "
                  "PRO-PROCESSAR ***-TODAS"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "SEM REGRA A FUNCAO FICA LIBERADA; A REGRA DO "
                  "USUARIO PREVALECE SOBRE A DO PERFIL; NIVEL 99 "
                  "NUNCA E BLOQUEADO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "1. REGRAS CADASTRADAS" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "TIPO    USUARIO  PROGRAMA FUNCAO SITUACAO   "
                  "ALTERADO POR"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-REGRAS.
           MOVE "NAO" TO WS-PER-EOF.
           MOVE LOW-VALUES TO PER-CHAVE.
           MOVE LK-EMP-COD TO PER-EMP-COD.
           START ARQPER KEY IS NOT LESS THAN PER-CHAVE INVALID KEY
               MOVE "SIM" TO WS-PER-EOF.
           PERFORM LISTA-REGRAS THRU LISTA-REGRAS-EXIT
                   UNTIL WS-PER-EOF EQUAL "SIM".
           MOVE WS-REGRAS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "REGRAS: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "2. PERMISSOES EFETIVAS POR USUARIO" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-USUARIOS.
           MOVE "NAO" TO WS-USU-EOF.
           MOVE LK-EMP-COD TO USU-EMP-COD.
           MOVE LOW-VALUES TO USU-USUARIO.
           START ARQUSU KEY IS NOT LESS THAN USU-CHAVE INVALID KEY
               MOVE "SIM" TO WS-USU-EOF.
           PERFORM LISTA-USUARIO THRU LISTA-USUARIO-EXIT
                   UNTIL WS-USU-EOF EQUAL "SIM".
           MOVE WS-USUARIOS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "USUARIOS: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBPER001"              TO WS-LOG-PROGRAMA.
           MOVE "RELATORIO PERMISSAO"   TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-RELATORIO-EXIT.
           EXIT.

       LISTA-REGRAS.
           READ ARQPER NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PER-EOF
                   GO  TO  LISTA-REGRAS-EXIT
           END-READ.
           IF  PER-EMP-COD NOT EQUAL LK-EMP-COD
               MOVE "SIM" TO WS-PER-EOF
               GO  TO  LISTA-REGRAS-EXIT.
           ADD 1 TO WS-REGRAS.
           PERFORM DESCREVE-REGRA THRU DESCREVE-REGRA-EXIT.
           MOVE SPACES TO REL-LINHA.
           STRING WS-TIPO-DESC " " PER-IDENT " " PER-PROGRAMA " "
                  PER-OPERACAO "    " WS-PERMITE-DESC "  "
                  PER-DT-ALTERACAO " " PER-USUARIO-ALT
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       LISTA-REGRAS-EXIT.
           EXIT.

       DESCREVE-REGRA.
           IF  PER-USUARIO
               MOVE "USUARIO" TO WS-TIPO-DESC
           ELSE
               MOVE "PERFIL " TO WS-TIPO-DESC.
           IF  PER-BLOQUEADO
               MOVE "BLOQUEADO" TO WS-PERMITE-DESC
           ELSE
               MOVE "LIBERADO " TO WS-PERMITE-DESC.
       DESCREVE-REGRA-EXIT.
           EXIT.

      *    PARA CADA USUARIO: REGRAS PROPRIAS E AS DO PERFIL QUE
      *    NAO FORAM SUBSTITUIDAS POR UMA REGRA PROPRIA
       LISTA-USUARIO.
           READ ARQUSU NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-USU-EOF
                   GO  TO  LISTA-USUARIO-EXIT
           END-READ.
           IF  USU-EMP-COD NOT EQUAL LK-EMP-COD
               MOVE "SIM" TO WS-USU-EOF
               GO  TO  LISTA-USUARIO-EXIT.
           ADD 1 TO WS-USUARIOS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "USUARIO " USU-USUARIO "  NIVEL " USU-LIBERACAO
                  DELIMITED BY SIZE INTO REL-LINHA.
           IF  USU-BLOQUEADO EQUAL "S"
               MOVE "(BLOQUEADO NO LOGIN)" TO REL-LINHA(30:20).
           WRITE REL-LINHA.
           IF  USU-LIBERACAO EQUAL "99"
               MOVE "    ADMINISTRADOR: TODAS AS FUNCOES LIBERADAS"
                                   TO REL-LINHA
               WRITE REL-LINHA
               GO  TO  LISTA-USUARIO-EXIT.
           MOVE ZEROS TO WS-LINHAS-USU WS-QTD-PROPRIAS.
           MOVE "NAO" TO WS-PER-EOF.
           MOVE LK-EMP-COD  TO PER-EMP-COD.
           MOVE "U"         TO PER-TIPO.
           MOVE USU-USUARIO TO PER-IDENT.
           MOVE LOW-VALUES  TO PER-PROGRAMA PER-OPERACAO.
           START ARQPER KEY IS NOT LESS THAN PER-CHAVE INVALID KEY
               MOVE "SIM" TO WS-PER-EOF.
           PERFORM LISTA-PROPRIAS THRU LISTA-PROPRIAS-EXIT
                   UNTIL WS-PER-EOF EQUAL "SIM".
           MOVE "NAO" TO WS-PER-EOF.
           MOVE LK-EMP-COD    TO PER-EMP-COD.
           MOVE "P"           TO PER-TIPO.
           MOVE SPACES        TO PER-IDENT.
           MOVE USU-LIBERACAO TO PER-IDENT(1:2).
           MOVE LOW-VALUES    TO PER-PROGRAMA PER-OPERACAO.
           START ARQPER KEY IS NOT LESS THAN PER-CHAVE INVALID KEY
               MOVE "SIM" TO WS-PER-EOF.
           PERFORM LISTA-PERFIL THRU LISTA-PERFIL-EXIT
                   UNTIL WS-PER-EOF EQUAL "SIM".
           IF  WS-LINHAS-USU EQUAL ZEROS
               MOVE "    SEM REGRAS: TODAS AS FUNCOES LIBERADAS"
                                   TO REL-LINHA
           ELSE
               MOVE "    DEMAIS FUNCOES: LIBERADAS"
                                   TO REL-LINHA.
           WRITE REL-LINHA.
       LISTA-USUARIO-EXIT.
           EXIT.

       LISTA-PROPRIAS.
           READ ARQPER NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PER-EOF
                   GO  TO  LISTA-PROPRIAS-EXIT
           END-READ.
           IF  PER-EMP-COD NOT EQUAL LK-EMP-COD
               OR NOT PER-USUARIO
               OR PER-IDENT NOT EQUAL USU-USUARIO
               MOVE "SIM" TO WS-PER-EOF
               GO  TO  LISTA-PROPRIAS-EXIT.
           IF  WS-QTD-PROPRIAS LESS THAN 500
               ADD 1 TO WS-QTD-PROPRIAS
               MOVE PER-PROGRAMA TO WS-TP-PROGRAMA(WS-QTD-PROPRIAS)
               MOVE PER-OPERACAO TO WS-TP-OPERACAO(WS-QTD-PROPRIAS).
           PERFORM IMPRIME-EFETIVA THRU IMPRIME-EFETIVA-EXIT.
       LISTA-PROPRIAS-EXIT.
           EXIT.

       LISTA-PERFIL.
           READ ARQPER NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PER-EOF
                   GO  TO  LISTA-PERFIL-EXIT
           END-READ.
           IF  PER-EMP-COD NOT EQUAL LK-EMP-COD
               OR NOT PER-PERFIL
               OR PER-IDENT(1:2) NOT EQUAL USU-LIBERACAO
               MOVE "SIM" TO WS-PER-EOF
               GO  TO  LISTA-PERFIL-EXIT.
           MOVE "NAO" TO WS-SUBSTITUIDA.
           MOVE ZEROS TO WS-IND.
           PERFORM PROCURA-PROPRIA THRU PROCURA-PROPRIA-EXIT
                   UNTIL WS-IND NOT LESS THAN WS-QTD-PROPRIAS
                      OR WS-SUBSTITUIDA EQUAL "SIM".
           IF  WS-SUBSTITUIDA EQUAL "NAO"
               PERFORM IMPRIME-EFETIVA THRU IMPRIME-EFETIVA-EXIT.
       LISTA-PERFIL-EXIT.
           EXIT.

       PROCURA-PROPRIA.
           ADD 1 TO WS-IND.
           IF  WS-TP-PROGRAMA(WS-IND) EQUAL PER-PROGRAMA
               AND (WS-TP-OPERACAO(WS-IND) EQUAL PER-OPERACAO
                    OR WS-TP-OPERACAO(WS-IND) EQUAL "***")
               MOVE "SIM" TO WS-SUBSTITUIDA.
       PROCURA-PROPRIA-EXIT.
           EXIT.

       IMPRIME-EFETIVA.
           ADD 1 TO WS-LINHAS-USU.
           PERFORM DESCREVE-REGRA THRU DESCREVE-REGRA-EXIT.
           MOVE SPACES TO REL-LINHA.
           STRING "    " PER-PROGRAMA " " PER-OPERACAO "  "
                  WS-PERMITE-DESC "  (REGRA DO " WS-TIPO-DESC ")"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-EFETIVA-EXIT.
           EXIT.

       CONFIRMA.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           PERFORM VERIF-MSG-OPCAO THRU VERIF-MSG-OPCAO-EXIT
           MOVE "S" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
       CONFIRMA-EXIT.
           EXIT.

       VERIF-MSG-OPCAO.
           EVALUATE TRUE
           WHEN WK-OPCAO = 1
                MOVE "Confirma inclusao ..." TO WK-MSG-CONF
           WHEN WK-OPCAO = 2
                MOVE "Confirma alteracao ..." TO WK-MSG-CONF
           WHEN WK-OPCAO = 3
                MOVE "Confirma exclusao ..." TO WK-MSG-CONF
           END-EVALUATE.
       VERIF-MSG-OPCAO-EXIT.
           EXIT.

       OFERECE-VISUALIZAR.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Visualizar o relatorio agora ..." TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
           IF  WK-CONFIRMA EQUAL "S" OR "s"
               MOVE WS-CAMINHO-REL TO LK-ARQ-REL
               CALL "HBVIS001" USING LK-TRANSFERENCIA
               END-CALL
               CANCEL "HBVIS001"
               MOVE SPACES TO LK-ARQ-REL.
       OFERECE-VISUALIZAR-EXIT.
           EXIT.

       ABRE-ARQUIVOS.
           MOVE "HBPER001 " TO LK-PGM(2).
           MOVE "HBPER001 " TO WK-COD-PGM.
           MOVE " PERMISSOES POR FUNCAO" TO WK-DESC-PGM.
           ACCEPT WK-DATA  FROM DATE.
           ACCEPT WK-HORA  FROM TIME.
           MOVE WK-DIA            TO WK-DIA-SALVO.
           MOVE WK-ANO            TO WK-DIA.
           MOVE WK-DIA-SALVO      TO WK-ANO.
           PERFORM 9000-ANO2000.
           MOVE WK-DATA-MIL       TO WK-DATA-SYS.
           MOVE WK-DIA-INV        TO WK-DIA-EXT.
           MOVE WK-ANO-INV        TO WK-ANO-EXT.
           MOVE WK-MES-R (WK-MES-INV) TO WK-MES-EXT.
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "C:\HBSIS\DB\ARQPER.DAT" TO WS-CAMINHO-PER PER-ARQ-WK.
           OPEN I-O ARQPER.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQPER
              CLOSE ARQPER
              OPEN I-O ARQPER
           END-IF
           MOVE " PERMISSAO"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "C:\HBSIS\DB\ARQUSU.DAT" TO WS-CAMINHO-USU USU-ARQ-WK.
           OPEN INPUT ARQUSU.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQUSU
              CLOSE ARQUSU
              OPEN INPUT ARQUSU
           END-IF
           MOVE " USUARIOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBPER001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBPER001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQPER.
           CLOSE ARQUSU.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.

       GRAVAR-PER-REG.
           WRITE PER-REG INVALID KEY
                 PERFORM 9100-RETCOD
           END-WRITE.
           MOVE "HBPER001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "INC " PER-TIPO " " PER-PROGRAMA " "
                  PER-OPERACAO DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       GRAVAR-PER-REG-EXIT.
           EXIT.

       REGRAVAR-PER-REG.
           REWRITE PER-REG INVALID KEY
                   PERFORM 9100-RETCOD
           END-REWRITE.
           MOVE "HBPER001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "ALT " PER-TIPO " " PER-PROGRAMA " "
                  PER-OPERACAO DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       REGRAVAR-PER-REG-EXIT.
           EXIT.

       EXCLUIR-PER-REG.
           DELETE ARQPER INVALID KEY
                  PERFORM 9100-RETCOD
           END-DELETE.
           MOVE "HBPER001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "EXC " PER-TIPO " " PER-PROGRAMA " "
                  PER-OPERACAO DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       EXCLUIR-PER-REG-EXIT.
           EXIT.

       MENSAGEM.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           PERFORM TEST AFTER UNTIL TECLA = "01"
                   MOVE SPACES TO AUXILIAR
                   DISPLAY G-TMSG DISPLAY MSG AT 2332
                   ACCEPT AUXILIAR AT 2580 WITH AUTO-SKIP
                   ACCEPT TECLA FROM ESCAPE KEY
           END-PERFORM
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA.
       MENSAGEM-EXIT.
           EXIT.

       SALVA-TELA.
           call "CBL_READ_SCR_CHATTRS" using screen-origin(1)
                          screen-buffer(1)
                          screen-attrs(1)
                          screen-string-length(1).
       SALVA-TELA-EXIT.
           EXIT.

       RESTAURA-TELA.
           call "CBL_WRITE_SCR_CHATTRS" using screen-origin(1)
                      screen-buffer(1)
                      screen-attrs(1)
                      screen-string-length(1).
       RESTAURA-TELA-EXIT.
           EXIT.

       9700-GRAVA-LOG SECTION.
       9700-000.
           MOVE WS-CAMINHO               TO WS-CAMINHO-SALVO.
           MOVE "C:\HBSIS\DB\ARQLOG.DAT" TO WS-CAMINHO.
           OPEN EXTEND ARQLOG.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQLOG
               CLOSE ARQLOG
               OPEN EXTEND ARQLOG
           END-IF.
           ACCEPT WK-DATA FROM DATE.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-DIA                   TO WK-DIA-SALVO.
           MOVE WK-ANO                   TO WK-DIA.
           MOVE WK-DIA-SALVO             TO WK-ANO.
           MOVE WK-DIA                   TO LOG-DIA.
           MOVE WK-MES                   TO LOG-MES.
           MOVE WK-ANO                   TO LOG-ANO.
           MOVE WK-HORA                  TO LOG-HORA.
           MOVE LK-USUARIO               TO LOG-USUARIO.
           MOVE WS-LOG-PROGRAMA          TO LOG-PROGRAMA.
           MOVE WS-LOG-ACAO              TO LOG-ACAO.
           WRITE LOG-REG.
           CLOSE ARQLOG.
           MOVE WS-CAMINHO-SALVO         TO WS-CAMINHO.
       9700-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
