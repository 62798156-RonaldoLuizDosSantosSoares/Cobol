      *                 imprimir o total geral de area (que abastece a
      *                 compra de material) quando qualquer linha foi
      *                 rejeitada.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Troca STOP RUN por GOBACK, para permitir que o
      *                 programa seja chamado pelo menu principal
      *                 (PROG98) alem de rodar isoladamente.
      *   15/10 - RLS - O COMODO-REC ganha a unidade (campus) do comodo
      *                 nas posicoes 22-25 (branco = SEDE, as linhas
      *                 antigas continuam validas); a validacao previa
      *                 rejeita com motivo 04 a unidade que nao consta
      *                 do cadastro UNIDADES (PROG99V).
      *   15/10 - RLS - O COMODO-REC ganha o pe-direito do comodo nas
      *                 posicoes 26-28 (usado so na estimativa de
      *                 pintura do PROG52); o rejeito leva a linha
      *                 inteira.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG02.
           05 COMODO-NOME         PIC X(15).
           05 COMODO-LARGURA      PIC 9(03).
           05 COMODO-ALTURA       PIC 9(03).
           05 COMODO-UNIDADE      PIC X(04).
           05 COMODO-PE-DIREITO   PIC 9(01)V99.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(60).
      *   01 = dimensao nao numerica
      *   02 = dimensao zerada
      *   03 = dimensao acima do maximo configurado
      *   04 = unidade nao cadastrada
       FD  REJEITO-FILE.
       01  REJEITO-REC.
           05 RJ-MOTIVO           PIC X(02).
           05 FILLER              PIC X(01).
           05 RJ-LINHA            PIC X(28).

      * Maximo configuravel de largura/altura de um comodo (uma linha,
      * 3 digitos); 100 quando o arquivo nao existe.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO        PIC X(01) VALUE 'P'.
       77 LARGURA           PIC 9(003) VALUE ZEROS.
       77 ALTURA            PIC 9(003) VALUE ZEROS.
       77 AREA-RESULT       PIC 9(006)V99 VALUE ZEROS.
       77 WRK-MAX-DIMENSAO  PIC 9(003) VALUE 100.
       77 WRK-MOTIVO        PIC X(02) VALUE SPACES.
       77 CNT-REJEITADOS    PIC 9(005) VALUE ZEROS.
       77 WRK-NOME-UNIDADE  PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO-UNIDADE PIC X(01) VALUE SPACE.
       77 WRK-ACHOU-UNIDADE PIC X(01) VALUE 'N'.

       01  LINHA-RELATORIO.
           05 LR-NOME              PIC X(15).

       PROCEDURE DIVISION.
       INICIO.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL


           DISPLAY "===================================="
           DISPLAY "CALCULO DE AREA"
                   DISPLAY "MODO INVALIDO. INFORME 1 OU 2."
           END-EVALUATE

           GOBACK.

      * ----------------------------------------------------------------
      * Modo interativo: pergunta a forma e calcula uma area por vez.
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO COMODOS."
           ELSE
               OPEN OUTPUT RELATORIO-FILE
               IF WRK-REGIAO = 'T'
                   MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                       RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
               OPEN OUTPUT REJEITO-FILE

               ACCEPT DATA-HOJE FROM DATE YYYYMMDD
      * ----------------------------------------------------------------
      * Valida o COMODO-REC corrente antes de qualquer calculo: as
      * dimensoes precisam ser numericas, nao zeradas e ate o maximo
      * configurado, e a unidade (branco = SEDE) precisa constar do
      * cadastro UNIDADES. WRK-MOTIVO sai com o codigo do problema
      * (espacos quando a linha e boa).
      * ----------------------------------------------------------------
       VALIDA-COMODO.

                       MOVE "03" TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF

           IF WRK-MOTIVO = SPACES
               CALL "PROG99V" USING COMODO-UNIDADE WRK-NOME-UNIDADE
                   WRK-SITUACAO-UNIDADE WRK-ACHOU-UNIDADE
               END-CALL
               IF WRK-ACHOU-UNIDADE NOT = 'S'
                   MOVE "04" TO WRK-MOTIVO
               END-IF
           END-IF.

      * ----------------------------------------------------------------
