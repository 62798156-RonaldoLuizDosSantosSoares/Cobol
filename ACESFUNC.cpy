      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Catalogo das funcoes controladas pela tabela de
      *          acessos (ACESSOS, layout ACESREC): uma entrada por
      *          programa com sign-on (PROG15V) e por funcao sensivel
      *          dentro dele (codigo PROGnn-FUNCAO), com a letra de
      *          perfil que o programa exigia antes da tabela (E, C ou
      *          F; hierarquia E < C < F) e a descricao usada na
      *          manutencao e no relatorio de revisao do PROG91. A
      *          letra minima define os perfis padrao ENTRADA,
      *          CORRECAO e FECHAMENTO enquanto eles nao tiverem itens
      *          proprios no ACESSOS. Usado pelo PROG15A e pelo PROG91.
      * Modification History:
      *   15/10 - RLS - Catalogo original.
      *   15/10 - RLS - Funcao PROG92 (auditoria semanal de alteracoes
      *                 de nota).
      *   15/10 - RLS - Funcoes PROG93 e PROG93-APROVA (correcao de nota
      *                 em periodo fechado com dupla aprovacao).
      *   15/10 - RLS - Funcao PROG94 (recuperacao para a frente de
      *                 NOTASDISC apos restauracao).
      *   15/10 - RLS - Funcao PROG96 (duracao semanal das esteiras e
      *                 fim da janela do lote).
      *   15/10 - RLS - Funcao PROG97 (montagem da regiao de
      *                 treinamento).
      *   15/10 - RLS - Entradas dos programas sem sign-on proprio
      *                 oferecidos pelo menu principal (PROG98): a letra
      *                 minima e os itens do ACESSOS definem quem ve a
      *                 opcao no menu; rodado fora do menu, o programa
      *                 continua sem controle de acesso.
      *   15/10 - RLS - Entrada do PROG99 (cadastro de unidades), sem
      *                 sign-on proprio, para o menu principal.
      *   15/10 - RLS - Funcao PROG100 (deteccao de abandono).
      *   15/10 - RLS - Funcao PROG101 (ocorrencias disciplinares).
      *   15/10 - RLS - Funcoes PROG102 (convenios de estagio) e
      *                 PROG103 (contratos e horas de estagio) e
      *                 entrada do PROG104 (acompanhamento dos
      *                 estagios), sem sign-on proprio, para o menu.
      *   15/10 - RLS - Funcoes PROG105 (avaliacao institucional) e
      *                 PROG105-MINIMO (minimo de respostas por turma).
      *   15/10 - RLS - Funcao PROG106 (exportacao do censo INEP).
      *   15/10 - RLS - Funcoes PROG107 (ordens de servico das salas) e
      *                 PROG108 (relatorio semanal das ordens), este
      *                 sem sign-on proprio, para o menu.
      *   15/10 - RLS - Funcoes PROG109 (exercicios de fixacao) e
      *                 PROG109-LANCA (lancamento das notas corrigidas).
      *   15/10 - RLS - Funcao PROG110 (correspondencia ao aluno).
      *   15/10 - RLS - Funcao PROG111 (listas de espera das turmas).
      ******************************************************************
       01  CATALOGO-FUNCOES.
           05 FILLER              PIC X(16) VALUE "PROG06A".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "CADASTRO DE NOTAS POR MATERIA".
           05 FILLER              PIC X(16) VALUE "PROG06A-CORRIGE".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "CORRECAO DE NOTA DUPLICADA".
           05 FILLER              PIC X(16) VALUE "PROG07".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "CADASTRO DE DISCIPLINAS".
           05 FILLER              PIC X(16) VALUE "PROG08".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "LANCAMENTO DE P1/P2/ATIVIDADE".
           05 FILLER              PIC X(16) VALUE "PROG08-CORRIGE".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "CORRECAO DE NOTAS LANCADAS".
           05 FILLER              PIC X(16) VALUE "PROG08C".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "EXCECOES DO FECHAMENTO DO DIA".
           05 FILLER              PIC X(16) VALUE "PROG12".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "CADASTRO MESTRE DE ALUNOS".
           05 FILLER              PIC X(16) VALUE "PROG12-DESATIVA".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "DESATIVACAO DE ALUNO".
           05 FILLER              PIC X(16) VALUE "PROG13".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "UNIFICACAO DE MATRICULAS".
           05 FILLER              PIC X(16) VALUE "PROG15".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "CADASTRO DE OPERADORES".
           05 FILLER              PIC X(16) VALUE "PROG18".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "FECHAMENTO DE PERIODO".
           05 FILLER              PIC X(16) VALUE "PROG19".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "PROVA DE RECUPERACAO".
           05 FILLER              PIC X(16) VALUE "PROG20".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "LANCAMENTO DE FREQUENCIA".
           05 FILLER              PIC X(16) VALUE "PROG21".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "FAIXAS DE APROVACAO".
           05 FILLER              PIC X(16) VALUE "PROG23".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "IMPORTACAO DE MATRICULAS".
           05 FILLER              PIC X(16) VALUE "PROG30".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "RESTAURACAO DE GERACOES".
           05 FILLER              PIC X(16) VALUE "PROG31-LIMPA".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "LIMPEZA DA TRAVA DE ENTRADA".
           05 FILLER              PIC X(16) VALUE "PROG33".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "EMISSAO DE MATRICULAS".
           05 FILLER              PIC X(16) VALUE "PROG36".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "INSCRICAO EM DISCIPLINAS".
           05 FILLER              PIC X(16) VALUE "PROG39".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "REVISAO DE NOTA - PEDIDO".
           05 FILLER              PIC X(16) VALUE "PROG39-DECIDE".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "REVISAO DE NOTA - DECISAO".
           05 FILLER              PIC X(16) VALUE "PROG40".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "FECHAMENTO DO DIA (DRIVER)".
           05 FILLER              PIC X(16) VALUE "PROG41".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "ARQUIVAMENTO DE PERIODO".
           05 FILLER              PIC X(16) VALUE "PROG42".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "IMPORTACAO DE FOLHA DE NOTAS".
           05 FILLER              PIC X(16) VALUE "PROG46".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "TRANCAMENTO E TRANSFERENCIA".
           05 FILLER              PIC X(16) VALUE "PROG48".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "CARGA DE FREQUENCIA EM LOTE".
           05 FILLER              PIC X(16) VALUE "PROG56".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "INTERVENCOES DE TUTORIA".
           05 FILLER              PIC X(16) VALUE "PROG61".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "APROVEITAMENTO DE ESTUDOS".
           05 FILLER              PIC X(16) VALUE "PROG63".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "VIRADA DE PERIODO".
           05 FILLER              PIC X(16) VALUE "PROG64".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "SEGUNDA CHAMADA - PEDIDO".
           05 FILLER              PIC X(16) VALUE "PROG64-REPOSTA".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "SEGUNDA CHAMADA - NOTA REPOSTA".
           05 FILLER              PIC X(16) VALUE "PROG67".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "PESOS POR DISCIPLINA".
           05 FILLER              PIC X(16) VALUE "PROG70".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "FATURAMENTO DE MENSALIDADES".
           05 FILLER              PIC X(16) VALUE "PROG71".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "CONTA DO ALUNO - EXTRATO".
           05 FILLER              PIC X(16) VALUE "PROG71-AJUSTE".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "AJUSTE NA CONTA DO ALUNO".
           05 FILLER              PIC X(16) VALUE "PROG72".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "BOLSAS CONCEDIDAS".
           05 FILLER              PIC X(16) VALUE "PROG73".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "RETORNO BANCARIO".
           05 FILLER              PIC X(16) VALUE "PROG75".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "PENDENCIAS DO ALUNO".
           05 FILLER              PIC X(16) VALUE "PROG76".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "GRADE HORARIA".
           05 FILLER              PIC X(16) VALUE "PROG85".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "EXPEDICAO DE DIPLOMA".
           05 FILLER              PIC X(16) VALUE "PROG86".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "DECLARACOES AUTENTICADAS".
           05 FILLER              PIC X(16) VALUE "PROG86-REVOGA".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "REVOGACAO DE DECLARACAO".
           05 FILLER              PIC X(16) VALUE "PROG88".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "CONVERSAO DE MATRICULAS".
           05 FILLER              PIC X(16) VALUE "PROG89".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "RELATORIO DO TITULAR (LGPD)".
           05 FILLER              PIC X(16) VALUE "PROG90".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "ANONIMIZACAO DE EX-ALUNOS".
           05 FILLER              PIC X(16) VALUE "PROG91".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "TABELA DE ACESSOS".
           05 FILLER              PIC X(16) VALUE "PROG92".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "AUDITORIA SEMANAL DE NOTAS".
           05 FILLER              PIC X(16) VALUE "PROG93".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "CORRECAO EM PERIODO FECHADO".
           05 FILLER              PIC X(16) VALUE "PROG93-APROVA".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "APROVACAO DE CORRECAO FECHADO".
           05 FILLER              PIC X(16) VALUE "PROG94".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "RECUPERACAO APOS RESTAURACAO".
           05 FILLER              PIC X(16) VALUE "PROG96".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "DURACAO DAS ESTEIRAS".
           05 FILLER              PIC X(16) VALUE "PROG97".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "MONTAGEM DA REGIAO TREINAMENTO".
           05 FILLER              PIC X(16) VALUE "PROG02".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "AREAS DE FORMAS E COMODOS".
           05 FILLER              PIC X(16) VALUE "PROG06B".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "RELATORIO DE ALUNOS/SITUACAO".
           05 FILLER              PIC X(16) VALUE "PROG08D".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "EXPORTACAO CSV DE NOTAS".
           05 FILLER              PIC X(16) VALUE "PROG08E".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "BOLETIM CONSOLIDADO".
           05 FILLER              PIC X(16) VALUE "PROG14".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "CONCILIACAO DO TRANSLOG".
           05 FILLER              PIC X(16) VALUE "PROG16".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "PRODUTIVIDADE DOS OPERADORES".
           05 FILLER              PIC X(16) VALUE "PROG17".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "TRILHA DE CORRECAO DE NOTAS".
           05 FILLER              PIC X(16) VALUE "PROG24".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "EXTRACAO PARA A SECRETARIA".
           05 FILLER              PIC X(16) VALUE "PROG25".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "ESTATISTICAS DO PERIODO".
           05 FILLER              PIC X(16) VALUE "PROG26".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "ALERTA DE RISCO (TUTORIA)".
           05 FILLER              PIC X(16) VALUE "PROG27".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "HISTORICO ESCOLAR".
           05 FILLER              PIC X(16) VALUE "PROG28".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "CONSULTA DE BALCAO".
           05 FILLER              PIC X(16) VALUE "PROG31".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "SUPERVISAO DA TRAVA DE ENTRADA".
           05 FILLER              PIC X(16) VALUE "PROG34".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "RESUMO DO AREALOG".
           05 FILLER              PIC X(16) VALUE "PROG35".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "PRE-REQUISITOS".
           05 FILLER              PIC X(16) VALUE "PROG37".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "INTEGRALIZACAO CURRICULAR".
           05 FILLER              PIC X(16) VALUE "PROG38".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "CADASTRO DE DOCENTES".
           05 FILLER              PIC X(16) VALUE "PROG44".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "SAUDE DAS COPIAS DE GERACAO".
           05 FILLER              PIC X(16) VALUE "PROG47".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "ELEGIBILIDADE A BOLSA".
           05 FILLER              PIC X(16) VALUE "PROG49".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "RETORNO DA SECRETARIA".
           05 FILLER              PIC X(16) VALUE "PROG50".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "PROGRESSAO ENTRE PERIODOS".
           05 FILLER              PIC X(16) VALUE "PROG51".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "EQUIVALENCIA DE DISCIPLINAS".
           05 FILLER              PIC X(16) VALUE "PROG52".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "ORCAMENTO DE PISO".
           05 FILLER              PIC X(16) VALUE "PROG53".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "ALOCACAO DE TURMAS EM SALAS".
           05 FILLER              PIC X(16) VALUE "PROG54".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "SANEAMENTO DOS ARQUIVOS".
           05 FILLER              PIC X(16) VALUE "PROG55".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "SIMULACAO DA PROXIMA PROVA".
           05 FILLER              PIC X(16) VALUE "PROG57".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "RESULTADOS DA TUTORIA".
           05 FILLER              PIC X(16) VALUE "PROG58".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "ANALISE DO OPSLOG".
           05 FILLER              PIC X(16) VALUE "PROG59".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "CALENDARIO ACADEMICO".
           05 FILLER              PIC X(16) VALUE "PROG60".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "PROVAVEIS ALUNOS DUPLICADOS".
           05 FILLER              PIC X(16) VALUE "PROG62".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "SPOOL DE RELATORIOS".
           05 FILLER              PIC X(16) VALUE "PROG65".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "APROVACAO POR CURSO E TURMA".
           05 FILLER              PIC X(16) VALUE "PROG66".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "INTEGRIDADE REFERENCIAL".
           05 FILLER              PIC X(16) VALUE "PROG68".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "ALTERACOES DE CONFIGURACAO".
           05 FILLER              PIC X(16) VALUE "PROG69".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "CENSO DE MATRICULAS".
           05 FILLER              PIC X(16) VALUE "PROG74".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "ENVELHECIMENTO DE COBRANCAS".
           05 FILLER              PIC X(16) VALUE "PROG77".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "CHOQUES DE HORARIO".
           05 FILLER              PIC X(16) VALUE "PROG78".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "IMPRESSAO DA GRADE HORARIA".
           05 FILLER              PIC X(16) VALUE "PROG80".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "CONFERENCIA DO TOTAL DE AULAS".
           05 FILLER              PIC X(16) VALUE "PROG81".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "HORA-AULA PARA O RH".
           05 FILLER              PIC X(16) VALUE "PROG82".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "PAUTAS PENDENTES POR DOCENTE".
           05 FILLER              PIC X(16) VALUE "PROG83".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "DIARIO DE CLASSE".
           05 FILLER              PIC X(16) VALUE "PROG84".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "ENSALAMENTO DE PROVAS".
           05 FILLER              PIC X(16) VALUE "PROG87".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "VERIFICACAO DE DOCUMENTO".
           05 FILLER              PIC X(16) VALUE "PROG99".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "CADASTRO DE UNIDADES".
           05 FILLER              PIC X(16) VALUE "PROG100".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "DETECCAO DE ABANDONO".
           05 FILLER              PIC X(16) VALUE "PROG101".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "OCORRENCIAS DISCIPLINARES".
           05 FILLER              PIC X(16) VALUE "PROG102".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "CONVENIOS DE ESTAGIO".
           05 FILLER              PIC X(16) VALUE "PROG103".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "CONTRATOS E HORAS DE ESTAGIO".
           05 FILLER              PIC X(16) VALUE "PROG104".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "ACOMPANHAMENTO DOS ESTAGIOS".
           05 FILLER              PIC X(16) VALUE "PROG105".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "AVALIACAO INSTITUCIONAL".
           05 FILLER              PIC X(16) VALUE "PROG105-MINIMO".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "MINIMO DE RESPOSTAS AVALIACAO".
           05 FILLER              PIC X(16) VALUE "PROG106".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(30)
               VALUE "EXPORTACAO CENSO INEP".
           05 FILLER              PIC X(16) VALUE "PROG107".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "ORDENS DE SERVICO DAS SALAS".
           05 FILLER              PIC X(16) VALUE "PROG108".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "RELATORIO SEMANAL DAS ORDENS".
           05 FILLER              PIC X(16) VALUE "PROG109".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "EXERCICIOS DE FIXACAO".
           05 FILLER              PIC X(16) VALUE "PROG109-LANCA".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "LANCAMENTO NOTA DOS EXERCICIOS".
           05 FILLER              PIC X(16) VALUE "PROG110".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(30)
               VALUE "CORRESPONDENCIA AO ALUNO".
           05 FILLER              PIC X(16) VALUE "PROG111".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "LISTAS DE ESPERA DAS TURMAS".
           05 FILLER              PIC X(16) VALUE "PROCESSALOTE".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "CICLO DE LANCAMENTO DA TURMA".
           05 FILLER              PIC X(16) VALUE "MEDIA".
           05 FILLER              PIC X(01) VALUE "E".
           05 FILLER              PIC X(30)
               VALUE "CALCULO DA MEDIA FINAL".
       01  TABELA-CATALOGO REDEFINES CATALOGO-FUNCOES.
           05 CF-ENTRADA OCCURS 113 TIMES.
              10 CF-FUNCAO        PIC X(16).
              10 CF-MINIMO        PIC X(01).
              10 CF-DESCRICAO     PIC X(30).
       01  QTD-CATALOGO           PIC 9(03) VALUE 113.
