               display '8 - Cadastro de Turmas'
               display '9 - Frequencia dos Alunos'
               display 'A - Aprovacao de Notas Pendentes'
               display 'B - Parametros da Escola'
               display 'C - Recuperacao'
               display 'D - Estorno de Pagamento'
               display 'E - Professores e Atribuicoes'
               display 'F - Calendario Letivo'
               display 'G - Lista de Espera de Turmas'
               display 'H - Transferencia de Turma'
               display 'I - Matriz Curricular'
               display 'J - Dados Pessoais do Titular (LGPD)'
               display '0 - Sair'
               accept ws-opcao
               move function upper-case(ws-opcao) to ws-opcao
                               using ws-operador-sessao
                           cancel "lista17aprovacao"
                       end-if
                   when 'B'
      *>               a consulta das regras e' livre; cadastrar ou excluir
      *>               vigencia exige autorizacao de aprovacao, conferida
      *>               dentro do proprio programa
                       call "lista17parametros"
                           using ws-operador-sessao
                       cancel "lista17parametros"
                   when 'C'
      *>               a recuperação mexe em nota - mesma autorizacao do
      *>               lancamento de notas; a lista por turma fica aberta
      *>               a todos, conferida dentro do proprio programa
                       call "lista17recuperacao"
                           using ws-operador-sessao
                       cancel "lista17recuperacao"
                   when 'D'
      *>               estornar mexe no dinheiro ja recebido - exige a
      *>               autorizacao financeira e tambem a de aprovacao
                       if ws-op-aut-financeiro <> 'S'
                       or ws-op-aut-aprovacao <> 'S' then
                           perform avisar-sem-autorizacao
                       else
                           call "lista17estorno"
                               using ws-operador-sessao
                           cancel "lista17estorno"
                       end-if
                   when 'E'
      *>               professores e atribuições de aula fazem parte do
      *>               cadastro academico - mesma autorizacao das turmas
                       if ws-op-aut-cadastro <> 'S' then
                           perform avisar-sem-autorizacao
                       else
                           call "lista17professores"
                           cancel "lista17professores"
                       end-if
                   when 'F'
      *>               a consulta do calendario e' livre; gerar o ano e
      *>               marcar feriados exige a autorizacao de cadastro,
      *>               conferida dentro do proprio programa
                       call "lista17calendario"
                           using ws-operador-sessao
                       cancel "lista17calendario"
                   when 'G'
      *>               consulta da fila, ofertas e relatorio sao livres;
      *>               incluir, responder e cancelar pedido exigem a
      *>               autorizacao de cadastro, conferida no programa
                       call "lista17listaespera"
                           using ws-operador-sessao
                       cancel "lista17listaespera"
                   when 'H'
      *>               o historico de turmas e' livre; transferir exige a
      *>               autorizacao de cadastro e a saida da escola tambem
      *>               a de exclusao, conferidas no programa
                       call "lista17transferencia"
                           using ws-operador-sessao
                       cancel "lista17transferencia"
                   when 'I'
      *>               a matriz curricular faz parte do cadastro academico
      *>               - mesma autorizacao das turmas
                       if ws-op-aut-cadastro <> 'S' then
                           perform avisar-sem-autorizacao
                       else
                           call "lista17matriz"
                           cancel "lista17matriz"
                       end-if
                   when 'J'
      *>               o relatorio de dados pessoais exige a autorizacao
      *>               de cadastro; anonimizar exige tambem a de exclusao,
      *>               conferida no programa
                       if ws-op-aut-cadastro <> 'S' then
                           perform avisar-sem-autorizacao
                       else
                           call "lista17lgpd"
                               using ws-operador-sessao
                           cancel "lista17lgpd"
                       end-if
                   when '0'
                       move 'S' to ws-sair
                   when other
               display '3 - Relatorio de Inadimplencia'
               display '4 - Integridade Referencial'
               display '5 - Fechamento do Ano Letivo'
               display 'O - Conferencia Pre-Fechamento'
               display '6 - Expurgo de Alunos Inativos'
               display '7 - Carga de Alunos via CSV'
               display '8 - Backup / Restauracao'
               display '9 - Unificacao dos Cadastros (conversao unica)'
               display 'F - Conversao do Financeiro (conversao unica)'
               display 'G - Conversao de Layout/Codigos (conversao unica)'
               display 'Y - Conversao de Layout das Notas (conversao unica)'
               display 'B - Boletins dos Alunos'
               display 'C - Fechamento de Caixa'
               display 'K - Remessa Bancaria (boletos)'
               display 'N - Retorno Bancario (baixa automatica)'
               display 'D - Deteccao de Alunos Duplicados'
               display 'M - Boletim Climatico Mensal'
               display 'P - Planos de Mensalidade'
               display 'X - Extrato Financeiro do Aluno'
               display 'T - Historico Escolar (consulta/2a via)'
               display 'E - Extrato CSV do Cadastro'
               display 'L - Exportacao Contabil da Competencia'
               display 'Q - Declaracao Anual de Quitacao'
               display 'U - Avisos de Cobranca (mala direta)'
               display 'W - Conciliacao Financeira do Dia'
               display 'A - Analise do Quiz (perguntas e jogadores)'
               display 'S - Leituras Suspeitas de Temperatura'
               display 'I - Carga do Registrador Automatico (temperaturas)'
               display 'J - Fluxo Noturno (lotes em sequencia)'
               display 'H - Historico de Execucoes'
               display '0 - Voltar'
               accept ws-opcao-lote
                   when 'G'
                       move 'lista17convcodigo' to ws-programa-lote
                       perform executar-lote
                   when 'Y'
                       move 'lista17convnotas' to ws-programa-lote
                       perform executar-lote
                   when 'B'
                       move 'lista17boletim' to ws-programa-lote
                       perform executar-lote
                   when 'C'
                       move 'lista17caixa' to ws-programa-lote
                       perform executar-lote
                   when 'K'
                       move 'lista17remessa' to ws-programa-lote
                       perform executar-lote
                   when 'N'
                       move 'lista17retorno' to ws-programa-lote
                       perform executar-lote
                   when 'D'
                       move 'lista17duplicados' to ws-programa-lote
                       perform executar-lote
                   when 'X'
                       move 'lista17extratofin' to ws-programa-lote
                       perform executar-lote
                   when 'L'
                       move 'lista17contabil' to ws-programa-lote
                       perform executar-lote
                   when 'Q'
                       move 'lista17quitacao' to ws-programa-lote
                       perform executar-lote
                   when 'U'
                       move 'lista17cobranca' to ws-programa-lote
                       perform executar-lote
                   when 'W'
                       move 'lista17conciliacao' to ws-programa-lote
                       perform executar-lote
                   when 'A'
                       move 'lista17analisequiz' to ws-programa-lote
                       perform executar-lote
                   when 'S'
                       move 'lista17anomaliaclima' to ws-programa-lote
                       perform executar-lote
                   when 'I'
                       move 'lista17importaclima' to ws-programa-lote
                       perform executar-lote
                   when 'O'
                       move 'lista17prontidao' to ws-programa-lote
                       perform executar-lote
                   when 'J'
                       move 'lista17jobnoturno' to ws-programa-lote
                       perform executar-lote
                   when 'H'
                       perform exibir-historico-jobs
                   when '0'
