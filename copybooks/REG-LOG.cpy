      *===  LAYOUT DO REGISTRO DE LOG-TRANSACOES.DAT
      *===  TRILHA DE AUDITORIA DE CADASTRAR/EDITAR/EXCLUIR
      *===  EM ARQ-LIVROS E DE AJUSTES DE QUANTIDADE FEITOS
      *===  PELOS PROGRAMAS DE CONCILIACAO E INVENTARIO E DE
      *===  BAIXAS POR DESCARTE (OPERACAO WITHDRAW).
      *===  LOG-OPERADOR: CODIGO DO OPERADOR AUTENTICADO QUE
      *===  EXECUTOU A OPERACAO (ZEROS EM REGISTROS ANTIGOS).
      *==========================================
