             AND WS-PROGRAMA NOT = 'MODULO2EST'
             AND WS-PROGRAMA NOT = 'MODULO2EXP'
             AND WS-PROGRAMA NOT = 'MODULO2ENC'
             AND WS-PROGRAMA NOT = 'MODULO2PRO'
             AND WS-PROGRAMA NOT = 'MODULO2ALR'
             AND WS-PROGRAMA NOT = 'MODULO2PAU'
             AND WS-PROGRAMA NOT = 'MODULO2CEN'
             AND WS-PROGRAMA NOT = 'MODULO2RNK'
                DISPLAY '*** PROGRAMA NAO PREVISTO NO PLANO: '
                        WS-PROGRAMA ' ***'
                PERFORM P045-MARCA-ERRO
