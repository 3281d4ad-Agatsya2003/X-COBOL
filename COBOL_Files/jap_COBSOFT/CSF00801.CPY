               88 f00801-Login-com-sucesso             value "S".
               88 f00801-Login-com-falha               value "F".
               88 f00801-Login-falha-2fa                value "D".
               88 f00801-troca-senha-falha              value "T".
