    perform get-json-value
    if jget-len is greater than 0
        move jget-value(1:1) to cpf-status
    end-if
    move "paylimit" to jget-name
    perform get-json-value
    if jget-len is greater than 0
        move function numval(jget-value(1:jget-len)) to cpf-pay-limit
    end-if
    move "paycount" to jget-name
    perform get-json-value
    if jget-len is greater than 0
        move function numval(jget-value(1:jget-len)) to cpf-pay-max-count
    end-if.

apply-replay-to-master.
