    move bef-status to fld-before
    move aft-status to fld-after
    perform write-field-change
    move "paylimit" to fld-label
    move bef-pay-limit to fld-before
    move aft-pay-limit to fld-after
    perform write-field-change
    move "paycount" to fld-label
    move bef-pay-max-count to fld-before
    move aft-pay-max-count to fld-after
    perform write-field-change
    perform put-report-line.

write-field-change.
