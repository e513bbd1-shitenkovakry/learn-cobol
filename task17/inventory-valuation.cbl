040    data division.
041    file section.
042    fd  inventory-file.
043    01  inventory-record pic x(100).
044
045    fd  cost-layer-file.
046    01  cost-layer-record pic x(60).
