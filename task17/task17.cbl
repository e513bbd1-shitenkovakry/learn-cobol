040    data division.
041    file section.
042    fd  inventory-file.
043    01  inventory-record pic x(100).
044
045    fd  lookup-file.
046    01  lookup-record pic 9(5).
