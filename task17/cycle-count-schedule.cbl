040    data division.
041    file section.
042    fd  inventory-file.
043    01  inventory-record pic x(100).
044
045    fd  abc-report-file.
046    01  abc-report-line pic x(100).
