0932       end-read.
0933
0940   show-one-open-item.
0941       if item-status = "S" or item-status = "W"
0942           add 1 to settled-count
0943       else
0944           add 1 to listed-count
