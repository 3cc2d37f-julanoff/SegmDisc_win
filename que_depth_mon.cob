%Module QUE_DEPTH_MON <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* Queue depth snapshot monitor.
*
* OFAC_AGE_MON watches the OFAC hold queues; a repair, delivery or
* verify queue that quietly stops moving was nobody's to see until the
* phones started.  Run from the scheduler every few minutes, this
* program walks the whole QUE_ROOT_INDEX and, for every bank's every
* queue, takes a snapshot -- the items on it and the age in minutes of
* the oldest -- and appends it to QUE_DEPTH_HISTORY, which the job
* points at the day's dated history file.  The logs are not queues
* anyone works: a queue whose name ends in LOG is skipped, as is any
* queue named by a DEPTH_EXCLUDE: item (one name per ordinal) in the
* QUEUE_TABLES config union.
*
* Each snapshot is compared with the queue's last one on the history.
* A queue that has grown while its oldest item stayed put has had
* something arrive and nothing leave; when that has gone on for
* /STALL_SNAPS=<n> snapshots running (default 3) the queue is broadcast
* to the operators as stalled, and again on every snapshot until it
* moves.  A queue whose oldest item is older than its
* DEPTH_AGE_LIMIT: item (QUEUE_TABLES, "<queue>|<minutes>" per
* ordinal, queue "*" for every queue without one of its own) is
* broadcast as aging.  Both are flagged on the history and on the run
* report QUE_DEPTH_MON_OUTPUT; RPT_QUE_DEPTH reports the day's history.

* REVISION HISTORY
* ----------------
*
* R. Iverson	30-Nov-2010	CR13243
*	New module.
*
* R. Iverson	01-Feb-2011	CR13270
*	Queue names are carried in full (24 characters) on the history
*	and in the tables, so the longer log names are skipped and no
*	two queues share a history line.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select QDH_FILE		Assign to "QUE_DEPTH_HISTORY"
	       FILE STATUS IS Qdh_file_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select QDM_RPT_FILE	Assign to "QUE_DEPTH_MON_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

* One queue's snapshot.  Flag S stalled, A aging, B both.
FD  QDH_FILE record 112 characters.
01  QDH_REC.
    02 QDH_DATE			pic x(08).
    02 QDH_TIME			pic x(04).
    02 QDH_BANK			pic x(03).
    02 QDH_QUEUE		pic x(24).
    02 QDH_DEPTH		pic 9(07).
    02 QDH_AGE			pic 9(07).
    02 QDH_OLDEST		pic x(24).
    02 QDH_RUN			pic 9(03).
    02 QDH_FLAG			pic x(01).
    02 Filler			pic x(31).

FD  QDM_RPT_FILE record 132 characters.
01  QDM_RPT_REC			Pic X(132).

Working-Storage Section.

01 Qdh_file_stat		pic XX value spaces.
01 Qdh_eof_sw			Pic X value "N".
   88 Qdh_eof			value "Y".
01 Skip_sw			Pic X value "N".
   88 Skip_queue		value "Y".

01 Stall_snaps_ws		pic 9(03) comp-5 value 3.
01 Today_ws			Pic X(08) value spaces.
01 Now_hhmm_ws			Pic X(04) value spaces.
01 Age_mins_ws			pic 9(07) comp-5 value zeroes.
01 Depth_ws			pic 9(07) comp-5 value zeroes.
01 Oldest_age_ws		pic 9(07) comp-5 value zeroes.
01 Oldest_ws			pic x(24).
01 Run_ws			pic 9(03) comp-5 value zeroes.
01 Flag_ws			pic x(01).
01 Limit_ws			pic 9(05) comp-5 value zeroes.
01 Queue_count_ws		pic 9(05) comp-5 value zeroes.
01 Stall_count_ws		pic 9(05) comp-5 value zeroes.
01 Aging_count_ws		pic 9(05) comp-5 value zeroes.
01 Alert_count_ws		pic 9(05) comp-5 value zeroes.

01 Qdm_bank_ws			pic x(03).
01 Qdm_queue_ws			pic x(24).
01 Qdm_pos_ws			pic 9(02) comp-5 value zeroes.

* Each queue's last snapshot on the history.
01 Prv_tbl_ws.
   02 Prv_entry_ws		occurs 500 times.
      03 Prv_bank_ws			pic x(03).
      03 Prv_queue_ws			pic x(24).
      03 Prv_depth_ws			pic 9(07) comp-5.
      03 Prv_oldest_ws			pic x(24).
      03 Prv_run_ws			pic 9(03) comp-5.
01 Prv_count_ws			pic 9(04) comp-5 value zeroes.
01 Prv_idx_ws			pic 9(04) comp-5 value zeroes.
01 Prv_found_ws			pic 9(04) comp-5 value zeroes.

* DEPTH_EXCLUDE: and DEPTH_AGE_LIMIT: items.
01 Exc_tbl_ws.
   02 Exc_name_ws		occurs 50 times		pic x(24).
01 Exc_count_ws			pic 9(02) comp-5 value zeroes.
01 Exc_idx_ws			pic 9(02) comp-5 value zeroes.

01 Lim_tbl_ws.
   02 Lim_entry_ws		occurs 100 times.
      03 Lim_queue_ws			pic x(24).
      03 Lim_mins_ws			pic 9(05) comp-5.
01 Lim_count_ws			pic 9(03) comp-5 value zeroes.
01 Lim_idx_ws			pic 9(03) comp-5 value zeroes.
01 Lim_default_ws		pic 9(05) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY.
01 Depth_ws_d			pic 9(07) usage display.
01 Oldest_age_ws_d		pic 9(07) usage display.
01 Run_ws_d			pic 9(03) usage display.
01 Limit_ws_d			pic 9(05) usage display.
01 Queue_count_ws_d		pic 9(05) usage display.
01 Alert_count_ws_d		pic 9(05) usage display.

01 Flag_txt_ws			Pic X(16).
01 Report_line_ws		Pic X(132).

%def		<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def				%^ local fsect

QDMQUE:			Que (%`SBJ_DD_PATH:OPR_ACTION_LOG.DDF`);
Qdm_oldest_vs:		vstr(24);
Qdm_compose:		Compose(^NOTRAILING_BLANKS);

%^ QUEUE_TABLES lookups.
Cfg_union_key_ws:	rec (%`SBJ_DD_PATH:CFG_ID_REC.DDF`);
Cfg_item_key_ws:	vstr(25);
Cfg_item_type_ws:	vstr(16);
Cfg_data_ws:		vstr(256);
Cfg_seq_ordinal_ws:	word;
Cfg_error_msg_ws:	vstr(80);
Cfg_status_wf:		boolean;
Cfg_queue_vs:		vstr(24);
Cfg_mins_vs:		vstr(5);
Cfg_parse:		Parse(^NOTRAP);
Return_argument_ws:	vstr(24);
Return_status:		boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_GET_QUALIFIERS thru A20_GET_QUALIFIERS_end.
	Perform A30_LOAD_CONFIG thru A30_LOAD_CONFIG_end.
	Perform A40_LOAD_HISTORY thru A40_LOAD_HISTORY_end.

	Open Extend QDH_FILE.
	If Qdh_file_stat = "35"
	    Open Output QDH_FILE
	End-if.
	If Qdh_file_stat not = "00"
	    Display "%QUE_DEPTH_MON-E-NOHISTORY, cannot open"
		    " QUE_DEPTH_HISTORY, status " Qdh_file_stat
	    Move 1 to abort_ls
	    Go to A00_MAIN_END
	End-if.

	Open Output QDM_RPT_FILE.

	Move spaces to Report_line_ws.
	String "Queue depth snapshot " Today_ws " " Now_hhmm_ws
		Delimited by size into Report_line_ws.
	Write QDM_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "Bank  Queue                       Depth  Oldest_mins"
		"  Growing  Alert"
		Delimited by size into Report_line_ws.
	Write QDM_RPT_REC from Report_line_ws.

	Perform B10_SCAN_QUEUES thru B10_SCAN_QUEUES_end.

	Close QDH_FILE.

	Compute Alert_count_ws = Stall_count_ws + Aging_count_ws.
	Move Queue_count_ws to Queue_count_ws_d.
	Move Alert_count_ws to Alert_count_ws_d.
	Move spaces to Report_line_ws.
	String Queue_count_ws_d Delimited by size,
	       " queue(s) snapshotted, " Delimited by size,
	       Alert_count_ws_d Delimited by size,
	       " alert(s)" Delimited by size
		into Report_line_ws.
	Write QDM_RPT_REC from Report_line_ws.

	Close QDM_RPT_FILE.

	%^*********************************************************************
	%^* QUE_DEPTH_MON$_COUNT  /I ${1} queue(s) snapshotted, ${2}
	%^*	stalled, ${3} aging.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"QUE_DEPTH_MON$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Queue_count_ws, Stall_count_ws,
				    Aging_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	%Beg
	QDMQUE		(Read_Only);
	%End.

	call "DAT_CONN_ROOT".

	Call "NEX_GET_YYYYMMDD" using
	    by reference Today_ws.
	Call "NEX_GET_HHMM" using
	    by reference Now_hhmm_ws.

A10_SBJ_INIT_end.
	exit.


A20_GET_QUALIFIERS.
%^ /STALL_SNAPS=<n> - growing snapshots running before a queue is
%^ called stalled.  Default 3.

	Call "ACE_ARG_FIND" using
	      by content "-stall_s*naps:",
	      by content    "C",
	      by value     24
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.
	If success_is in Return_status
	    Move Return_argument_ws(1:Return_argument_ws_length)
		    to Stall_snaps_ws
	End-if.
	If Stall_snaps_ws = zero
	    Move 1 to Stall_snaps_ws
	End-if.

A20_GET_QUALIFIERS_end.
	exit.


A30_LOAD_CONFIG.
%^ The DEPTH_EXCLUDE: and DEPTH_AGE_LIMIT: items of the QUEUE_TABLES
%^ config union, where OFAC_HOLD_QUEUES: lives.

	%BEG
	Cfg_union_key_ws(
		.Idname	= "QUEUE_TABLES",
		.Idprod	= "MTS",
		.Idbank	= "",
		.Idloc	= "",
		.Idcust	= "" );
	Cfg_item_key_ws = "DEPTH_EXCLUDE:";
	Cfg_seq_ordinal_ws = <1>;
	Cfg_item_type_ws = "VSTR(24)";
	%END.

	Perform A35_LOAD_ONE_EXCLUDE thru A35_LOAD_ONE_EXCLUDE_end.
	Perform until (Failure_is in Cfg_status_wf)
		   or (Exc_count_ws >= 50)
	    Add 1 to Cfg_seq_ordinal_ws
	    Perform A35_LOAD_ONE_EXCLUDE thru A35_LOAD_ONE_EXCLUDE_end
	End-perform.

	%BEG
	Cfg_item_key_ws = "DEPTH_AGE_LIMIT:";
	Cfg_seq_ordinal_ws = <1>;
	Cfg_item_type_ws = "VSTR(30)";
	%END.

	Perform A37_LOAD_ONE_LIMIT thru A37_LOAD_ONE_LIMIT_end.
	Perform until (Failure_is in Cfg_status_wf)
		   or (Lim_count_ws >= 100)
	    Add 1 to Cfg_seq_ordinal_ws
	    Perform A37_LOAD_ONE_LIMIT thru A37_LOAD_ONE_LIMIT_end
	End-perform.

A30_LOAD_CONFIG_end.
	exit.


A35_LOAD_ONE_EXCLUDE.

	Call "CFG_GET_ITEM" USING
		BY Reference Idname of Cfg_union_key_ws
		BY Reference Idprod of Cfg_union_key_ws
		BY Reference Idbank of Cfg_union_key_ws
		BY Reference Idloc of Cfg_union_key_ws
		BY Reference Idcust of Cfg_union_key_ws
		BY Reference Cfg_item_key_ws
		By Reference Cfg_seq_ordinal_ws
		By Reference Cfg_item_type_ws
		By Reference Cfg_data_ws
		By Reference Cfg_data_ws_length
		By Reference Cfg_error_msg_ws
		By Reference Cfg_error_msg_ws_length
	RETURNING Cfg_status_wf.

	If Failure_is in Cfg_status_wf
	    Go to A35_LOAD_ONE_EXCLUDE_end
	End-if.

	If Exc_count_ws < 50
	    Add 1 to Exc_count_ws
	    Move spaces to Exc_name_ws(Exc_count_ws)
	    Move Cfg_data_ws(1:Cfg_data_ws_length)
		    to Exc_name_ws(Exc_count_ws)
	End-if.

A35_LOAD_ONE_EXCLUDE_end.
	exit.


A37_LOAD_ONE_LIMIT.
%^ One "<queue>|<minutes>" item; queue "*" is the default limit.

	Call "CFG_GET_ITEM" USING
		BY Reference Idname of Cfg_union_key_ws
		BY Reference Idprod of Cfg_union_key_ws
		BY Reference Idbank of Cfg_union_key_ws
		BY Reference Idloc of Cfg_union_key_ws
		BY Reference Idcust of Cfg_union_key_ws
		BY Reference Cfg_item_key_ws
		By Reference Cfg_seq_ordinal_ws
		By Reference Cfg_item_type_ws
		By Reference Cfg_data_ws
		By Reference Cfg_data_ws_length
		By Reference Cfg_error_msg_ws
		By Reference Cfg_error_msg_ws_length
	RETURNING Cfg_status_wf.

	If Failure_is in Cfg_status_wf
	    Go to A37_LOAD_ONE_LIMIT_end
	End-if.

	%beg
	Cfg_parse ^in(Cfg_data_ws), Cfg_queue_vs, "|", Cfg_mins_vs,
		^SPACE, /;
	%end.

	If Failure_is in Cfg_parse_status
	  or Cfg_queue_vs_length = 0
	  or Cfg_mins_vs_length = 0
	    Go to A37_LOAD_ONE_LIMIT_end
	End-if.
	If Cfg_mins_vs(1:Cfg_mins_vs_length) is not numeric
	    Go to A37_LOAD_ONE_LIMIT_end
	End-if.

	If Cfg_queue_vs(1:Cfg_queue_vs_length) = "*"
	    Move Cfg_mins_vs(1:Cfg_mins_vs_length) to Lim_default_ws
	    Go to A37_LOAD_ONE_LIMIT_end
	End-if.

	Add 1 to Lim_count_ws.
	Move spaces to Lim_queue_ws(Lim_count_ws).
	Move Cfg_queue_vs(1:Cfg_queue_vs_length)
		to Lim_queue_ws(Lim_count_ws).
	Move Cfg_mins_vs(1:Cfg_mins_vs_length)
		to Lim_mins_ws(Lim_count_ws).

A37_LOAD_ONE_LIMIT_end.
	exit.


A40_LOAD_HISTORY.
%^ Each queue's last snapshot so far today.  No history yet is the
%^ day's first run.

	Open Input QDH_FILE.
	If Qdh_file_stat = "35"
	    Go to A40_LOAD_HISTORY_end
	End-if.
	If Qdh_file_stat not = "00"
	    Display "%QUE_DEPTH_MON-W-NOHISTORY, cannot read"
		    " QUE_DEPTH_HISTORY, status " Qdh_file_stat
	    Go to A40_LOAD_HISTORY_end
	End-if.

	Perform until Qdh_eof

	    Read QDH_FILE
		at end Move "Y" to Qdh_eof_sw
	    End-read

	    If not Qdh_eof
		Move QDH_BANK to Qdm_bank_ws
		Move QDH_QUEUE to Qdm_queue_ws
		Perform X10_FIND_PREVIOUS thru X10_FIND_PREVIOUS_end
		If Prv_found_ws = zero
		  and Prv_count_ws < 500
		    Add 1 to Prv_count_ws
		    Move Prv_count_ws to Prv_found_ws
		    Move QDH_BANK to Prv_bank_ws(Prv_found_ws)
		    Move QDH_QUEUE to Prv_queue_ws(Prv_found_ws)
		End-if
		If Prv_found_ws not = zero
		    Move QDH_DEPTH to Prv_depth_ws(Prv_found_ws)
		    Move QDH_OLDEST to Prv_oldest_ws(Prv_found_ws)
		    Move QDH_RUN to Prv_run_ws(Prv_found_ws)
		End-if
	    End-if

	End-perform.

	Close QDH_FILE.

A40_LOAD_HISTORY_end.
	exit.


B10_SCAN_QUEUES.
%^ Walk the QUE_ROOT_INDEX to every bank's every queue but the logs
%^ and the excluded ones.

	%Beg QUE_ROOT_INDEX ^First; %End.

	Perform until failure_is in QUE_ROOT_INDEX_Status

	    Move IDBANK of Q_KEY of QUE_ROOT_INDEX to Qdm_bank_ws
	    Move IDNAME of Q_KEY of QUE_ROOT_INDEX to Qdm_queue_ws
	    Perform X20_CHECK_SKIP thru X20_CHECK_SKIP_end

	    If not Skip_queue
		Perform C10_SNAP_ONE_QUEUE thru C10_SNAP_ONE_QUEUE_end
	    End-if

	    %Beg QUE_ROOT_INDEX ^Next; %End

	End-perform.

B10_SCAN_QUEUES_end.
	exit.


C10_SNAP_ONE_QUEUE.
%^ Count the queue's items and find its oldest, then judge it against
%^ its last snapshot and its age limit.

	Move zero to Depth_ws, Oldest_age_ws.
	Move spaces to Oldest_ws.

	%Beg QUE_ROOT_INDEX Conn: QDMQUE ^First; %End.
	If failure_is in QUE_ROOT_INDEX_Status
	    Go to C10_SNAP_ONE_QUEUE_end
	End-if.

	Perform until failure_is in QDMQUE_Status or
		seq_end_is in QDMQUE_Cursor

	    If Object_is in QDMQUE_Cursor
		Add 1 to Depth_ws
		Call "NEX_MINUTES_SINCE" using
		    by reference Systime of QDMQUE
		  returning Age_mins_ws
		If Depth_ws = 1
		  or Age_mins_ws > Oldest_age_ws
		    Move Age_mins_ws to Oldest_age_ws
		    %Beg Qdm_compose ^OUT(Qdm_oldest_vs) QDMQUE.Systime, /; %End
		    Move spaces to Oldest_ws
		    Move Qdm_oldest_vs(1:Qdm_oldest_vs_length) to Oldest_ws
		End-if
	    End-if

	    %Beg QDMQUE ^Next; %End

	End-perform.

	%Beg Break: QDMQUE; %End.

	Add 1 to Queue_count_ws.
	Move space to Flag_ws.

* Growing with the same oldest item at its head: arrivals, no
* departures.
	Move zero to Run_ws.
	Perform X10_FIND_PREVIOUS thru X10_FIND_PREVIOUS_end.
	If Prv_found_ws not = zero
	    If Depth_ws > Prv_depth_ws(Prv_found_ws)
	      and Prv_depth_ws(Prv_found_ws) > zero
	      and Oldest_ws = Prv_oldest_ws(Prv_found_ws)
		Move 999 to Run_ws
		If Prv_run_ws(Prv_found_ws) < 999
		    Compute Run_ws = Prv_run_ws(Prv_found_ws) + 1
		End-if
	    End-if
	End-if.

	If Run_ws >= Stall_snaps_ws
	    Move "S" to Flag_ws
	    Add 1 to Stall_count_ws
	    Move Depth_ws to Depth_ws_d
	    Move Run_ws to Run_ws_d
	%^*****************************************************************
	%^* QUE_DEPTH_MON$_STALL  /W Queue ${1} on bank ${2} has grown to
	%^*	${3} item(s) over ${4} snapshots with nothing leaving it.
	%^*****************************************************************
	    call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"QUE_DEPTH_MON$_STALL"
		  by value -1
		  %ace_msg_arg_list(Qdm_queue_ws, Qdm_bank_ws,
				    Depth_ws_d, Run_ws_d)
	End-if.

	Perform X30_FIND_LIMIT thru X30_FIND_LIMIT_end.
	If Limit_ws > zero
	  and Depth_ws > zero
	  and Oldest_age_ws > Limit_ws
	    If Flag_ws = "S"
		Move "B" to Flag_ws
	    Else
		Move "A" to Flag_ws
	    End-if
	    Add 1 to Aging_count_ws
	    Move Oldest_age_ws to Oldest_age_ws_d
	    Move Limit_ws to Limit_ws_d
	%^*****************************************************************
	%^* QUE_DEPTH_MON$_AGING  /W Oldest item on bank ${2} queue ${1}
	%^*	is ${3} minutes old, limit ${4}.
	%^*****************************************************************
	    call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"QUE_DEPTH_MON$_AGING"
		  by value -1
		  %ace_msg_arg_list(Qdm_queue_ws, Qdm_bank_ws,
				    Oldest_age_ws_d, Limit_ws_d)
	End-if.

	Move spaces to QDH_REC.
	Move Today_ws to QDH_DATE.
	Move Now_hhmm_ws to QDH_TIME.
	Move Qdm_bank_ws to QDH_BANK.
	Move Qdm_queue_ws to QDH_QUEUE.
	Move Depth_ws to QDH_DEPTH.
	Move Oldest_age_ws to QDH_AGE.
	Move Oldest_ws to QDH_OLDEST.
	Move Run_ws to QDH_RUN.
	Move Flag_ws to QDH_FLAG.
	Write QDH_REC.

	Perform C20_REPORT_LINE thru C20_REPORT_LINE_end.

C10_SNAP_ONE_QUEUE_end.
	exit.


C20_REPORT_LINE.

	Evaluate Flag_ws
	    when "S"
		Move "** STALLED" to Flag_txt_ws
	    when "A"
		Move "** AGING" to Flag_txt_ws
	    when "B"
		Move "** STALLED+AGING" to Flag_txt_ws
	    when other
		Move spaces to Flag_txt_ws
	End-evaluate.

	Move Depth_ws to Depth_ws_d.
	Move Oldest_age_ws to Oldest_age_ws_d.
	Move Run_ws to Run_ws_d.

	Move spaces to Report_line_ws.
	String Qdm_bank_ws Delimited by size,
	       "   " Delimited by size,
	       Qdm_queue_ws Delimited by size,
	       "  " Delimited by size,
	       Depth_ws_d Delimited by size,
	       "  " Delimited by size,
	       Oldest_age_ws_d Delimited by size,
	       "      " Delimited by size,
	       Run_ws_d Delimited by size,
	       "      " Delimited by size,
	       Flag_txt_ws Delimited by size
		into Report_line_ws.
	Write QDM_RPT_REC from Report_line_ws.

C20_REPORT_LINE_end.
	exit.


X10_FIND_PREVIOUS.
%^ The queue's entry in the last-snapshot table, or zero.

	Move zero to Prv_found_ws.
	Perform varying Prv_idx_ws from 1 by 1
		until Prv_idx_ws > Prv_count_ws
	    If Prv_bank_ws(Prv_idx_ws) = Qdm_bank_ws
	      and Prv_queue_ws(Prv_idx_ws) = Qdm_queue_ws
		Move Prv_idx_ws to Prv_found_ws
		Move 501 to Prv_idx_ws
	    End-if
	End-perform.

X10_FIND_PREVIOUS_end.
	exit.


X20_CHECK_SKIP.
%^ A log (name ending in LOG) or an excluded queue is not snapshotted.

	Move "N" to Skip_sw.

	Move 24 to Qdm_pos_ws.
	Perform until Qdm_pos_ws = zero
		   or Qdm_queue_ws(Qdm_pos_ws:1) not = space
	    Subtract 1 from Qdm_pos_ws
	End-perform.

	If Qdm_pos_ws = zero
	    Move "Y" to Skip_sw
	    Go to X20_CHECK_SKIP_end
	End-if.

	If Qdm_pos_ws >= 3
	    If Qdm_queue_ws(Qdm_pos_ws - 2:3) = "LOG"
		Move "Y" to Skip_sw
		Go to X20_CHECK_SKIP_end
	    End-if
	End-if.

	Perform varying Exc_idx_ws from 1 by 1
		until Exc_idx_ws > Exc_count_ws
	    If Exc_name_ws(Exc_idx_ws) = Qdm_queue_ws
		Move "Y" to Skip_sw
		Move 51 to Exc_idx_ws
	    End-if
	End-perform.

X20_CHECK_SKIP_end.
	exit.


X30_FIND_LIMIT.
%^ The queue's oldest-item limit in minutes; zero is none.

	Move Lim_default_ws to Limit_ws.
	Perform varying Lim_idx_ws from 1 by 1
		until Lim_idx_ws > Lim_count_ws
	    If Lim_queue_ws(Lim_idx_ws) = Qdm_queue_ws
		Move Lim_mins_ws(Lim_idx_ws) to Limit_ws
		Move 101 to Lim_idx_ws
	    End-if
	End-perform.

X30_FIND_LIMIT_end.
	exit.
