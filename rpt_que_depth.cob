%Module RPT_QUE_DEPTH <main>;
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

* Queue depth day report, from QUE_DEPTH_MON's snapshot history.
*
* Reads the day's QUE_DEPTH_HISTORY (the job points it at the dated
* file QUE_DEPTH_MON appended to) and shows, for every bank's every
* queue snapshotted, the peak depth and the time it was first reached,
* the average and closing depths, the oldest item seen, and how many
* snapshots flagged the queue as stalled or aging -- the picture
* capacity and staffing planning want of the day.  Queues are listed
* by bank and name.

* REVISION HISTORY
* ----------------
*
* R. Iverson	30-Nov-2010	CR13243
*	New module.
*
* R. Iverson	01-Feb-2011	CR13270
*	Follows QUE_DEPTH_MON's wider history record; queue names are
*	carried in full (24 characters).

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select QDH_FILE		Assign to "QUE_DEPTH_HISTORY"
	       FILE STATUS IS Qdh_file_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select RQD_RPT_FILE	Assign to "RPT_QUE_DEPTH_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

* QUE_DEPTH_MON's snapshot record.
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

FD  RQD_RPT_FILE record 132 characters.
01  RQD_RPT_REC			Pic X(132).

Working-Storage Section.

01 Qdh_file_stat		pic XX value spaces.
01 Qdh_eof_sw			Pic X value "N".
   88 Qdh_eof			value "Y".

01 Snap_count_ws		pic 9(07) comp-5 value zeroes.
01 Lost_count_ws		pic 9(07) comp-5 value zeroes.
01 First_date_ws		pic x(08) value spaces.
01 First_time_ws		pic x(04) value spaces.
01 Last_date_ws			pic x(08) value spaces.
01 Last_time_ws			pic x(04) value spaces.

* One entry per bank/queue.
01 Rqd_tbl_ws.
   02 Rqd_entry_ws		occurs 500 times.
      03 Rqd_key_ws.
	 04 Rqd_bank_ws			pic x(03).
	 04 Rqd_queue_ws		pic x(24).
      03 Rqd_snaps_ws			pic 9(05) comp-5.
      03 Rqd_total_ws			pic 9(11) comp-5.
      03 Rqd_peak_ws			pic 9(07) comp-5.
      03 Rqd_peak_date_ws		pic x(08).
      03 Rqd_peak_time_ws		pic x(04).
      03 Rqd_last_ws			pic 9(07) comp-5.
      03 Rqd_max_age_ws			pic 9(07) comp-5.
      03 Rqd_stall_ws			pic 9(05) comp-5.
      03 Rqd_aging_ws			pic 9(05) comp-5.
01 Rqd_count_ws			pic 9(04) comp-5 value zeroes.
01 Rqd_idx_ws			pic 9(04) comp-5 value zeroes.
01 Rqd_jdx_ws			pic 9(04) comp-5 value zeroes.
01 Rqd_found_ws			pic 9(04) comp-5 value zeroes.

* Hold area for the insertion sort -- same shape as one table entry.
01 Rqd_hold_ws.
   05 Rqd_hold_key_ws		pic x(15).
   05 Rqd_hold_snaps_ws		pic 9(05) comp-5.
   05 Rqd_hold_total_ws		pic 9(11) comp-5.
   05 Rqd_hold_peak_ws		pic 9(07) comp-5.
   05 Rqd_hold_peak_date_ws	pic x(08).
   05 Rqd_hold_peak_time_ws	pic x(04).
   05 Rqd_hold_last_ws		pic 9(07) comp-5.
   05 Rqd_hold_max_age_ws	pic 9(07) comp-5.
   05 Rqd_hold_stall_ws		pic 9(05) comp-5.
   05 Rqd_hold_aging_ws		pic 9(05) comp-5.

01 Rqd_avg_ws			pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY.
01 Rqd_snaps_d_ws		pic 9(05) usage display.
01 Rqd_peak_d_ws		pic 9(07) usage display.
01 Rqd_avg_d_ws			pic 9(07) usage display.
01 Rqd_last_d_ws		pic 9(07) usage display.
01 Rqd_age_d_ws			pic 9(07) usage display.
01 Rqd_stall_d_ws		pic 9(05) usage display.
01 Rqd_aging_d_ws		pic 9(05) usage display.
01 Snap_count_ws_d		pic 9(07) usage display.
01 Rqd_count_ws_d		pic 9(04) usage display.

01 Report_line_ws		Pic X(132).

%def		<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Open Input QDH_FILE.
	If Qdh_file_stat not = "00"
	    Display "%RPT_QUE_DEPTH-E-NOFILE, cannot open"
		    " QUE_DEPTH_HISTORY, status " Qdh_file_stat
	    Move 1 to abort_ls
	    Go to A00_MAIN_END
	End-if.

	Perform B10_LOAD_HISTORY thru B10_LOAD_HISTORY_end.
	Close QDH_FILE.

	If Lost_count_ws > 0
	    Display "%RPT_QUE_DEPTH-W-TABLEFULL, more than 500 queues -"
		    " the rest are not reported"
	End-if.

	Perform B20_SORT_QUEUES thru B20_SORT_QUEUES_end.

	Open Output RQD_RPT_FILE.
	Perform B30_WRITE_REPORT thru B30_WRITE_REPORT_end.
	Close RQD_RPT_FILE.

	%^*********************************************************************
	%^* RPT_QUE_DEPTH$_COUNT  /I ${1} snapshot(s) of ${2} queue(s)
	%^*	reported.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"RPT_QUE_DEPTH$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Snap_count_ws, Rqd_count_ws);

A00_MAIN_END.
	%Exit Program;.


B10_LOAD_HISTORY.
%^ Fold every snapshot into its queue's entry.  The first snapshot at
%^ a queue's peak depth gives the time of peak.

	Perform until Qdh_eof

	    Read QDH_FILE
		at end Move "Y" to Qdh_eof_sw
	    End-read

	    If not Qdh_eof
		Add 1 to Snap_count_ws
		If Snap_count_ws = 1
		    Move QDH_DATE to First_date_ws
		    Move QDH_TIME to First_time_ws
		End-if
		Move QDH_DATE to Last_date_ws
		Move QDH_TIME to Last_time_ws
		Perform C10_ONE_SNAPSHOT thru C10_ONE_SNAPSHOT_end
	    End-if

	End-perform.

B10_LOAD_HISTORY_end.
	exit.


C10_ONE_SNAPSHOT.

	Move zero to Rqd_found_ws.
	Perform varying Rqd_idx_ws from 1 by 1
		until Rqd_idx_ws > Rqd_count_ws
	    If Rqd_bank_ws(Rqd_idx_ws) = QDH_BANK
	      and Rqd_queue_ws(Rqd_idx_ws) = QDH_QUEUE
		Move Rqd_idx_ws to Rqd_found_ws
		Move 501 to Rqd_idx_ws
	    End-if
	End-perform.

	If Rqd_found_ws = zero
	    If Rqd_count_ws >= 500
		Add 1 to Lost_count_ws
		Go to C10_ONE_SNAPSHOT_end
	    End-if
	    Add 1 to Rqd_count_ws
	    Move Rqd_count_ws to Rqd_found_ws
	    Move QDH_BANK to Rqd_bank_ws(Rqd_found_ws)
	    Move QDH_QUEUE to Rqd_queue_ws(Rqd_found_ws)
	    Move zero to Rqd_snaps_ws(Rqd_found_ws),
			 Rqd_total_ws(Rqd_found_ws),
			 Rqd_peak_ws(Rqd_found_ws),
			 Rqd_last_ws(Rqd_found_ws),
			 Rqd_max_age_ws(Rqd_found_ws),
			 Rqd_stall_ws(Rqd_found_ws),
			 Rqd_aging_ws(Rqd_found_ws)
	    Move QDH_DATE to Rqd_peak_date_ws(Rqd_found_ws)
	    Move QDH_TIME to Rqd_peak_time_ws(Rqd_found_ws)
	End-if.

	Add 1 to Rqd_snaps_ws(Rqd_found_ws).
	Add QDH_DEPTH to Rqd_total_ws(Rqd_found_ws).
	Move QDH_DEPTH to Rqd_last_ws(Rqd_found_ws).

	If QDH_DEPTH > Rqd_peak_ws(Rqd_found_ws)
	    Move QDH_DEPTH to Rqd_peak_ws(Rqd_found_ws)
	    Move QDH_DATE to Rqd_peak_date_ws(Rqd_found_ws)
	    Move QDH_TIME to Rqd_peak_time_ws(Rqd_found_ws)
	End-if.

	If QDH_AGE > Rqd_max_age_ws(Rqd_found_ws)
	    Move QDH_AGE to Rqd_max_age_ws(Rqd_found_ws)
	End-if.

	Evaluate QDH_FLAG
	    when "S"
		Add 1 to Rqd_stall_ws(Rqd_found_ws)
	    when "A"
		Add 1 to Rqd_aging_ws(Rqd_found_ws)
	    when "B"
		Add 1 to Rqd_stall_ws(Rqd_found_ws)
		Add 1 to Rqd_aging_ws(Rqd_found_ws)
	    when other
		Continue
	End-evaluate.

C10_ONE_SNAPSHOT_end.
	exit.


B20_SORT_QUEUES.
%^ By bank and queue name: insertion sort, the OFAC_AGE_MON way.

	Perform varying Rqd_idx_ws from 2 by 1
		until Rqd_idx_ws > Rqd_count_ws

	    Move Rqd_entry_ws(Rqd_idx_ws) to Rqd_hold_ws
	    Move Rqd_idx_ws to Rqd_jdx_ws

	    Perform until Rqd_jdx_ws = 1
		    or Rqd_key_ws(Rqd_jdx_ws - 1) not > Rqd_hold_key_ws
		Move Rqd_entry_ws(Rqd_jdx_ws - 1)
			to Rqd_entry_ws(Rqd_jdx_ws)
		Subtract 1 from Rqd_jdx_ws
	    End-perform

	    Move Rqd_hold_ws to Rqd_entry_ws(Rqd_jdx_ws)

	End-perform.

B20_SORT_QUEUES_end.
	exit.


B30_WRITE_REPORT.

	Move Snap_count_ws to Snap_count_ws_d.
	Move Rqd_count_ws to Rqd_count_ws_d.

	Move spaces to Report_line_ws.
	String "Queue depth day report, snapshots " Delimited by size,
	       First_date_ws " " First_time_ws Delimited by size,
	       " to " Delimited by size,
	       Last_date_ws " " Last_time_ws Delimited by size
		into Report_line_ws.
	Write RQD_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String Snap_count_ws_d Delimited by size,
	       " snapshot(s) of " Delimited by size,
	       Rqd_count_ws_d Delimited by size,
	       " queue(s)" Delimited by size
		into Report_line_ws.
	Write RQD_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	Write RQD_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "Bank  Queue                     Snaps  Peak     Peak_at        "
		Delimited by size,
	       "Average  Closing  Oldest_mins  Stalled  Aging"
		Delimited by size
		into Report_line_ws.
	Write RQD_RPT_REC from Report_line_ws.

	Perform varying Rqd_idx_ws from 1 by 1
		until Rqd_idx_ws > Rqd_count_ws

	    Move zero to Rqd_avg_ws
	    If Rqd_snaps_ws(Rqd_idx_ws) > zero
		Compute Rqd_avg_ws rounded = Rqd_total_ws(Rqd_idx_ws)
					 / Rqd_snaps_ws(Rqd_idx_ws)
	    End-if

	    Move Rqd_snaps_ws(Rqd_idx_ws) to Rqd_snaps_d_ws
	    Move Rqd_peak_ws(Rqd_idx_ws) to Rqd_peak_d_ws
	    Move Rqd_avg_ws to Rqd_avg_d_ws
	    Move Rqd_last_ws(Rqd_idx_ws) to Rqd_last_d_ws
	    Move Rqd_max_age_ws(Rqd_idx_ws) to Rqd_age_d_ws
	    Move Rqd_stall_ws(Rqd_idx_ws) to Rqd_stall_d_ws
	    Move Rqd_aging_ws(Rqd_idx_ws) to Rqd_aging_d_ws

	    Move spaces to Report_line_ws
	    String Rqd_bank_ws(Rqd_idx_ws) Delimited by size,
		   "   " Delimited by size,
		   Rqd_queue_ws(Rqd_idx_ws) Delimited by size,
		   "  " Delimited by size,
		   Rqd_snaps_d_ws Delimited by size,
		   "  " Delimited by size,
		   Rqd_peak_d_ws Delimited by size,
		   "  " Delimited by size,
		   Rqd_peak_date_ws(Rqd_idx_ws) Delimited by size,
		   " " Delimited by size,
		   Rqd_peak_time_ws(Rqd_idx_ws) Delimited by size,
		   "  " Delimited by size,
		   Rqd_avg_d_ws Delimited by size,
		   "  " Delimited by size,
		   Rqd_last_d_ws Delimited by size,
		   "  " Delimited by size,
		   Rqd_age_d_ws Delimited by size,
		   "      " Delimited by size,
		   Rqd_stall_d_ws Delimited by size,
		   "    " Delimited by size,
		   Rqd_aging_d_ws Delimited by size
		    into Report_line_ws
	    Write RQD_RPT_REC from Report_line_ws

	End-perform.

B30_WRITE_REPORT_end.
	exit.
